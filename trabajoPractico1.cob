           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIBRO-RET.

      * Propuesta de pago con una transferencia por profesor por el
      * neto del periodo, mas su listado de control con el total.
      * El lote bancario (TransferenciasBanco.dat y su sobre) lo
      * genera AprobacionLotePagos cuando tesoreria revisa la
      * propuesta, fija la fecha valor y la aprueba con su firma.
       SELECT TRANSFERENCIAS_BANCO ASSIGN TO "PropuestaPago.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRANSF.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FOLIO-CHEQUES.

       SELECT FOLIO-CODIGOS-PAGO ASSIGN TO "FolioCodigosPago.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FOLIO-CPAG.

       SELECT EXCEPCIONES_TIPO_CLASE ASSIGN TO "ExcepTipoClase.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXCEP-TIPO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXCEP-HAB.

      * Certificaciones de los profesores y las que exige cada tipo
      * de clase: la hora dictada sin una certificacion exigida
      * vigente a la fecha de la clase tampoco esta habilitada.
       SELECT CERTIFICACIONES ASSIGN TO "Certificaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CERTIFICACIONES.

       SELECT CERTIF_EXIGIDAS ASSIGN TO "CertifExigidas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CERTIF-EXIGIDAS.

      * Licencias de profesores (medica, examen, vacaciones): una
      * hora informada dentro de una licencia vigente se liquida
      * igual pero queda derivada a ExcepLicencias.dat para
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOCTURNIDAD.

      * Resumen del periodo de clases suspendidas por sucursal: lo
      * que se le pago al profesor y lo que se le cargo a la
      * sucursal que suspendio, separado por anticipacion del aviso.
       SELECT SUSPENSIONES-SUC ASSIGN TO WS-NOMBRE-SUSPENSIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SUSPENSIONES.

       SELECT LICENCIAS ASSIGN TO "Licencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LICENCIAS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXCEP-SUP.

      * Horas de preparacion y vigilancia por encima del tope del
      * tipo de clase: quedan fuera de la liquidacion hasta que el
      * coordinador las autorice en la mesa de excepciones.
       SELECT EXCEPCIONES_CONCEPTO ASSIGN TO "ExcepConceptos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXCEP-CON.

      * Pagos con un neto fuera de lo normal para el profesor: el
      * pago queda retenido y el renglon pasa a la mesa de
      * excepciones, donde se pide la liberacion.
       SELECT EXCEPCIONES_NETO ASSIGN TO "ExcepNetoAnomalo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXCEP-NETO.

      * Cola de doble firma (ver AutorizacionesPendientes): la
      * liberacion de un pago con neto anomalo necesita la
      * aprobacion de un supervisor.
       SELECT AUTORIZACIONES ASSIGN TO "AutorizacionesPendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUTORIZACIONES.

      * Servicio prestado a sucursales bloqueadas por el control de
      * credito: las horas se liquidan y se facturan igual, pero
      * quedan listadas para que gerencia decida.
       SELECT SERVICIO_SUC_BLOQUEADA ASSIGN TO
           "ServicioSucursalBloqueada.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SERV-BLOQ.

       SELECT CONTROL_DE_CORRIDA ASSIGN TO WS-NOMBRE-CTRL-CORRIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTRL-CORRIDA.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FERIADOS.

       SELECT NOV-EXTEMPORANEAS ASSIGN TO "NovExtemporaneas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTEMPORANEAS.

       SELECT PARM-PAGINA ASSIGN TO "ParmPagina.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM-PAGINA.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARRASTRE.

      * Pagos retenidos a los profesores que tienen que facturar
      * (responsables inscriptos, y monotributistas si asi lo dice
      * el parametro FACTURA-MONOTRIBUTO): el recibo sale igual pero
      * el neto no va al lote ni a cheque hasta que el comprobante
      * queda registrado en FacturasProfesores.dat (lo carga
      * RecepcionFacturasProfesores). La corrida siguiente a la
      * llegada de la factura libera el pago.
       SELECT PAGOS-RETENIDOS ASSIGN TO "PagosRetenidosFactura.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGOS-RETENIDOS.

      * Cambios de CBU registrados por MantenimientoProfesores y
      * LoteProfesores. Mientras un cambio esta en cuarentena
      * (parametro CUARENTENA-CBU-DIAS) la transferencia sigue
      * saliendo al CBU anterior, o queda retenida si el anterior
      * no era valido.
       SELECT CAMBIOS-CBU ASSIGN TO "CambiosCBU.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAMBIOS-CBU.

       SELECT FACTURAS-PROFESORES ASSIGN TO "FacturasProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FACT-PROF.

      * Embargos judiciales sobre haberes: cada orden trae el
      * expediente, el total a retener, el tope porcentual por
      * periodo y la prioridad; la corrida descuenta del neto y
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BITACORA.

      * Lista de precios de venta a sucursales por tipo de clase,
      * general o propia de una sucursal, con vigencia por fechas
      * (ver MantenimientoPreciosVenta). La factura se valoriza a
      * este precio y no a lo que se le paga al profesor; un tipo
      * sin precio vigente se sigue facturando al costo docente.
       SELECT PRECIOS-VENTA ASSIGN TO "PreciosVenta.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PRECIOS-VENTA.

      * Cargos fijos que se le facturan a cada sucursal ademas de las
      * horas (canon, material, plataforma), con su periodicidad,
      * vigencia y alicuota de IVA propia (ver
      * MantenimientoCargosFijos).
       SELECT CARGOS-FIJOS ASSIGN TO "CargosFijosSucursal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CARGOS-FIJOS.

      * Padron de alicuotas de percepcion de Ingresos Brutos por CUIT
      * y jurisdiccion (ver MantenimientoPadronIIBB). Cada percepcion
      * practicada se agrega a LibroPercepcionesIIBB.dat para la
      * presentacion mensual por jurisdiccion
      * (ver PresentacionPercepcionesIIBB).
       SELECT PADRON-IIBB ASSIGN TO "PadronIIBB.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-PADRON-IIBB.

       SELECT LIBRO-PERCEPCIONES-IIBB ASSIGN TO
             "LibroPercepcionesIIBB.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-LIBRO-PERC.

      * Escala de bonificacion comercial por volumen de horas, propia
      * de una sucursal o general (sucursal en blanco), sobre las
      * horas del mes o las acumuladas del anio. Lo bonificado en
      * cada corrida se agrega a BonificacionesOtorgadas.dat para el
      * reporte del ejercicio (ver ReporteBonificaciones).
       SELECT BONIFICACIONES-VOLUMEN ASSIGN TO
             "BonificacionesVolumen.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BONIF-VOLUMEN.

       SELECT BONIFICACIONES-OTORGADAS ASSIGN TO
             "BonificacionesOtorgadas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-BONIF-OTORGADAS.

      * Clientes corporativos a los que se facturan las clases
      * in-company (ver MantenimientoClientes). Sus facturas van a
      * un indice de cuenta corriente propio, separado del de las
      * sucursales.
       SELECT CLIENTES ASSIGN TO "Clientes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CLIENTES.

       SELECT FACTURAS-CLIENTES-EMITIDAS ASSIGN TO
             "FacturasClientesEmitidas.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FACT-CLI-EMITIDAS.

      * Alicuotas vigentes de aportes y contribuciones para los
      * profesores en relacion de dependencia (ver
      * MantenimientoAlicuotasSegSocial). Cada profesor liquidado
      * en esa condicion deja un registro en DeclaracionSegSocial.dat,
      * la declaracion mensual al organismo previsional.
       SELECT ALICUOTAS-SEG-SOCIAL ASSIGN TO "AlicuotasSegSocial.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ALICUOTAS-SS.

       SELECT DECLARACION-SEG-SOCIAL ASSIGN TO
             "DeclaracionSegSocial.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DECLARACION-SS.

       SELECT CONCEPTOS-LIQUIDADOS ASSIGN TO "ConceptosLiquidados.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONCEPTOS.

      * Descuentos voluntarios recurrentes (ver
      * RegistroDescuentosVoluntarios). Lo retenido a cada profesor
      * queda en DescuentosRetenidos.dat; al final de la corrida se
      * arma por entidad la nomina y la orden de pago.
       SELECT DESCUENTOS-VOLUNTARIOS ASSIGN TO
             "DescuentosVoluntarios.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DESC-VOL.

       SELECT ENTIDADES-DESCUENTO ASSIGN TO "EntidadesDescuento.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ENTIDADES.

       SELECT DESCUENTOS-RETENIDOS ASSIGN TO "DescuentosRetenidos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DESC-RET.

       SELECT NOMINA-DESCUENTOS ASSIGN TO "NominaDescuentos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOMINA-DESC.

       SELECT ORDENES-PAGO-ENTIDADES ASSIGN TO
             "OrdenesPagoEntidades.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-ORDENES-PAGO.

       SELECT FOLIO-ORDENES-PAGO ASSIGN TO "FolioOrdenesPago.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-FOLIO-OPAGO.

      * Conceptos manuales (bonos, reintegros, descuentos puntuales;
      * ver MantenimientoConceptos): las novedades pendientes entran
      * al recibo del profesor y se marcan liquidadas al cierre.
       SELECT CONCEPTOS-MANUALES ASSIGN TO "ConceptosManuales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-CONC-MANUALES.

       SELECT NOV-CONCEPTOS ASSIGN TO "NovConceptos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-NOV-CONCEPTOS.

      * Reintegro de movilidad: la matriz de traslados entre pares de
      * sucursales (ver MantenimientoMovilidad) y el detalle de cada
      * traslado liquidado, que lee ReporteMovilidad.
       SELECT MOVILIDAD-SUCURSALES ASSIGN TO "MovilidadSucursales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MOVILIDAD.

       SELECT MOVILIDAD-LIQUIDADA ASSIGN TO "MovilidadLiquidada.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-MOV-LIQ.

      * Seminarios y talleres con honorario fijo: el maestro de
      * eventos, los disertantes de cada uno con su porcentaje y el
      * registro de disertantes externos (ver MantenimientoEventos y
      * MantenimientoDisertantes).
       SELECT EVENTOS ASSIGN TO "Eventos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EVENTOS.

       SELECT EVENTOS-DISERTANTES ASSIGN TO "EventosDisertantes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-EVD.

       SELECT DISERTANTES-EXTERNOS ASSIGN TO "DisertantesExternos.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATUS-DISERTANTES.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 LIBRO_IVA_VENTAS_REG PIC X(110).

       FD MARGEN_SUCURSALES LABEL RECORD IS STANDARD.
       01 MARGEN_SUCURSALES_REG PIC X(92).

       FD PRESUPUESTO_SUCURSAL LABEL RECORD IS STANDARD.
       01 PRESUPUESTO_SUCURSAL_REG.
           03 FEMI-CAE PIC 9(14).
           03 FEMI-CAE-VTO PIC 9(8).
           03 FEMI-FECHA-VTO PIC 9(8).
           03 FEMI-CODIGO-PAGO PIC 9(10).
           03 FEMI-CODIGO-VERIF PIC 9(8).

       FD RECIBOS LABEL RECORD IS STANDARD.
       01 RECIBOS_REG PIC X(95).
           03 RECEMI-ESTADO PIC X(1).
               88 RECEMI-EMITIDO VALUE "E".
               88 RECEMI-ANULADO VALUE "A".
           03 RECEMI-CODIGO-VERIF PIC 9(8).

       FD TRANSFERENCIAS_BANCO LABEL RECORD IS STANDARD.
       01 TRANSFERENCIAS_BANCO_REG.
       01 FOLIO-CHEQUES-REG.
           03 FOLIO-CHEQUES-ULTIMO PIC 9(9).

      * Ultimo codigo de pago electronico asignado a una factura,
      * correlativo entre corridas igual que FOLIO-RECIBOS (lo
      * comparte CobranzaRedPagos).
       FD FOLIO-CODIGOS-PAGO LABEL RECORD IS STANDARD.
       01 FOLIO-CODIGOS-PAGO-REG.
           03 FOLIO-CPAG-ULTIMO PIC 9(9).

       FD EXCEPCIONES_TIPO_CLASE LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_TIPO_CLASE_REG PIC X(60).

       FD EXCEPCIONES_HABILITACION LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_HABILITACION_REG PIC X(60).

       FD CERTIFICACIONES LABEL RECORD IS STANDARD.
       01 CERTIFICACIONES_REG.
           03 CER-PROFESOR PIC X(5).
           03 CER-TIPO PIC X(4).
           03 CER-NUMERO PIC X(15).
           03 CER-EMISOR PIC X(25).
           03 CER-FECHA-EMISION PIC 9(8).
           03 CER-FECHA-VENCIMIENTO PIC 9(8).

       FD CERTIF_EXIGIDAS LABEL RECORD IS STANDARD.
       01 CERTIF_EXIGIDAS_REG.
           03 CEX-TIP_CLASE PIC X(4).
           03 CEX-CERTIFICACION PIC X(4).
           03 CEX-DESCRIPCION PIC X(30).

       FD CATEGORIAS LABEL RECORD IS STANDARD.
       01 CATEGORIAS_REG.
           03 CAT-CODIGO PIC X(2).
       FD NOCTURNIDAD-SUC LABEL RECORD IS STANDARD.
       01 NOCTURNIDAD-SUC-REG PIC X(60).

       FD SUSPENSIONES-SUC LABEL RECORD IS STANDARD.
       01 SUSPENSIONES-SUC-REG PIC X(130).

       FD LICENCIAS LABEL RECORD IS STANDARD.
       01 LICENCIAS_REG.
           03 LIC-PROFESOR PIC X(5).
       FD EXCEPCIONES_SUPERPOSICION LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_SUPERPOSICION_REG PIC X(80).

       FD EXCEPCIONES_CONCEPTO LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_CONCEPTO_REG PIC X(80).

       FD EXCEPCIONES_NETO LABEL RECORD IS STANDARD.
       01 EXCEPCIONES_NETO_REG PIC X(80).

       FD AUTORIZACIONES LABEL RECORD IS STANDARD.
       01 AUTORIZACIONES_REG.
           03 AUT-OPERACION PIC X(10).
           03 AUT-DETALLE PIC X(40).
           03 AUT-FECHA-PEDIDO PIC 9(8).
           03 AUT-OPERADOR PIC X(8).
           03 AUT-ESTADO PIC X(1).
               88 AUT-PENDIENTE VALUE "P".
               88 AUT-APROBADA VALUE "A".
               88 AUT-RECHAZADA VALUE "R".
               88 AUT-EJECUTADA VALUE "E".
           03 AUT-SUPERVISOR PIC X(8).
           03 AUT-MOTIVO PIC X(30).

       FD SERVICIO_SUC_BLOQUEADA LABEL RECORD IS STANDARD.
       01 SERVICIO_SUC_BLOQUEADA_REG PIC X(80).

       FD CONTROL_DE_CORRIDA LABEL RECORD IS STANDARD.
       01 CONTROL_DE_CORRIDA_REG PIC X(60).

           03 DET-HORAS PIC 9(3)V99.
           03 DET-TIPO-MOV PIC X(1).
           03 DET-IMPORTE PIC S9(9)V99.
           03 DET-ALUMNOS PIC 9(3).
           03 DET-CONCEPTO PIC X(1).
           03 DET-SELLO-FECHA PIC 9(8).
           03 DET-SELLO-HORA PIC 9(6).

       FD FERIADOS LABEL RECORD IS STANDARD.
       01 FERIADOS-REG.
           03 FER-FECHA PIC 9(8).
           03 FER-DESC PIC X(20).

      * Novedades de periodos ya cerrados que llegaron tarde. Las
      * "I" estan intercaladas en NovTimes1 en esta corrida y se
      * liquidan como ajuste de periodos anteriores.
       FD NOV-EXTEMPORANEAS LABEL RECORD IS STANDARD.
       01 NOV-EXTEMPORANEAS-REG.
           03 EXT-FECHA-SEPARACION PIC 9(8).
           03 EXT-ESTADO PIC X(1).
               88 EXT-INCLUIDA VALUE "I".
           03 EXT-PERIODO-DESDE PIC 9(8).
           03 EXT-PERIODO-HASTA PIC 9(8).
           03 EXT-FECHA-LIQUIDACION PIC 9(8).
           03 EXT-NOVEDAD PIC X(61).

       FD PARM-PAGINA LABEL RECORD IS STANDARD.
       01 PARM-PAGINA-REG.
           03 PARM-LINEAS-POR-PAGINA PIC 9(2).
           03 EST-EXCEP-HAB PIC 9(5).
           03 EST-EXCEP-LIC PIC 9(5).
           03 EST-EXCEP-SUP PIC 9(5).
           03 EST-EXCEP-CON PIC 9(5).

       FD REPORTE-TENDENCIA LABEL RECORD IS STANDARD.
       01 REPORTE-TENDENCIA-REG PIC X(80).
           03 ARR-IMPORTE PIC S9(9)V99.
           03 ARR-PERIODO-ORIGEN PIC 9(6).

       FD PAGOS-RETENIDOS LABEL RECORD IS STANDARD.
       01 PAGOS-RETENIDOS-REG.
           03 PRET-FOLIO PIC 9(9).
           03 PRET-PROFESOR PIC X(5).
           03 PRET-PERIODO PIC 9(6).
           03 PRET-FECHA PIC 9(8).
           03 PRET-IMPORTE PIC 9(9)V99.
           03 PRET-ESTADO PIC X(1).
               88 PRET-PENDIENTE VALUE "P".
               88 PRET-LIBERADO VALUE "L".
               88 PRET-CUARENTENA-CBU VALUE "C".
               88 PRET-NETO-ANOMALO VALUE "N".
           03 PRET-FECHA-LIBERACION PIC 9(8).

       FD CAMBIOS-CBU LABEL RECORD IS STANDARD.
       01 CAMBIOS-CBU-REG.
           03 CCBU-PROFESOR PIC X(5).
           03 CCBU-CBU-ANTERIOR PIC X(22).
           03 CCBU-CBU-NUEVO PIC X(22).
           03 CCBU-FECHA PIC 9(8).
           03 CCBU-HORA PIC 9(6).
           03 CCBU-OPERADOR PIC X(8).
           03 CCBU-ORIGEN PIC X(1).
           03 CCBU-REFERENCIA PIC 9(9).
           03 CCBU-EMAIL-ANTERIOR PIC X(40).

       FD FACTURAS-PROFESORES LABEL RECORD IS STANDARD.
       01 FACTURAS-PROFESORES-REG.
           03 FPRO-PROFESOR PIC X(5).
           03 FPRO-FOLIO-RECIBO PIC 9(9).
           03 FPRO-TIPO PIC X(1).
           03 FPRO-PUNTO-VENTA PIC 9(5).
           03 FPRO-NUMERO PIC 9(8).
           03 FPRO-CAE PIC 9(14).
           03 FPRO-FECHA PIC 9(8).
           03 FPRO-IMPORTE PIC 9(9)V99.
           03 FPRO-FECHA-RECEPCION PIC 9(8).
           03 FPRO-ESTADO PIC X(1).
               88 FPRO-VALIDA VALUE "V".

       FD EMBARGOS LABEL RECORD IS STANDARD.
       01 EMBARGOS_REG.
           03 EMB-PROFESOR PIC X(5).
           03 NOV1-HORAS PIC 9(3)V99.
           03 NOV1-TIPO-MOV PIC X(1).
               88 NOV1-ES-REVERSO VALUE "C".
               88 NOV1-ES-SUSPENDIDA VALUE "S".
           03 NOV1-ALUMNOS PIC 9(3).
           03 NOV1-HORA-DESDE PIC 9(4).
           03 NOV1-HORA-HASTA PIC 9(4).
           03 NOV1-CONCEPTO PIC X(1).
               88 NOV1-ES-PREPARACION VALUE "P".
               88 NOV1-ES-VIGILANCIA VALUE "V".
           03 NOV1-CLIENTE PIC X(5).
           03 NOV1-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV1-AVISO-FECHA PIC 9(8).
           03 NOV1-AVISO-HORA PIC 9(4).
           03 NOV1-MODALIDAD PIC X(1).
               88 NOV1-ES-VIRTUAL VALUE "V".

      * Registros de control del lote: la cabecera viaja con numero
      * "00000" (ordena primero) y la cola con "99999" (ordena
           03 NOV2-HORAS PIC 9(3)V99.
           03 NOV2-TIPO-MOV PIC X(1).
               88 NOV2-ES-REVERSO VALUE "C".
               88 NOV2-ES-SUSPENDIDA VALUE "S".
           03 NOV2-ALUMNOS PIC 9(3).
           03 NOV2-HORA-DESDE PIC 9(4).
           03 NOV2-HORA-HASTA PIC 9(4).
           03 NOV2-CONCEPTO PIC X(1).
               88 NOV2-ES-PREPARACION VALUE "P".
               88 NOV2-ES-VIGILANCIA VALUE "V".
           03 NOV2-CLIENTE PIC X(5).
           03 NOV2-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV2-AVISO-FECHA PIC 9(8).
           03 NOV2-AVISO-HORA PIC 9(4).
           03 NOV2-MODALIDAD PIC X(1).
               88 NOV2-ES-VIRTUAL VALUE "V".

      * Registros de control del lote: la cabecera viaja con numero
      * "00000" (ordena primero) y la cola con "99999" (ordena
           03 NOV3-HORAS PIC 9(3)V99.
           03 NOV3-TIPO-MOV PIC X(1).
               88 NOV3-ES-REVERSO VALUE "C".
               88 NOV3-ES-SUSPENDIDA VALUE "S".
           03 NOV3-ALUMNOS PIC 9(3).
           03 NOV3-HORA-DESDE PIC 9(4).
           03 NOV3-HORA-HASTA PIC 9(4).
           03 NOV3-CONCEPTO PIC X(1).
               88 NOV3-ES-PREPARACION VALUE "P".
               88 NOV3-ES-VIGILANCIA VALUE "V".
           03 NOV3-CLIENTE PIC X(5).
           03 NOV3-PORC-COMPARTIDO PIC 9(3)V99.
           03 NOV3-AVISO-FECHA PIC 9(8).
           03 NOV3-AVISO-HORA PIC 9(4).
           03 NOV3-MODALIDAD PIC X(1).
               88 NOV3-ES-VIRTUAL VALUE "V".

      * Registros de control del lote: la cabecera viaja con numero
      * "00000" (ordena primero) y la cola con "99999" (ordena
           03 TIM-HORA-DESDE PIC 9(4).
           03 TIM-HORA-HASTA PIC 9(4).
           03 TIM-CONCEPTO PIC X(1).
           03 TIM-CLIENTE PIC X(5).
           03 TIM-PORC-COMPARTIDO PIC 9(3)V99.
           03 TIM-AVISO-FECHA PIC 9(8).
           03 TIM-AVISO-HORA PIC 9(4).
           03 TIM-MODALIDAD PIC X(1).
      * Cabecera de layout: primer registro de todo archivo de horas,
      * con numero "00000" para que quede adelante en el orden de
      * clave. Declara la version del registro con que se grabo.
       01 Times1_CAB.
           03 TIM-CAB-NUMERO PIC X(5).
               88 TIM-ES-CABECERA VALUE "00000".
           03 TIM-CAB-MARCA PIC X(6).
           03 TIM-CAB-VERSION PIC 9(2).
           03 TIM-CAB-LARGO PIC 9(3).
           03 TIM-CAB-FECHA PIC 9(8).
           03 TIM-CAB-ORIGEN PIC X(20).
           03 FILLER PIC X(17).

       FD TimesAct LABEL RECORD IS STANDARD.
       01 TimesAct_REG.
           03 TIMACT-HORA-DESDE PIC 9(4).
           03 TIMACT-HORA-HASTA PIC 9(4).
           03 TIMACT-CONCEPTO PIC X(1).
           03 TIMACT-CLIENTE PIC X(5).
           03 TIMACT-PORC-COMPARTIDO PIC 9(3)V99.
           03 TIMACT-AVISO-FECHA PIC 9(8).
           03 TIMACT-AVISO-HORA PIC 9(4).
           03 TIMACT-MODALIDAD PIC X(1).
       01 TimesAct_CAB.
           03 TIMACT-CAB-NUMERO PIC X(5).
           03 TIMACT-CAB-MARCA PIC X(6).
           03 TIMACT-CAB-VERSION PIC 9(2).
           03 TIMACT-CAB-LARGO PIC 9(3).
           03 TIMACT-CAB-FECHA PIC 9(8).
           03 TIMACT-CAB-ORIGEN PIC X(20).
           03 FILLER PIC X(17).



           03 PROF-COND-IMPUESTO PIC X(1).
               88 PROF-MONOTRIBUTISTA VALUE "M".
               88 PROF-RESP-INSCRIPTO VALUE "I".
               88 PROF-RELACION-DEPENDENCIA VALUE "D".
           03 PROF-FECHA-INGRESO PIC 9(8).
           03 PROF-CATEG-MONOTRIBUTO PIC X(1).
           03 PROF-CUIL PIC 9(11).
           03 PROF-OBRA-SOCIAL PIC X(6).
           03 PROF-SINDICATO PIC X(4).
           03 PROF-FECHA-NACIMIENTO PIC 9(8).

       FD SUCURSALES LABEL RECORD IS STANDARD.
       01 SUCURSALES_REG.
               88 SUC-CERRADA-SI VALUE "C".
           03 SUC-FECHA-CIERRE PIC 9(8).
           03 SUC-DIAS-PAGO PIC 9(3).
           03 SUC-LIMITE-CREDITO PIC 9(9)V99.
           03 SUC-BLOQUEO PIC X(1).
               88 SUC-BLOQUEADA VALUE "B".
           03 SUC-JURISDICCION PIC 9(3).

       FD TIPOS_CLASE LABEL RECORD IS STANDARD.
       01 TIPOS_CLASE_REG.
           03 TIP-FECHA-HASTA PIC 9(8).
           03 TIP-MIN-ALUMNOS PIC 9(3).
           03 TIP-PORC-REDUCCION PIC 9(3)V99.
      * Co-docencia: en blanco la clase la da un solo profesor; "U"
      * la dan dos y a la sucursal se le factura una sola clase;
      * "D" la dan dos y se factura la clase entera por docente.
           03 TIP-PAREJA PIC X(1).
           03 TIP-PORC-VIRTUAL PIC 9(3)V99.
      * Tope de las horas de preparacion y vigilancia del profesor
      * en el periodo, como porcentaje de sus horas dictadas. En
      * cero el tipo de clase no tiene tope.
           03 TIP-TOPE-CONCEPTO PIC 9(3)V99.

       FD TARIFAS_SUCURSAL LABEL RECORD IS STANDARD.
       01 TARIFAS_SUCURSAL_REG.
               05 HIST-PERIODO PIC 9(6).
           03 HIST-HORAS PIC S9(6)V99.
           03 HIST-IMPORTE PIC S9(10)V99.

       FD PRECIOS-VENTA LABEL RECORD IS STANDARD.
       01 PRECIOS-VENTA-REG.
           03 PVT-TIP_CLASE PIC X(4).
           03 PVT-SUCURSAL PIC X(3).
           03 PVT-PRECIO PIC 9(5)V99.
           03 PVT-FECHA-DESDE PIC 9(8).
           03 PVT-FECHA-HASTA PIC 9(8).

       FD CARGOS-FIJOS LABEL RECORD IS STANDARD.
       01 CARGOS-FIJOS-REG.
           03 CFS-SUCURSAL PIC X(3).
           03 CFS-CONCEPTO PIC X(20).
           03 CFS-IMPORTE PIC 9(7)V99.
           03 CFS-PERIODICIDAD PIC X(1).
           03 CFS-FECHA-DESDE PIC 9(8).
           03 CFS-FECHA-HASTA PIC 9(8).
           03 CFS-ALICUOTA PIC 9(2)V99.

       FD PADRON-IIBB LABEL RECORD IS STANDARD.
       01 PADRON-IIBB-REG.
           03 PIIB-CUIT PIC 9(11).
           03 PIIB-JURISDICCION PIC 9(3).
           03 PIIB-ALICUOTA PIC 9(2)V99.
           03 PIIB-FECHA-DESDE PIC 9(8).
           03 PIIB-FECHA-HASTA PIC 9(8).

       FD LIBRO-PERCEPCIONES-IIBB LABEL RECORD IS STANDARD.
       01 LIBRO-PERCEPCIONES-IIBB-REG.
           03 LPIB-PERIODO PIC 9(6).
           03 LPIB-FECHA PIC 9(8).
           03 LPIB-SUCURSAL PIC X(3).
           03 LPIB-CUIT PIC 9(11).
           03 LPIB-JURISDICCION PIC 9(3).
           03 LPIB-BASE PIC 9(9)V99.
           03 LPIB-ALICUOTA PIC 9(2)V99.
           03 LPIB-PERCEPCION PIC 9(9)V99.
           03 LPIB-ESTADO PIC X(1).

       FD BONIFICACIONES-VOLUMEN LABEL RECORD IS STANDARD.
       01 BONIFICACIONES-VOLUMEN-REG.
           03 BVO-SUCURSAL PIC X(3).
           03 BVO-BASE PIC X(1).
               88 BVO-BASE-MENSUAL VALUE "M".
               88 BVO-BASE-ANUAL VALUE "A".
           03 BVO-HORAS-DESDE PIC 9(6)V99.
           03 BVO-PORCENTAJE PIC 9(2)V99.

       FD BONIFICACIONES-OTORGADAS LABEL RECORD IS STANDARD.
       01 BONIFICACIONES-OTORGADAS-REG.
           03 BOT-SUCURSAL PIC X(3).
           03 BOT-PERIODO PIC 9(6).
           03 BOT-HORAS-MES PIC S9(6)V99.
           03 BOT-HORAS-ANIO PIC S9(8)V99.
           03 BOT-PORCENTAJE PIC 9(2)V99.
           03 BOT-IMPORTE PIC S9(9)V99.

       FD CLIENTES LABEL RECORD IS STANDARD.
       01 CLIENTES-REG.
           03 CLI-CODIGO PIC X(5).
           03 CLI-RAZON PIC X(25).
           03 CLI-DIRE PIC X(20).
           03 CLI-CUIT PIC 9(11).
           03 CLI-IVA-COND PIC X(1).
           03 CLI-DIAS-PAGO PIC 9(3).
           03 CLI-ESTADO PIC X(1).
               88 CLI-ACTIVO VALUE "A".
               88 CLI-BAJA VALUE "B".

       FD FACTURAS-CLIENTES-EMITIDAS LABEL RECORD IS STANDARD.
       01 FACTURAS-CLIENTES-EMITIDAS-REG.
           03 FCLI-CLIENTE PIC X(5).
           03 FCLI-PERIODO PIC 9(6).
           03 FCLI-FECHA-EMISION PIC 9(8).
           03 FCLI-IMPORTE PIC S9(9)V99.
           03 FCLI-ESTADO PIC X(1).
               88 FCLI-EMITIDA VALUE "E".
               88 FCLI-NOTA-CREDITO VALUE "C".
           03 FCLI-CAE PIC 9(14).
           03 FCLI-CAE-VTO PIC 9(8).
           03 FCLI-FECHA-VTO PIC 9(8).

       FD ALICUOTAS-SEG-SOCIAL LABEL RECORD IS STANDARD.
       01 ALICUOTAS-SEG-SOCIAL-REG.
           03 ASS-CONCEPTO PIC X(4).
           03 ASS-DESCRIPCION PIC X(20).
           03 ASS-TIPO PIC X(1).
           03 ASS-DESTINO PIC X(1).
           03 ASS-APLICA PIC X(1).
           03 ASS-PORCENTAJE PIC 9(2)V99.
           03 ASS-TOPE-BASE PIC 9(9)V99.
           03 ASS-FECHA-DESDE PIC 9(8).
           03 ASS-FECHA-HASTA PIC 9(8).

      * Layout de la declaracion: ancho fijo, un registro por
      * trabajador con su remuneracion, la base imponible y los
      * aportes y contribuciones separados por destino.
       FD DECLARACION-SEG-SOCIAL LABEL RECORD IS STANDARD.
       01 DECLARACION-SEG-SOCIAL-REG.
           03 DSS-CUIL PIC 9(11).
           03 DSS-NOMBRE PIC X(25).
           03 DSS-PERIODO PIC 9(6).
           03 DSS-EMPRESA PIC X(2).
           03 DSS-OBRA-SOCIAL PIC X(6).
           03 DSS-SINDICATO PIC X(4).
           03 DSS-REMUNERACION PIC 9(11)V99.
           03 DSS-BASE-IMPONIBLE PIC 9(11)V99.
           03 DSS-APORTE-SEG-SOCIAL PIC 9(9)V99.
           03 DSS-APORTE-OBRA-SOCIAL PIC 9(9)V99.
           03 DSS-APORTE-SINDICATO PIC 9(9)V99.
           03 DSS-CONTRIB-SEG-SOCIAL PIC 9(9)V99.
           03 DSS-CONTRIB-OBRA-SOCIAL PIC 9(9)V99.
           03 DSS-CONTRIB-SINDICATO PIC 9(9)V99.
           03 DSS-PROFESOR PIC X(5).

      * Conceptos liquidados al personal en relacion de dependencia,
      * de donde LibroSueldosDigital arma el libro de sueldos.
       FD CONCEPTOS-LIQUIDADOS LABEL RECORD IS STANDARD.
       01 CONCEPTOS-LIQUIDADOS-REG.
           03 CLQ-PERIODO PIC 9(6).
           03 CLQ-PROFESOR PIC X(5).
           03 CLQ-FOLIO-RECIBO PIC 9(9).
           03 CLQ-CODIGO PIC X(4).
           03 CLQ-DESCRIPCION PIC X(20).
           03 CLQ-TIPO PIC X(1).
               88 CLQ-HABER VALUE "H".
               88 CLQ-DESCUENTO VALUE "D".
           03 CLQ-CANTIDAD PIC S9(5)V99.
           03 CLQ-IMPORTE PIC S9(9)V99.

       FD DESCUENTOS-VOLUNTARIOS LABEL RECORD IS STANDARD.
       01 DESCUENTOS-VOLUNTARIOS-REG.
           03 DVOL-PROFESOR PIC X(5).
           03 DVOL-ENTIDAD PIC X(4).
           03 DVOL-CONCEPTO PIC X(20).
           03 DVOL-TIPO PIC X(1).
               88 DVOL-IMPORTE-FIJO VALUE "F".
               88 DVOL-PORCENTUAL VALUE "P".
           03 DVOL-IMPORTE PIC 9(7)V99.
           03 DVOL-PORCENTAJE PIC 9(2)V99.
           03 DVOL-FECHA-DESDE PIC 9(8).
           03 DVOL-FECHA-HASTA PIC 9(8).
           03 DVOL-PRIORIDAD PIC 9(1).

       FD ENTIDADES-DESCUENTO LABEL RECORD IS STANDARD.
       01 ENTIDADES-DESCUENTO-REG.
           03 ENT-CODIGO PIC X(4).
           03 ENT-NOMBRE PIC X(30).
           03 ENT-CUIT PIC 9(11).
           03 ENT-CBU PIC X(22).

       FD DESCUENTOS-RETENIDOS LABEL RECORD IS STANDARD.
       01 DESCUENTOS-RETENIDOS-REG.
           03 DRET-PERIODO PIC 9(6).
           03 DRET-ENTIDAD PIC X(4).
           03 DRET-PROFESOR PIC X(5).
           03 DRET-NOMBRE PIC X(25).
           03 DRET-CONCEPTO PIC X(20).
           03 DRET-IMPORTE PIC 9(9)V99.
           03 DRET-FOLIO-RECIBO PIC 9(9).

       FD NOMINA-DESCUENTOS LABEL RECORD IS STANDARD.
       01 NOMINA-DESCUENTOS-REG PIC X(90).

      * Orden de pago a la entidad por el total retenido del
      * periodo; tesoreria la marca pagada como a los cheques.
       FD ORDENES-PAGO-ENTIDADES LABEL RECORD IS STANDARD.
       01 ORDENES-PAGO-ENTIDADES-REG.
           03 OPE-NUMERO PIC 9(9).
           03 OPE-FECHA PIC 9(8).
           03 OPE-PERIODO PIC 9(6).
           03 OPE-ENTIDAD PIC X(4).
           03 OPE-NOMBRE PIC X(30).
           03 OPE-CUIT PIC 9(11).
           03 OPE-CBU PIC X(22).
           03 OPE-CANT-PROFESORES PIC 9(5).
           03 OPE-IMPORTE PIC 9(11)V99.
           03 OPE-ESTADO PIC X(1).
               88 OPE-PENDIENTE VALUE "P".
               88 OPE-PAGADA VALUE "G".

       FD FOLIO-ORDENES-PAGO LABEL RECORD IS STANDARD.
       01 FOLIO-ORDENES-PAGO-REG.
           03 FOLIO-OPAGO-ULTIMO PIC 9(9).

       FD CONCEPTOS-MANUALES LABEL RECORD IS STANDARD.
       01 CONCEPTOS-MANUALES-REG.
           03 CMA-CODIGO PIC X(4).
           03 CMA-DESCRIPCION PIC X(20).
           03 CMA-SUMA-BASE-RET PIC X(1).
               88 CMA-SUMA-BASE-RETENCION VALUE "S".
           03 CMA-TIPO-MOV-GL PIC X(1).

       FD NOV-CONCEPTOS LABEL RECORD IS STANDARD.
       01 NOV-CONCEPTOS-REG.
           03 NCO-PROFESOR PIC X(5).
           03 NCO-CONCEPTO PIC X(4).
           03 NCO-IMPORTE PIC 9(7)V99.
           03 NCO-SIGNO PIC X(1).
               88 NCO-SUMA VALUE "+".
               88 NCO-RESTA VALUE "-".
           03 NCO-REMUNERATIVO PIC X(1).
               88 NCO-ES-REMUNERATIVO VALUE "S".
           03 NCO-LEYENDA PIC X(30).
           03 NCO-FECHA-CARGA PIC 9(8).
           03 NCO-ESTADO PIC X(1).
               88 NCO-PENDIENTE VALUE "P".
               88 NCO-LIQUIDADA VALUE "L".
           03 NCO-FOLIO-RECIBO PIC 9(9).

       FD MOVILIDAD-SUCURSALES LABEL RECORD IS STANDARD.
       01 MOVILIDAD-SUCURSALES-REG.
           03 MOV-SUC-ORIGEN PIC X(3).
           03 MOV-SUC-DESTINO PIC X(3).
           03 MOV-DISTANCIA-KM PIC 9(4)V9.
           03 MOV-IMPORTE PIC 9(7)V99.

       FD MOVILIDAD-LIQUIDADA LABEL RECORD IS STANDARD.
       01 MOVILIDAD-LIQUIDADA-REG.
           03 MLQ-PERIODO PIC 9(6).
           03 MLQ-PROFESOR PIC X(5).
           03 MLQ-FECHA PIC 9(8).
           03 MLQ-SUC-ORIGEN PIC X(3).
           03 MLQ-SUC-DESTINO PIC X(3).
           03 MLQ-IMPORTE PIC 9(7)V99.
           03 MLQ-FOLIO-RECIBO PIC 9(9).

       FD EVENTOS LABEL RECORD IS STANDARD.
       01 EVENTOS-REG.
           03 EVE-CODIGO PIC X(6).
           03 EVE-DESCRIPCION PIC X(20).
           03 EVE-SUCURSAL PIC X(3).
           03 EVE-FECHA PIC 9(8).
           03 EVE-HONORARIO PIC 9(7)V99.
           03 EVE-IMPORTE-FACTURA PIC 9(7)V99.
           03 EVE-ESTADO PIC X(1).
               88 EVE-PENDIENTE VALUE "P".
               88 EVE-LIQUIDADO VALUE "L".
               88 EVE-ANULADO VALUE "A".

       FD EVENTOS-DISERTANTES LABEL RECORD IS STANDARD.
       01 EVENTOS-DISERTANTES-REG.
           03 EVD-EVENTO PIC X(6).
           03 EVD-TIPO PIC X(1).
               88 EVD-PROFESOR VALUE "P".
               88 EVD-EXTERNO VALUE "E".
           03 EVD-CODIGO PIC X(5).
           03 EVD-PORCENTAJE PIC 9(3)V99.

       FD DISERTANTES-EXTERNOS LABEL RECORD IS STANDARD.
       01 DISERTANTES-EXTERNOS-REG.
           03 DEX-CODIGO PIC X(5).
           03 DEX-NOMBRE PIC X(25).
           03 DEX-DNI PIC 9(8).
           03 DEX-CUIT PIC 9(11).
           03 DEX-COND-IMPUESTO PIC X(1).
           03 DEX-CBU PIC X(22).
           03 DEX-ACTIVO PIC X(1).
               88 DEX-ACTIVO-SI VALUE "S".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-EOF-NOV1 PIC X(2) VALUE "NO".
               05 VEC-FECHA-HASTA PIC 9(8).
               05 VEC-MIN-ALUMNOS PIC 9(3).
               05 VEC-PORC-REDUCCION PIC 9(3)V99.
               05 VEC-PAREJA PIC X(1).
                   88 VEC-PAREJA-POR-DOCENTE VALUE "D".
               05 VEC-PORC-VIRTUAL PIC 9(3)V99.
               05 VEC-TOPE-CONCEPTO PIC 9(3)V99.
               05 VEC-TIPO-HORAS PIC S9(7)V99 VALUE ZERO.
               05 VEC-TIPO-IMPORTE PIC S9(10)V99 VALUE ZERO.

           03 ELEM-FER OCCURS 500 TIMES.
               05 VEC-FER-FECHA PIC 9(8).

      * Ajustes de periodos anteriores: las extemporaneas incluidas
      * en esta corrida con su periodo de origen. Cada una se toma
      * una sola vez al pasar por el merge y guarda lo liquidado
      * para el detalle de la factura de su sucursal.
       01 WS-EOF-EXTEMPORANEAS PIC X(2) VALUE "NO".
       01 WS-MAX-AJUSTES PIC 9(4) VALUE 2000.
       01 WS-CANT-AJUSTES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-AJU PIC 9(4) VALUE ZERO.
       01 WS-ES-AJUSTE PIC X(1) VALUE "N".
           88 WS-ES-AJUSTE-SI VALUE "S".
      * Seccion del recibo en curso: "N" todavia no hubo ajustes,
      * "A" dentro de los ajustes, "P" de vuelta en el periodo.
       01 WS-SECCION-AJUSTE PIC X(1) VALUE "N".
           88 WS-SECCION-AJUSTE-ABIERTA VALUE "A".
       01 WS-HORAS-AJU-PROF PIC S9(7)V99 VALUE ZERO.
       01 WS-IMP-AJU-PROF PIC S9(9)V99 VALUE ZERO.
       01 WS-CANT-AJU-SUC PIC 9(4) VALUE ZERO.
       01 WS-HORAS-AJU-SUC PIC S9(7)V99 VALUE ZERO.
       01 WS-VENTA-AJU-SUC PIC S9(9)V99 VALUE ZERO.

       01 TABLA-AJUSTES.
           03 ELEM-AJU OCCURS 2000 TIMES.
               05 VEC-AJU-NOVEDAD.
                   07 VEC-AJU-NUMERO PIC X(5).
                   07 VEC-AJU-FECHA PIC 9(8).
                   07 VEC-AJU-SUCURSAL PIC X(3).
                   07 FILLER PIC X(45).
               05 VEC-AJU-PERIODO-DESDE PIC 9(8).
               05 VEC-AJU-PERIODO-HASTA PIC 9(8).
               05 VEC-AJU-USADO PIC X(1).
                   88 VEC-AJU-USADO-SI VALUE "S".
               05 VEC-AJU-FACTURA-SUC PIC X(1).
                   88 VEC-AJU-FACTURA-SUC-SI VALUE "S".
               05 VEC-AJU-HORAS PIC S9(6)V99.
               05 VEC-AJU-VENTA PIC S9(9)V99.

       01 WS-AJU-FECHA-AUX PIC 9(8) VALUE ZERO.
       01 WS-AJU-FECHA-PARTES REDEFINES WS-AJU-FECHA-AUX.
           03 WS-AJU-FECHA-ANIO PIC X(4).
           03 WS-AJU-FECHA-MES PIC X(2).
           03 WS-AJU-FECHA-DIA PIC X(2).
       01 WS-AJU-FECHA-EDITADA.
           03 WS-AJU-EDIT-DIA PIC X(2).
           03 FILLER PIC X VALUE "/".
           03 WS-AJU-EDIT-MES PIC X(2).
           03 FILLER PIC X VALUE "/".
           03 WS-AJU-EDIT-ANIO PIC X(4).

       01 LINEA-AJUSTE-TITULO.
           03 FILLER PIC X(30) VALUE "AJUSTES DE PERIODOS ANTERIORES".

       01 LINEA-PERIODO-TITULO.
           03 FILLER PIC X(23) VALUE "LIQUIDACION DEL PERIODO".

       01 LINEA-AJUSTE-ORIGEN.
           03 FILLER PIC X(13) VALUE SPACES.
           03 FILLER PIC X(19) VALUE "PERIODO DE ORIGEN: ".
           03 LAJO-DESDE PIC X(10).
           03 FILLER PIC X(3) VALUE " A ".
           03 LAJO-HASTA PIC X(10).

       01 LINEA-FACTURA-AJU-TITULO.
           03 FILLER PIC X(31) VALUE "AJUSTES DE PERIODOS ANTERIORES ".
           03 FILLER PIC X(24) VALUE "(incluidos en el total)".

       01 LINEA-FACTURA-AJU-DETALLE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LFAJ-FECHA PIC X(10).
           03 FILLER PIC X(9) VALUE " PERIODO ".
           03 LFAJ-DESDE PIC X(10).
           03 FILLER PIC X VALUE "-".
           03 LFAJ-HASTA PIC X(10).
           03 FILLER PIC X(7) VALUE " PROF. ".
           03 LFAJ-PROFESOR PIC X(5).
           03 FILLER PIC X VALUE SPACES.
           03 LFAJ-HORAS PIC -ZZ9,99.
           03 FILLER PIC X VALUE SPACES.
           03 LFAJ-IMPORTE PIC -ZZZZZZZ9,99.

       01 LINEA-FACTURA-AJU-TOTAL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(18) VALUE "Subtotal ajustes  ".
           03 LFAJT-HORAS PIC -ZZZZ9,99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LFAJT-IMPORTE PIC -ZZZZZZZ9,99.

       01 WS-MULTIPLICADOR-FERIADO PIC 9V99 VALUE 1,50.
       01 WS-DIA-SEMANA PIC 9(1) VALUE ZERO.
           88 WS-FIN-DE-SEMANA-SI VALUES 1, 7.
               05 VEC-SUC-ESTADO PIC X(1).
               05 VEC-SUC-FECHA-CIERRE PIC 9(8).
               05 VEC-SUC-DIAS-PAGO PIC 9(3).
               05 VEC-SUC-BLOQUEO PIC X(1).
               05 VEC-SUC-HORAS PIC S9(6)V99 VALUE ZERO.
               05 VEC-SUC-IMPORTE PIC S9(9)V99 VALUE ZERO.
               05 VEC-SUC-VENTA PIC S9(9)V99 VALUE ZERO.
               05 VEC-SUC-PORC-BONIF PIC 9(2)V99 VALUE ZERO.
               05 VEC-SUC-BONIF PIC S9(9)V99 VALUE ZERO.
               05 VEC-SUC-RANK-USADO PIC X(1) VALUE "N".
               05 VEC-SUC-MARGEN-USADO PIC X(1) VALUE "N".
               05 VEC-SUC-JURISDICCION PIC 9(3) VALUE ZERO.
               05 VEC-SUC-ALIC-IIBB PIC 9(2)V99 VALUE ZERO.

      * Desglose por sucursal dentro de un mismo grupo profesor/fecha,
      * para cuando un profesor trabajo en mas de una sucursal el
           03 FILLER PIC X(11) VALUE " ADICIONAL:".
           03 LNS-IMPORTE PIC -ZZZZZZZ9,99.

      * Parte del profesor en una clase de co-docencia (cero si la
      * clase es de un solo profesor).
       01 WS-PORC-CODOCENCIA PIC 9(3)V99 VALUE ZERO.

      * Clases suspendidas por la sucursal: el convenio paga una
      * fraccion de la hora segun la anticipacion del aviso (sin
      * aviso o avisada ya empezada la clase, con aviso tardio por
      * debajo de las horas minimas, o a termino que no paga). Los
      * porcentajes y las horas se parametrizan en Parametros.dat.
       01 WS-STATUS-SUSPENSIONES PIC X(2) VALUE SPACES.
       01 WS-SUSP-HORAS-AVISO PIC 9(3) VALUE 24.
       01 WS-PORC-SUSP-SIN-AVISO PIC 9V9(4) VALUE 1,0000.
       01 WS-PORC-SUSP-TARDIA PIC 9V9(4) VALUE 0,5000.
       01 WS-PARM-SUSP-AUX PIC 9(5) VALUE ZERO.
       01 WS-PORC-SUSPENSION PIC 9V9(4) VALUE ZERO.
       01 WS-SUSP-AVISO PIC X(1) VALUE SPACE.
           88 WS-SUSP-SIN-AVISO VALUE "N".
           88 WS-SUSP-AVISO-TARDIO VALUE "T".
           88 WS-SUSP-AVISO-A-TERMINO VALUE "A".
       01 WS-SUSP-SERIE-GRUPO.
           03 WS-SUSP-SERIE-ANIO PIC 9(4).
           03 WS-SUSP-SERIE-MES PIC 9(2).
           03 WS-SUSP-SERIE-DIA PIC 9(2).
       01 WS-SUSP-SERIE-FECHA REDEFINES WS-SUSP-SERIE-GRUPO PIC 9(8).
       01 WS-SUSP-SERIE-HORA PIC 9(4) VALUE ZERO.
       01 WS-SUSP-SERIE-HH PIC 9(2) VALUE ZERO.
       01 WS-SUSP-SERIE-MM PIC 9(2) VALUE ZERO.
       01 WS-SUSP-SERIE-MINUTOS PIC 9(11) VALUE ZERO.
       01 WS-SUSP-MINUTOS-CLASE PIC 9(11) VALUE ZERO.
       01 WS-SUSP-ANTICIPACION PIC S9(11) VALUE ZERO.
       01 TABLA-DIAS-ACUM-SUSP VALUE
           "000031059090120151181212243273304334".
           03 VEC-DIAS-ACUM-SUSP PIC 9(3) OCCURS 12 TIMES.
       01 WS-SUS-ENCONTRADA PIC X(1) VALUE "N".
       01 WS-MAX-SUSPENSIONES PIC 9(3) VALUE 200.
       01 WS-CANT-SUSPENSIONES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-SUS PIC 9(3) VALUE ZERO.
       01 TABLA-SUSPENSIONES.
           03 ELEM-SUS OCCURS 200 TIMES.
               05 VEC-SUS-SUCURSAL PIC X(3).
               05 VEC-SUS-CANTIDAD PIC 9(5).
               05 VEC-SUS-SIN-AVISO PIC 9(5).
               05 VEC-SUS-TARDIAS PIC 9(5).
               05 VEC-SUS-HORAS PIC S9(7)V99.
               05 VEC-SUS-PAGADO PIC S9(10)V99.
               05 VEC-SUS-CARGADO PIC S9(10)V99.

       01 LINEA-SUSP-ENC.
           03 FILLER PIC X(60) VALUE
               "CLASES SUSPENDIDAS DEL PERIODO POR SUCURSAL".

       01 LINEA-SUSP.
           03 FILLER PIC X(10) VALUE "SUCURSAL: ".
           03 LSUS-SUCURSAL PIC X(3).
           03 FILLER PIC X(8) VALUE " SUSP.: ".
           03 LSUS-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(12) VALUE " SIN AVISO: ".
           03 LSUS-SIN-AVISO PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE " TARDIAS: ".
           03 LSUS-TARDIAS PIC ZZZZ9.
           03 FILLER PIC X(8) VALUE " HORAS: ".
           03 LSUS-HORAS PIC -ZZZZ9,99.
           03 FILLER PIC X(9) VALUE " PAGADO: ".
           03 LSUS-PAGADO PIC -ZZZZZZZ9,99.
           03 FILLER PIC X(10) VALUE " CARGADO: ".
           03 LSUS-CARGADO PIC -ZZZZZZZ9,99.

      * Ahorro del periodo por la tarifa reducida de clases con
      * pocos alumnos, acumulado por sucursal para el resumen.
       01 WS-STATUS-AHORRO-RED PIC X(2) VALUE SPACES.
       01 WS-IMP-PREP-PROF PIC S9(9)V99 VALUE ZERO.
       01 WS-HORAS-VIG-PROF PIC S9(7)V99 VALUE ZERO.
       01 WS-IMP-VIG-PROF PIC S9(9)V99 VALUE ZERO.
      * Tope de preparacion y vigilancia sobre lo dictado: el
      * cociente se mide contra el total dictado del profesor en
      * el periodo, que se junta en una primera pasada por los
      * archivos de horas, y lo que se pasa sale de la linea.
       01 WS-HORAS-TOPE-CONCEPTO PIC S9(7)V99 VALUE ZERO.
       01 WS-HORAS-DISPONIBLES PIC S9(7)V99 VALUE ZERO.
       01 WS-HORAS-EXCEDENTE PIC 9(3)V99 VALUE ZERO.
       01 WS-IMPORTE-EXCEDENTE PIC 9(7)V99 VALUE ZERO.
       01 WS-VENTA-EXCEDENTE PIC S9(9)V99 VALUE ZERO.
       01 WS-HORAS-DICTADO-MES-PROF PIC S9(7)V99 VALUE ZERO.
       01 WS-MAX-DICTADO PIC 9(5) VALUE 5000.
       01 WS-CANT-DICTADO PIC 9(5) VALUE ZERO.
       01 SUBINDICE-DIC PIC 9(5) VALUE ZERO.
       01 WS-DIC-HALLADO PIC X(1) VALUE "N".
           88 WS-DIC-HALLADO-SI VALUE "S".
       01 WS-DIC-PROFESOR PIC X(5) VALUE SPACES.
       01 WS-DIC-ULTIMO-PROFESOR PIC X(5) VALUE HIGH-VALUES.
       01 WS-DIC-FECHA PIC 9(8) VALUE ZERO.
       01 WS-DIC-CONCEPTO PIC X(1) VALUE SPACE.
       01 WS-DIC-HORAS PIC S9(3)V99 VALUE ZERO.
       01 WS-EOF-DICTADO PIC X(2) VALUE "NO".
       01 TABLA-DICTADO-PERIODO.
           03 ELEM-DICTADO OCCURS 5000 TIMES.
               05 VEC-DIC-PROFESOR PIC X(5).
               05 VEC-DIC-HORAS PIC S9(7)V99.

       01 LINEA-CONCEPTO-RECIBO.
           03 LCON-TITULO PIC X(22).
       01 WS-STATUS-DETALLE PIC X(2) VALUE SPACES.
       01 WS-DET-CLAVE-ANTERIOR PIC X(13) VALUE SPACES.
       01 WS-DET-SECUENCIA PIC 9(3) VALUE ZERO.
       01 WS-DET-AJUSTE-REG PIC X(58) VALUE SPACES.
       01 WS-DET-AJUSTE-GRABADO PIC X(1) VALUE "N".

      * Soporte de la suma de dias calendario para el vencimiento
      * de las facturas segun las condiciones de pago por sucursal.
           03 MENOR-ACTUAL-HORAS PIC 9(3)V99.
           03 MENOR-ACTUAL-TIPO-MOV PIC X(1).
               88 MENOR-ACTUAL-ES-REVERSO VALUE "C".
               88 MENOR-ACTUAL-ES-SUSPENDIDA VALUE "S".
           03 MENOR-ACTUAL-ALUMNOS PIC 9(3).
           03 MENOR-ACTUAL-HORA-DESDE PIC 9(4).
           03 MENOR-ACTUAL-HORA-HASTA PIC 9(4).
           03 MENOR-ACTUAL-CONCEPTO PIC X(1).
               88 MENOR-ES-PREPARACION VALUE "P".
               88 MENOR-ES-VIGILANCIA VALUE "V".
      * Clase in-company: la hora se paga al profesor como cualquier
      * otra pero se factura al cliente corporativo y no a la
      * sucursal. En blanco es una hora comun de sucursal.
           03 MENOR-ACTUAL-CLIENTE PIC X(5).
      * Co-docencia: porcentaje de la clase que le toca a este
      * profesor cuando la dan dos juntos. En cero la clase es de
      * un solo profesor, salvo que el tipo de clase exija pareja.
           03 MENOR-ACTUAL-PORC-COMPARTIDO PIC 9(3)V99.
      * Clase suspendida por la sucursal (tipo de movimiento "S"):
      * fecha y hora en que la sucursal aviso al profesor. En cero
      * la suspension fue sin aviso.
           03 MENOR-ACTUAL-AVISO-FECHA PIC 9(8).
           03 MENOR-ACTUAL-AVISO-HORA PIC 9(4).
      * Modalidad de la clase: "V" virtual (online, no ocupa sala);
      * en blanco o "P" presencial.
           03 MENOR-ACTUAL-MODALIDAD PIC X(1).
               88 MENOR-ES-VIRTUAL VALUE "V".


       01 LINEA_TOTALXFECHA.
       01 WS-LEIDOS-NOV3 PIC 9(6) VALUE ZERO.
       01 WS-LEIDOS-TIMES PIC 9(6) VALUE ZERO.
       01 WS-ESCRITOS-TIMESACT PIC 9(6) VALUE ZERO.
      * Version vigente del layout de los archivos de horas (ver la
      * cabecera en el FD de Times1); ConversorTimes lleva a esta
      * version las generaciones grabadas con un registro anterior.
       01 WS-VERSION-LAYOUT-HORAS PIC 9(2) VALUE 8.
       01 WS-LARGO-LAYOUT-HORAS PIC 9(3) VALUE 61.
       01 WS-HORAS-TOTAL-ENTRADA PIC 9(8)V99 VALUE ZERO.
       01 WS-HORAS-TOTAL-SALIDA PIC 9(8)V99 VALUE ZERO.

           VALUE "ControlDeCorrida.dat".
       01 WS-NOMBRE-AHORRO-RED PIC X(30)
           VALUE "AhorroReducciones.dat".
       01 WS-NOMBRE-SUSPENSIONES PIC X(30)
           VALUE "SuspensionesSucursal.dat".
       01 WS-NOMBRE-NOCTURNA-SUC PIC X(30)
           VALUE "NocturnidadSucursales.dat".

       01 WS-STATUS-PROFESORES PIC X(2) VALUE SPACES.
       01 WS-STATUS-ACUM PIC X(2) VALUE SPACES.
       01 WS-STATUS-FERIADOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXTEMPORANEAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARM-PAGINA PIC X(2) VALUE SPACES.
       01 WS-STATUS-PARM-NOVEDADES PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-RECIBOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-TRABA PIC X(2) VALUE SPACES.
       01 WS-TRABA-TOMADA PIC X(1) VALUE "N".
       01 WS-TRABA-PROPIA PIC X(1) VALUE "N".
      * Fecha y hora en que la corrida tomo la traba: se estampan en
      * cada linea del detalle liquidado que graba, para que los
      * extractos incrementales sepan que lineas son nuevas.
       01 WS-SELLO-CORRIDA-FECHA PIC 9(8) VALUE ZERO.
       01 WS-SELLO-CORRIDA-HORA PIC 9(6) VALUE ZERO.
       01 WS-OPERADOR-CORRIDA PIC X(8) VALUE SPACES.
       01 WS-EOF-CALENDARIO PIC X(2) VALUE "NO".
       01 WS-FECHA-PREVISTA-HOY PIC X(1) VALUE "N".
       01 WS-CONFIRMA-FUERA-FECHA PIC X(1).
       01 WS-STATUS-PARAMETROS PIC X(2) VALUE SPACES.
       01 WS-STATUS-ARRASTRE PIC X(2) VALUE SPACES.
       01 WS-STATUS-PAGOS-RETENIDOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-CAMBIOS-CBU PIC X(2) VALUE SPACES.
       01 WS-STATUS-FACT-PROF PIC X(2) VALUE SPACES.
       01 WS-STATUS-ESTADISTICAS PIC X(2) VALUE SPACES.
       01 WS-STATUS-TENDENCIA PIC X(2) VALUE SPACES.
       01 WS-STATUS-PERFIL PIC X(2) VALUE SPACES.
       01 TABLA-DIASEM-TIPO.
           03 ELEM-DST OCCURS 1400 TIMES.
               05 VEC-DST-TIPO PIC X(4).
               05 VEC-DST-MODALIDAD PIC X(1).
                   88 VEC-DST-VIRTUAL VALUE "V".
               05 VEC-DST-DIA PIC 9(1).
               05 VEC-DST-HORAS PIC S9(7)V99.
               05 VEC-DST-IMPORTE PIC S9(9)V99.
           03 LPT-HORAS PIC ZZZZZ9,99.
           03 FILLER PIC X(10) VALUE " IMPORTE: ".
           03 LPT-IMPORTE PIC ZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACE.
           03 LPT-MODALIDAD PIC X(10).
       01 WS-EOF-ESTADISTICAS PIC X(2) VALUE "NO".

       01 WS-EST-SEG-INICIO PIC 9(6) VALUE ZERO.
       01 WS-EST-EXC-HAB PIC 9(5) VALUE ZERO.
       01 WS-EST-EXC-LIC PIC 9(5) VALUE ZERO.
       01 WS-EST-EXC-SUP PIC 9(5) VALUE ZERO.
       01 WS-EST-EXC-CON PIC 9(5) VALUE ZERO.

      * Ventana de las ultimas doce corridas del historico para el
      * promedio de la tendencia (anillo: la mas vieja se pisa).
       01 LINEA-SIN-PAGO-RECIBO PIC X(60) VALUE
           "  SIN PAGO - SALDO ARRASTRADO AL PROXIMO PERIODO".

       01 LINEA-RETENIDO-RECIBO PIC X(60) VALUE
           "  PAGO RETENIDO HASTA RECIBIR SU FACTURA".

       01 LINEA-VERIF-RECIBO.
           03 FILLER PIC X(26) VALUE "  Codigo de verificacion: ".
           03 LVR-CODIGO PIC 9(8).

      * Pagos retenidos por falta de factura. Los pendientes de
      * corridas anteriores se cargan al inicio y se marcan "F"
      * cuando aparece su comprobante valido; al cierre se pagan y
      * quedan "L". Los que retiene esta corrida se agregan al
      * final de la misma tabla. El archivo se regraba con los
      * pendientes y los liberados en esta corrida (los liberados
      * de corridas anteriores ya no se cargan).
       01 WS-EOF-PAGOS-RETENIDOS PIC X(2) VALUE "NO".
       01 WS-EOF-FACT-PROF PIC X(2) VALUE "NO".

      * Cambios de CBU en cuarentena: se cargan solo los que todavia
      * no cumplieron los dias del parametro. El primero de cada
      * profesor trae el CBU que valia antes de la cadena de cambios.
      * Un pago retenido por cuarentena queda en la tabla de pagos
      * retenidos con estado "C" y se libera en la primera corrida
      * posterior al vencimiento.
       01 WS-EOF-CAMBIOS-CBU PIC X(2) VALUE "NO".
       01 WS-CUARENTENA-CBU-DIAS PIC 9(3) VALUE 15.
       01 WS-MAX-CAMBIOS-CBU PIC 9(4) VALUE 1000.
       01 WS-CANT-CAMBIOS-CBU PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CCBU PIC 9(4) VALUE ZERO.
       01 TABLA-CAMBIOS-CBU.
           03 ELEM-CCBU OCCURS 1000 TIMES.
               05 VEC-CCBU-PROFESOR PIC X(5).
               05 VEC-CCBU-ANTERIOR PIC X(22).
       01 WS-CBU-VIGENTE PIC X(22) VALUE SPACES.
       01 WS-CBU-EN-CUARENTENA PIC X(1) VALUE "N".
           88 WS-CBU-EN-CUARENTENA-SI VALUE "S".
       01 WS-CBU-RETENER PIC X(1) VALUE "N".
           88 WS-CBU-RETENER-SI VALUE "S".
       01 WS-CANT-CBU-ANTERIOR PIC 9(5) VALUE ZERO.
       01 WS-CANT-CBU-RETENIDOS PIC 9(5) VALUE ZERO.
       01 WS-CBU-SERIE-GRUPO.
           03 WS-CBU-SERIE-ANIO PIC 9(4).
           03 WS-CBU-SERIE-MES PIC 9(2).
           03 WS-CBU-SERIE-DIA PIC 9(2).
       01 WS-CBU-SERIE-FECHA REDEFINES WS-CBU-SERIE-GRUPO PIC 9(8).
       01 WS-CBU-SERIE-RESULTADO PIC 9(7) VALUE ZERO.
       01 WS-CBU-SERIE-HOY PIC 9(7) VALUE ZERO.
       01 WS-FACTURA-MONOTRIBUTO PIC X(1) VALUE "N".
           88 WS-FACTURA-MONOTRIBUTO-SI VALUE "S".

      * Control del neto anomalo: el neto se compara con el promedio
      * de los seis periodos anteriores de HistoricoProfesor.dat por
      * el factor del parametro NETO-FACTOR-ANOMALO, y con el tope
      * absoluto de NETO-TOPE-ABSOLUTO (en cero no hay tope).
       01 WS-NETO-FACTOR PIC 9(2)V9 VALUE 3.
       01 WS-NETO-FACTOR-AUX PIC 9(3) VALUE ZERO.
       01 WS-NETO-TOPE-ABSOLUTO PIC 9(9) VALUE ZERO.
       01 WS-NETO-PROMEDIO PIC S9(10)V99 VALUE ZERO.
       01 WS-NETO-SUMA-HIST PIC S9(11)V99 VALUE ZERO.
       01 WS-NETO-CANT-HIST PIC 9(1) VALUE ZERO.
       01 WS-NETO-HIST-ANIO PIC 9(4) VALUE ZERO.
       01 WS-NETO-HIST-MES PIC 9(2) VALUE ZERO.
       01 WS-NETO-ANOMALO PIC X(1) VALUE "N".
           88 WS-NETO-ANOMALO-SI VALUE "S".
       01 WS-NETO-AUTORIZADO PIC X(1) VALUE "N".
           88 WS-NETO-AUTORIZADO-SI VALUE "S".
       01 WS-CANT-NETO-RETENIDOS PIC 9(5) VALUE ZERO.
       01 WS-CANT-NETO-LIBERADOS PIC 9(5) VALUE ZERO.

      * Cola de autorizaciones, para buscar la segunda firma de la
      * liberacion de un neto anomalo y marcarla ejecutada.
       01 WS-STATUS-AUTORIZACIONES PIC X(2) VALUE SPACES.
       01 WS-EOF-AUTORIZACIONES PIC X(2) VALUE "NO".
       01 WS-MAX-AUTS PIC 9(3) VALUE 200.
       01 WS-CANT-AUTS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-AUT PIC 9(3) VALUE ZERO.
       01 WS-AUT-HALLADA PIC X(1) VALUE "N".
           88 WS-AUT-APROBADA-SI VALUE "S".
       01 WS-AUT-CONSUMIDA PIC X(1) VALUE "N".
           88 WS-AUT-CONSUMIDA-SI VALUE "S".
       01 WS-AUT-DETALLE PIC X(40) VALUE SPACES.
       01 TABLA-AUTORIZACIONES.
           03 ELEM-AUT OCCURS 200 TIMES.
               05 VEC-AUT-OPERACION PIC X(10).
               05 VEC-AUT-DETALLE PIC X(40).
               05 VEC-AUT-FECHA PIC 9(8).
               05 VEC-AUT-OPERADOR PIC X(8).
               05 VEC-AUT-ESTADO PIC X(1).
               05 VEC-AUT-SUPERVISOR PIC X(8).
               05 VEC-AUT-MOTIVO PIC X(30).
       01 WS-PAGO-RETENIDO PIC X(1) VALUE "N".
           88 WS-PAGO-RETENIDO-SI VALUE "S".
       01 WS-PRET-HALLADO PIC X(1) VALUE "N".
           88 WS-PRET-HALLADO-SI VALUE "S".
       01 WS-MAX-PAGOS-RETENIDOS PIC 9(4) VALUE 3000.
       01 WS-CANT-PAGOS-RETENIDOS PIC 9(4) VALUE ZERO.
       01 WS-CANT-PRET-ANTERIORES PIC 9(4) VALUE ZERO.
       01 WS-CANT-PRET-NUEVOS PIC 9(4) VALUE ZERO.
       01 WS-CANT-PRET-LIBERADOS PIC 9(4) VALUE ZERO.
       01 WS-FECHA-LIBERACION PIC 9(8) VALUE ZERO.
       01 SUBINDICE-PRET PIC 9(4) VALUE ZERO.
       01 TABLA-PAGOS-RETENIDOS.
           03 ELEM-PRET OCCURS 3000 TIMES.
               05 VEC-PRET-FOLIO PIC 9(9).
               05 VEC-PRET-PROFESOR PIC X(5).
               05 VEC-PRET-PERIODO PIC 9(6).
               05 VEC-PRET-FECHA PIC 9(8).
               05 VEC-PRET-IMPORTE PIC 9(9)V99.
               05 VEC-PRET-ESTADO PIC X(1).

       01 WS-EOF-PARAMETROS PIC X(2) VALUE "NO".
       01 WS-MAX-PARAMETROS PIC 9(2) VALUE 50.
       01 WS-CANT-PARAMETROS PIC 9(2) VALUE ZERO.
           03 FILLER PIC X(8) VALUE " COSTO: ".
           03 LMG-COSTO PIC ZZZZZZZ9,99.
           03 FILLER PIC X(6) VALUE " MRG: ".
           03 LMG-MARGEN PIC -ZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LMG-PORCENTAJE PIC -ZZ9,99.
           03 FILLER PIC X(2) VALUE " %".

       01 LINEA-AVISO-DESTINO.
       01 WS-IVA-IMP-105 PIC S9(10)V99 VALUE ZERO.
       01 WS-IVA-NETO-EXENTO PIC S9(10)V99 VALUE ZERO.

       01 LINEA-VERIF-FACTURA.
           03 FILLER PIC X(24) VALUE "Codigo de verificacion: ".
           03 LVF-CODIGO PIC 9(8).

       01 LINEA-FACTURA-SUC-IVA.
           03 FILLER PIC X(13) VALUE "Neto gravado ".
           03 LFIV-NETO PIC ZZZZZZZ9,99.
       01 LINEA-LIBRO-IVA.
           03 LLIV-PERIODO PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLIV-SUCURSAL PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLIV-RAZON PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLIV-IVA PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLIV-TOTAL PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LLIV-PERCEPCION PIC ZZZZZZZ9,99.

       01 LINEA-LIBRO-IVA-TOTAL.
           03 LLIVT-ETIQUETA PIC X(30).
       01 WS-STATUS-CHEQUES PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-CHEQUES PIC X(2) VALUE SPACES.
       01 WS-FOLIO-CHEQUE-ACTUAL PIC 9(9) VALUE ZERO.

      * Codigo de pago electronico de la factura: folio correlativo
      * mas digito verificador. Todos los renglones de cuenta
      * corriente de un mismo documento (horas y cargos fijos) llevan
      * el mismo codigo, que la red informa al rendir el cobro.
       01 WS-STATUS-FOLIO-CPAG PIC X(2) VALUE SPACES.
       01 WS-FOLIO-CPAG-ACTUAL PIC 9(9) VALUE ZERO.
       01 WS-ENTE-RED-COBRANZA PIC 9(4) VALUE ZERO.
       01 WS-CPAG-ASIGNADO PIC X(1) VALUE "N".
           88 WS-CPAG-ASIGNADO-SI VALUE "S".
       01 WS-CPAG-VTO PIC 9(8) VALUE ZERO.
       01 WS-CODIGO-PAGO-ARMADO.
           03 WS-CPAG-FOLIO PIC 9(9).
           03 WS-CPAG-DV PIC 9(1).
       01 WS-CODIGO-PAGO-NUM REDEFINES WS-CODIGO-PAGO-ARMADO
           PIC 9(10).

      * Codigo de barras para las redes de cobranza: ente, codigo de
      * pago, importe en centavos, vencimiento y verificador.
       01 WS-CODIGO-BARRAS.
           03 WS-CBAR-ENTE PIC 9(4).
           03 WS-CBAR-CODIGO-PAGO PIC 9(10).
           03 WS-CBAR-IMPORTE PIC 9(8)V99.
           03 WS-CBAR-VTO PIC 9(8).
           03 WS-CBAR-DV PIC 9(1).

      * Verificador por secuencia ponderadora 1-3-5-7-9: suma de los
      * productos, mitad entera, ultimo digito.
       01 WS-DV-BUFFER PIC X(32) VALUE ZEROS.
       01 WS-DV-DIGITOS REDEFINES WS-DV-BUFFER.
           03 WS-DV-DIGITO PIC 9(1) OCCURS 32 TIMES.
       01 WS-DV-LARGO PIC 9(2) VALUE ZERO.
       01 SUBINDICE-DV PIC 9(2) VALUE ZERO.
       01 WS-DV-PESO PIC 9(1) VALUE ZERO.
       01 WS-DV-SUMA PIC 9(5) VALUE ZERO.
       01 WS-DV-MITAD PIC 9(5) VALUE ZERO.
       01 WS-DV-COCIENTE PIC 9(5) VALUE ZERO.
       01 WS-DV-RESULTADO PIC 9(1) VALUE ZERO.

       01 LINEA-FACTURA-SUC-CPAG.
           03 FILLER PIC X(28) VALUE "Codigo de pago electronico: ".
           03 LFCP-CODIGO PIC 9(10).
           03 FILLER PIC X(12) VALUE "  Vence el: ".
           03 LFCP-VTO PIC 9(8).

       01 LINEA-FACTURA-SUC-CBAR.
           03 FILLER PIC X(18) VALUE "Codigo de barras: ".
           03 LFCB-BARRAS PIC X(33).
       01 WS-CANT-CHEQUES PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CHEQUES PIC S9(10)V99 VALUE ZERO.

               05 VEC-CAT-COEFICIENTE PIC 9V9(4).
       01 WS-STATUS-EXCEP-LIC PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXCEP-SUP PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXCEP-CON PIC X(2) VALUE SPACES.
       01 WS-STATUS-EXCEP-NETO PIC X(2) VALUE SPACES.
       01 WS-STATUS-SERV-BLOQ PIC X(2) VALUE SPACES.

      * Intervalos horarios ya vistos del profesor en la fecha en
      * curso (se reinician con el desglose por sucursal de la
               "SE PISA CON SUCURSAL ".
           03 LSU-SUC-PISADA PIC X(3).

      * Las posiciones del profesor, la fecha y el importe las lee
      * la mesa de excepciones al autorizar el excedente.
       01 LINEA-EXCEP-CONCEPTO.
           03 LECO-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LECO-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LECO-TIPO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LECO-CONCEPTO PIC X(1).
           03 FILLER PIC X(9) VALUE " EXC.HS: ".
           03 LECO-HORAS PIC ZZ9,99.
           03 FILLER PIC X(6) VALUE " IMP: ".
           03 LECO-IMPORTE PIC ZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LECO-MOTIVO PIC X(27) VALUE
               "SUPERA TOPE SOBRE DICTADAS".

      * El profesor y el folio los lee la mesa de excepciones para
      * armar el pedido de liberacion.
       01 LINEA-EXCEP-NETO.
           03 LENE-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LENE-FOLIO PIC 9(9).
           03 FILLER PIC X(7) VALUE " NETO: ".
           03 LENE-NETO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(7) VALUE " PROM: ".
           03 LENE-PROMEDIO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LENE-MOTIVO PIC X(26).

       01 WS-EOF-LICENCIAS PIC X(2) VALUE "NO".
       01 WS-MAX-LICENCIAS PIC 9(4) VALUE 2000.
       01 WS-CANT-LICENCIAS PIC 9(4) VALUE ZERO.
           03 LEH-TIPO PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LEH-MOTIVO PIC X(30).
       01 WS-MOTIVO-HABILITACION PIC X(30) VALUE SPACES.

       01 WS-STATUS-CERTIFICACIONES PIC X(2) VALUE SPACES.
       01 WS-STATUS-CERTIF-EXIGIDAS PIC X(2) VALUE SPACES.
       01 WS-EOF-CERTIFICACIONES PIC X(2) VALUE "NO".
       01 WS-EOF-CERTIF-EXIGIDAS PIC X(2) VALUE "NO".
       01 WS-MAX-CERTIFICACIONES PIC 9(4) VALUE 5000.
       01 WS-CANT-CERTIFICACIONES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CER PIC 9(4) VALUE ZERO.
       01 TABLA-CERTIFICACIONES.
           03 ELEM-CER OCCURS 5000 TIMES.
               05 VEC-CER-PROFESOR PIC X(5).
               05 VEC-CER-TIPO PIC X(4).
               05 VEC-CER-FECHA-EMISION PIC 9(8).
               05 VEC-CER-FECHA-VENCIMIENTO PIC 9(8).
       01 WS-MAX-CERTIF-EXIGIDAS PIC 9(3) VALUE 500.
       01 WS-CANT-CERTIF-EXIGIDAS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-CEX PIC 9(3) VALUE ZERO.
       01 TABLA-CERTIF-EXIGIDAS.
           03 ELEM-CEX OCCURS 500 TIMES.
               05 VEC-CEX-TIP_CLASE PIC X(4).
               05 VEC-CEX-CERTIFICACION PIC X(4).
      * Resultado de buscar la certificacion exigida: V vigente,
      * C cargada pero vencida (o todavia no emitida), N no cargada.
       01 WS-CERTIF-ESTADO PIC X(1) VALUE "N".
           88 WS-CERTIF-VIGENTE VALUE "V".
           88 WS-CERTIF-VENCIDA VALUE "C".
       01 LINEA-MOTIVO-CERTIF.
           03 FILLER PIC X(14) VALUE "CERTIFICACION ".
           03 LMC-CERTIFICACION PIC X(4).
           03 LMC-ESTADO PIC X(9).
       01 WS-STATUS-CTRL-CORRIDA PIC X(2) VALUE SPACES.

       01 WS-ARCHIVO-CON-ERROR PIC X(30) VALUE SPACES.
       01 WS-HAY-RESTART PIC X(1) VALUE "N".
           88 WS-HAY-RESTART-SI VALUE "S".

      * Lista de precios de venta: el renglon propio de la sucursal
      * gana sobre el general (sucursal en blanco) del mismo tipo.
       01 WS-STATUS-PRECIOS-VENTA PIC X(2) VALUE SPACES.
       01 WS-EOF-PRECIOS-VENTA PIC X(2) VALUE "NO".
       01 WS-MAX-PRECIOS-VENTA PIC 9(4) VALUE 2000.
       01 WS-CANT-PRECIOS-VENTA PIC 9(4) VALUE ZERO.
       01 SUBINDICE-PVT PIC 9(4) VALUE ZERO.
       01 WS-PVT-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-PVT-ENCONTRADO-SI VALUE "S".
       01 WS-PVT-SUCURSAL-BUSCADA PIC X(3) VALUE SPACES.
       01 WS-PRECIO-VENTA-A-USAR PIC 9(5)V99 VALUE ZERO.
       01 WS-IMPORTE-VENTA-AUX PIC S9(9)V99 VALUE ZERO.
       01 WS-SIGNO-VENTA PIC S9(9)V99 VALUE ZERO.
       01 TABLA-PRECIOS-VENTA.
           03 ELEM-PVT OCCURS 2000 TIMES.
               05 VEC-PVT-TIP_CLASE PIC X(4).
               05 VEC-PVT-SUCURSAL PIC X(3).
               05 VEC-PVT-PRECIO PIC 9(5)V99.
               05 VEC-PVT-FECHA-DESDE PIC 9(8).
               05 VEC-PVT-FECHA-HASTA PIC 9(8).

      * Cargos fijos de sucursal. Al cargar la tabla quedan marcados
      * los que corresponde facturar en el periodo (vigentes y en mes
      * de su periodicidad, contada desde el mes de la fecha desde).
       01 WS-STATUS-CARGOS-FIJOS PIC X(2) VALUE SPACES.
       01 WS-EOF-CARGOS-FIJOS PIC X(2) VALUE "NO".
       01 WS-MAX-CARGOS-FIJOS PIC 9(4) VALUE 1000.
       01 WS-CANT-CARGOS-FIJOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CFS PIC 9(4) VALUE ZERO.
       01 WS-CFS-PER-GRUPO.
           03 WS-CFS-PER-ANIO PIC 9(4).
           03 WS-CFS-PER-MES PIC 9(2).
       01 WS-CFS-PERIODO REDEFINES WS-CFS-PER-GRUPO PIC 9(6).
       01 WS-CFS-DES-GRUPO.
           03 WS-CFS-DES-ANIO PIC 9(4).
           03 WS-CFS-DES-MES PIC 9(2).
       01 WS-CFS-PERIODO-DESDE REDEFINES WS-CFS-DES-GRUPO PIC 9(6).
       01 WS-CFS-PERIODO-HASTA PIC 9(6) VALUE ZERO.
       01 WS-CFS-MESES PIC 9(2) VALUE ZERO.
       01 WS-CFS-NETO-SUC PIC S9(9)V99 VALUE ZERO.
       01 WS-CFS-NETO-EVENTOS-SUC PIC S9(9)V99 VALUE ZERO.
       01 WS-CFS-MESES-TRANSC PIC S9(5) VALUE ZERO.
       01 WS-CFS-CUOCIENTE PIC 9(5) VALUE ZERO.
       01 WS-CFS-RESTO PIC 9(2) VALUE ZERO.
       01 WS-CFS-IVA PIC S9(9)V99 VALUE ZERO.
       01 WS-CFS-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CFS-TOTAL-SUC PIC S9(9)V99 VALUE ZERO.
       01 WS-IVA-NETO-OTRAS PIC S9(10)V99 VALUE ZERO.
       01 WS-IVA-IMP-OTRAS PIC S9(10)V99 VALUE ZERO.

      * Percepcion de Ingresos Brutos: la alicuota de cada sucursal
      * sale del padron vigente a la fecha de la corrida para su
      * CUIT en la jurisdiccion del maestro; sin jurisdiccion o sin
      * CUIT en el padron no se percibe.
       01 WS-STATUS-PADRON-IIBB PIC X(2) VALUE SPACES.
       01 WS-EOF-PADRON-IIBB PIC X(2) VALUE "NO".
       01 WS-STATUS-LIBRO-PERC PIC X(2) VALUE SPACES.
       01 WS-MAX-PADRON-IIBB PIC 9(5) VALUE 5000.
       01 WS-CANT-PADRON-IIBB PIC 9(5) VALUE ZERO.
       01 SUBINDICE-PIB PIC 9(5) VALUE ZERO.
       01 TABLA-PADRON-IIBB.
           03 ELEM-PIB OCCURS 5000 TIMES.
               05 VEC-PIB-CUIT PIC 9(11).
               05 VEC-PIB-JURISDICCION PIC 9(3).
               05 VEC-PIB-ALICUOTA PIC 9(2)V99.
       01 WS-PIB-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-PIB-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-PIB-ENCONTRADO-SI VALUE "S".
       01 WS-BASE-PERCEPCION PIC S9(9)V99 VALUE ZERO.
       01 WS-PERCEPCION-IIBB PIC S9(9)V99 VALUE ZERO.
       01 WS-IIBB-BASE-PERIODO PIC S9(10)V99 VALUE ZERO.
       01 WS-IIBB-PERC-PERIODO PIC S9(10)V99 VALUE ZERO.

       01 LINEA-FACTURA-SUC-IIBB.
           03 FILLER PIC X(28) VALUE
               "Percepcion IIBB jurisdiccion".
           03 LFPI-JURISDICCION PIC 9(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LFPI-ALICUOTA PIC Z9,99.
           03 FILLER PIC X(3) VALUE "%: ".
           03 LFPI-PERCEPCION PIC ZZZZZZ9,99.
           03 FILLER PIC X(9) VALUE "  Total: ".
           03 LFPI-TOTAL PIC ZZZZZZZZ9,99.
       01 TABLA-CARGOS-FIJOS.
           03 ELEM-CFS OCCURS 1000 TIMES.
               05 VEC-CFS-SUCURSAL PIC X(3).
               05 VEC-CFS-CONCEPTO PIC X(20).
               05 VEC-CFS-IMPORTE PIC 9(7)V99.
               05 VEC-CFS-PERIODICIDAD PIC X(1).
               05 VEC-CFS-FECHA-DESDE PIC 9(8).
               05 VEC-CFS-FECHA-HASTA PIC 9(8).
               05 VEC-CFS-ALICUOTA PIC 9(2)V99.
               05 VEC-CFS-CORRESPONDE PIC X(1).
                   88 VEC-CFS-CORRESPONDE-SI VALUE "S".
               05 VEC-CFS-EVENTO PIC X(1).
                   88 VEC-CFS-EVENTO-SI VALUE "S".

       01 LINEA-FACTURA-SUC-CARGO.
           03 FILLER PIC X(7) VALUE "Cargo: ".
           03 LFC-CONCEPTO PIC X(20).
           03 FILLER PIC X(6) VALUE " Neto ".
           03 LFC-NETO PIC ZZZZZZZ9,99.
           03 FILLER PIC X(6) VALUE "  IVA ".
           03 LFC-ALICUOTA PIC Z9,99.
           03 FILLER PIC X(3) VALUE "%: ".
           03 LFC-IVA PIC ZZZZZZ9,99.
           03 FILLER PIC X(8) VALUE "  Total ".
           03 LFC-TOTAL PIC ZZZZZZZ9,99.

       01 LINEA-FACTURA-SUC-TOTDOC.
           03 FILLER PIC X(30) VALUE
               "Total del documento c/IVA:    ".
           03 LFTD-TOTAL PIC ZZZZZZZZ9,99.

      * Escala de bonificaciones por volumen. Si la sucursal tiene
      * tramos propios se usan solo esos; si no, los generales. De
      * los tramos alcanzados se aplica el de mayor porcentaje.
       01 WS-STATUS-BONIF-VOLUMEN PIC X(2) VALUE SPACES.
       01 WS-EOF-BONIF-VOLUMEN PIC X(2) VALUE "NO".
       01 WS-STATUS-BONIF-OTORGADAS PIC X(2) VALUE SPACES.
       01 WS-MAX-BONIF-VOLUMEN PIC 9(4) VALUE 500.
       01 WS-CANT-BONIF-VOLUMEN PIC 9(4) VALUE ZERO.
       01 SUBINDICE-BVO PIC 9(4) VALUE ZERO.
       01 TABLA-BONIF-VOLUMEN.
           03 ELEM-BVO OCCURS 500 TIMES.
               05 VEC-BVO-SUCURSAL PIC X(3).
               05 VEC-BVO-BASE PIC X(1).
               05 VEC-BVO-HORAS-DESDE PIC 9(6)V99.
               05 VEC-BVO-PORCENTAJE PIC 9(2)V99.
       01 WS-BVO-SUC-ESCALA PIC X(3) VALUE SPACES.
       01 WS-BVO-TIENE-PROPIA PIC X(1) VALUE "N".
           88 WS-BVO-TIENE-PROPIA-SI VALUE "S".
       01 WS-BVO-HORAS-MES PIC S9(6)V99 VALUE ZERO.
       01 WS-BVO-HORAS-ANIO PIC S9(8)V99 VALUE ZERO.
       01 WS-NETO-FACTURA-SUC PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-BONIF-PERIODO PIC S9(10)V99 VALUE ZERO.

       01 LINEA-FACTURA-SUC-BONIF.
           03 FILLER PIC X(29) VALUE
               "Bonificacion por volumen    ".
           03 LFB-PORCENTAJE PIC Z9,99.
           03 FILLER PIC X(5) VALUE "%:  -".
           03 LFB-IMPORTE PIC ZZZZZZZ9,99.

      * Clientes corporativos activos, con lo que se les factura en
      * el periodo por las clases in-company.
       01 WS-STATUS-CLIENTES PIC X(2) VALUE SPACES.
       01 WS-EOF-CLIENTES PIC X(2) VALUE "NO".
       01 WS-STATUS-FACT-CLI-EMITIDAS PIC X(2) VALUE SPACES.
       01 WS-MAX-CLIENTES PIC 9(4) VALUE 500.
       01 WS-CANT-CLIENTES PIC 9(4) VALUE ZERO.
       01 SUBINDICE-CLI PIC 9(4) VALUE ZERO.
       01 WS-CLI-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-CLI-ENCONTRADO-SI VALUE "S".
       01 TABLA-CLIENTES.
           03 ELEM-CLI OCCURS 500 TIMES.
               05 VEC-CLI-CODIGO PIC X(5).
               05 VEC-CLI-RAZON PIC X(25).
               05 VEC-CLI-DIRE PIC X(20).
               05 VEC-CLI-CUIT PIC 9(11).
               05 VEC-CLI-IVA-COND PIC X(1).
               05 VEC-CLI-DIAS-PAGO PIC 9(3).
               05 VEC-CLI-HORAS PIC S9(6)V99.
               05 VEC-CLI-VENTA PIC S9(9)V99.

       01 LINEA-FACTURA-CLI-ENC.
           03 FILLER PIC X(17) VALUE "FACTURA CLIENTE -".
           03 FILLER PIC X(1) VALUE SPACES.
           03 LFCL-CLIENTE PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LFCL-RAZON PIC X(25).

       01 LINEA-NC-CLI-ENC.
           03 FILLER PIC X(16) VALUE "NOTA DE CREDITO ".
           03 LNCC-FOLIO PIC 9(9).
           03 FILLER PIC X(11) VALUE " - CLIENTE ".
           03 LNCC-CLIENTE PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNCC-RAZON PIC X(25).

       01 LINEA-SERV-BLOQ-ENC.
           03 FILLER PIC X(60) VALUE
               "SERVICIO PRESTADO A SUCURSALES BLOQUEADAS POR CREDITO".

       01 LINEA-SERV-BLOQ.
           03 LSBL-SUCURSAL PIC X(4).
           03 LSBL-RAZON PIC X(26).
           03 LSBL-PROFESOR PIC X(6).
           03 LSBL-FECHA PIC X(11).
           03 LSBL-TIPO PIC X(5).
           03 LSBL-HORAS PIC -ZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LSBL-VENTA PIC -ZZZ.ZZ9,99.

       01 LINEA-EXCEPCION-CLIENTE.
           03 FILLER PIC X(4) VALUE "*** ".
           03 FILLER PIC X(28) VALUE "CLIENTE INEXISTENTE, CODIGO ".
           03 LEXCLI-CODIGO PIC X(5).
           03 FILLER PIC X(26) VALUE
               " - SE FACTURA A SUCURSAL".

      * Aportes y contribuciones de la seguridad social: la tabla
      * guarda solo las alicuotas vigentes a la fecha de la corrida.
      * Los aportes se descuentan del neto del profesor; las
      * contribuciones se acumulan por empresa y van al extracto
      * contable como costo patronal (movimiento tipo C).
       01 WS-STATUS-ALICUOTAS-SS PIC X(2) VALUE SPACES.
       01 WS-EOF-ALICUOTAS-SS PIC X(2) VALUE "NO".
       01 WS-STATUS-DECLARACION-SS PIC X(2) VALUE SPACES.
       01 WS-STATUS-CONCEPTOS PIC X(2) VALUE SPACES.
       01 WS-MAX-ALICUOTAS-SS PIC 9(3) VALUE 50.
       01 WS-CANT-ALICUOTAS-SS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-ASS PIC 9(3) VALUE ZERO.
       01 TABLA-ALICUOTAS-SS.
           03 ELEM-ASS OCCURS 50 TIMES.
               05 VEC-ASS-CONCEPTO PIC X(4).
               05 VEC-ASS-DESCRIPCION PIC X(20).
               05 VEC-ASS-TIPO PIC X(1).
                   88 VEC-ASS-ES-APORTE VALUE "A".
               05 VEC-ASS-DESTINO PIC X(1).
                   88 VEC-ASS-DESTINO-SEG-SOCIAL VALUE "S".
                   88 VEC-ASS-DESTINO-OBRA-SOCIAL VALUE "O".
               05 VEC-ASS-APLICA PIC X(1).
                   88 VEC-ASS-APLICA-AFILIADOS VALUE "S".
               05 VEC-ASS-PORCENTAJE PIC 9(2)V99.
               05 VEC-ASS-TOPE-BASE PIC 9(9)V99.
       01 WS-ASS-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-BASE-APORTE PIC S9(9)V99 VALUE ZERO.
       01 WS-IMPORTE-APORTE PIC S9(9)V99 VALUE ZERO.
       01 WS-BASE-IMPONIBLE-SS PIC S9(9)V99 VALUE ZERO.
       01 WS-APORTES-X-PROFESOR PIC S9(9)V99 VALUE ZERO.
       01 WS-APO-SEG-SOCIAL PIC S9(9)V99 VALUE ZERO.
       01 WS-APO-OBRA-SOCIAL PIC S9(9)V99 VALUE ZERO.
       01 WS-APO-SINDICATO PIC S9(9)V99 VALUE ZERO.
       01 WS-CON-SEG-SOCIAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CON-OBRA-SOCIAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CON-SINDICATO PIC S9(9)V99 VALUE ZERO.
       01 WS-CONTRIB-X-PROFESOR PIC S9(9)V99 VALUE ZERO.
       01 IMPORTE-APORTES-GRAL PIC S9(10)V99 VALUE ZERO.
       01 IMPORTE-CONTRIB-GRAL PIC S9(10)V99 VALUE ZERO.

       01 WS-MAX-CONTRIB-EMP PIC 9(3) VALUE 50.
       01 WS-CANT-CONTRIB-EMP PIC 9(3) VALUE ZERO.
       01 SUBINDICE-CEM PIC 9(3) VALUE ZERO.
       01 WS-CEM-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-CEM-ENCONTRADA-SI VALUE "S".
       01 TABLA-CONTRIB-EMPRESA.
           03 ELEM-CEM OCCURS 50 TIMES.
               05 VEC-CEM-EMPRESA PIC X(2).
               05 VEC-CEM-IMPORTE PIC S9(11)V99.

      * Renglon del libro de sueldos en armado: cada concepto del
      * recibo de un profesor en relacion de dependencia se deja en
      * ConceptosLiquidados.dat (ver LibroSueldosDigital).
       01 WS-CLQ-CODIGO PIC X(4) VALUE SPACES.
       01 WS-CLQ-DESCRIPCION PIC X(20) VALUE SPACES.
       01 WS-CLQ-TIPO PIC X(1) VALUE SPACES.
       01 WS-CLQ-CANTIDAD PIC S9(5)V99 VALUE ZERO.
       01 WS-CLQ-IMPORTE PIC S9(9)V99 VALUE ZERO.

       01 LINEA-APORTE-RECIBO.
           03 FILLER PIC X(8) VALUE "APORTE  ".
           03 LAPO-DESCRIPCION PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LAPO-PORCENTAJE PIC Z9,99.
           03 FILLER PIC X(5) VALUE " % : ".
           03 LAPO-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-APORTES-GRAL.
           03 FILLER PIC X(30) VALUE "APORTES / CONTRIB. PATRONALES ".
           03 FILLER PIC X(2) VALUE SPACES.
           03 LAPG-APORTES PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LAPG-CONTRIB PIC ZZZZZZZZZ9,99.

      * Descuentos voluntarios vigentes a la fecha de la corrida y
      * padron de entidades a las que se les paga lo retenido.
       01 WS-STATUS-DESC-VOL PIC X(2) VALUE SPACES.
       01 WS-STATUS-ENTIDADES PIC X(2) VALUE SPACES.
       01 WS-STATUS-DESC-RET PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOMINA-DESC PIC X(2) VALUE SPACES.
       01 WS-STATUS-ORDENES-PAGO PIC X(2) VALUE SPACES.
       01 WS-STATUS-FOLIO-OPAGO PIC X(2) VALUE SPACES.
       01 WS-EOF-DESC-VOL PIC X(2) VALUE "NO".
       01 WS-EOF-ENTIDADES PIC X(2) VALUE "NO".
       01 WS-EOF-DESC-RET PIC X(2) VALUE "NO".
       01 WS-DVO-FECHA-HOY PIC 9(8) VALUE ZERO.
       01 WS-MAX-DESC-VOL PIC 9(4) VALUE 1000.
       01 WS-CANT-DESC-VOL PIC 9(4) VALUE ZERO.
       01 SUBINDICE-DVO PIC 9(4) VALUE ZERO.
       01 WS-PRIORIDAD-DVO PIC 9(1) VALUE ZERO.
       01 TABLA-DESC-VOL.
           03 ELEM-DVO OCCURS 1000 TIMES.
               05 VEC-DVO-PROFESOR PIC X(5).
               05 VEC-DVO-ENTIDAD PIC X(4).
               05 VEC-DVO-CONCEPTO PIC X(20).
               05 VEC-DVO-TIPO PIC X(1).
                   88 VEC-DVO-IMPORTE-FIJO VALUE "F".
               05 VEC-DVO-IMPORTE PIC 9(7)V99.
               05 VEC-DVO-PORCENTAJE PIC 9(2)V99.
               05 VEC-DVO-PRIORIDAD PIC 9(1).
       01 WS-MAX-ENTIDADES PIC 9(3) VALUE 100.
       01 WS-CANT-ENTIDADES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-ENT PIC 9(3) VALUE ZERO.
       01 WS-ENT-ENCONTRADA PIC X(1) VALUE "N".
           88 WS-ENT-ENCONTRADA-SI VALUE "S".
       01 TABLA-ENTIDADES.
           03 ELEM-ENT OCCURS 100 TIMES.
               05 VEC-ENT-CODIGO PIC X(4).
               05 VEC-ENT-NOMBRE PIC X(30).
               05 VEC-ENT-CUIT PIC 9(11).
               05 VEC-ENT-CBU PIC X(22).
       01 WS-IMPORTE-DESC-VOL PIC S9(9)V99 VALUE ZERO.
       01 IMPORTE-DESC-VOL-GRAL PIC S9(10)V99 VALUE ZERO.

      * Lo retenido en el periodo, releido de DescuentosRetenidos.dat
      * para armar la nomina de cada entidad (incluye lo grabado
      * antes de una reanudacion).
       01 WS-MAX-NOMINA-DVO PIC 9(4) VALUE 5000.
       01 WS-CANT-NOMINA-DVO PIC 9(4) VALUE ZERO.
       01 SUBINDICE-NDV PIC 9(4) VALUE ZERO.
       01 TABLA-NOMINA-DVO.
           03 ELEM-NDV OCCURS 5000 TIMES.
               05 VEC-NDV-ENTIDAD PIC X(4).
               05 VEC-NDV-PROFESOR PIC X(5).
               05 VEC-NDV-NOMBRE PIC X(25).
               05 VEC-NDV-CONCEPTO PIC X(20).
               05 VEC-NDV-IMPORTE PIC 9(9)V99.
               05 VEC-NDV-FOLIO PIC 9(9).
       01 WS-PERIODO-NOMINA PIC 9(6) VALUE ZERO.
       01 WS-FOLIO-OPAGO-ACTUAL PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-ENTIDAD PIC 9(11)V99 VALUE ZERO.
       01 WS-CANT-X-ENTIDAD PIC 9(5) VALUE ZERO.
       01 WS-CANT-ORDENES-PAGO PIC 9(3) VALUE ZERO.

       01 LINEA-DESC-VOL-RECIBO.
           03 FILLER PIC X(10) VALUE "DESCUENTO ".
           03 LDVR-CONCEPTO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LDVR-ENTIDAD PIC X(4).
           03 FILLER PIC X(11) VALUE "  IMPORTE: ".
           03 LDVR-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-DESC-VOL-GRAL.
           03 FILLER PIC X(30) VALUE "DESCUENTOS VOLUNTARIOS        ".
           03 FILLER PIC X(2) VALUE SPACES.
           03 LDVG-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-NDV-TITULO.
           03 FILLER PIC X(41) VALUE
               "NOMINA DE DESCUENTOS RETENIDOS - PERIODO ".
           03 LNDT-PERIODO PIC 9(6).

       01 LINEA-NDV-ENTIDAD.
           03 FILLER PIC X(9) VALUE "ENTIDAD: ".
           03 LNDE-CODIGO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDE-NOMBRE PIC X(30).
           03 FILLER PIC X(7) VALUE " CUIT: ".
           03 LNDE-CUIT PIC 9(11).

       01 LINEA-NDV-DETALLE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LNDD-PROFESOR PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDD-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDD-CONCEPTO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDD-FOLIO PIC 9(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LNDD-IMPORTE PIC ZZZZZZZZ9,99.

       01 LINEA-NDV-TOTAL.
           03 FILLER PIC X(15) VALUE "  TOTAL CUOTAS ".
           03 LNDTO-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE "  IMPORTE ".
           03 LNDTO-IMPORTE PIC ZZZZZZZZZZ9,99.
           03 FILLER PIC X(17) VALUE "  ORDEN DE PAGO: ".
           03 LNDTO-ORDEN PIC 9(9).

      * Conceptos manuales: el maestro y todas las novedades en
      * memoria; al cierre NovConceptos.dat se reescribe con las
      * liquidadas marcadas con su folio.
       01 WS-STATUS-CONC-MANUALES PIC X(2) VALUE SPACES.
       01 WS-STATUS-NOV-CONCEPTOS PIC X(2) VALUE SPACES.
       01 WS-EOF-CONC-MANUALES PIC X(2) VALUE "NO".
       01 WS-EOF-NOV-CONCEPTOS PIC X(2) VALUE "NO".
       01 WS-MAX-CONC-MANUALES PIC 9(3) VALUE 100.
       01 WS-CANT-CONC-MANUALES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-CMA PIC 9(3) VALUE ZERO.
       01 WS-CMA-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-CMA-ENCONTRADO-SI VALUE "S".
       01 TABLA-CONC-MANUALES.
           03 ELEM-CMA OCCURS 100 TIMES.
               05 VEC-CMA-CODIGO PIC X(4).
               05 VEC-CMA-SUMA-BASE-RET PIC X(1).
                   88 VEC-CMA-SUMA-BASE-RETENCION VALUE "S".
               05 VEC-CMA-TIPO-MOV-GL PIC X(1).
       01 WS-MAX-NOV-CONCEPTOS PIC 9(4) VALUE 2000.
       01 WS-CANT-NOV-CONCEPTOS PIC 9(4) VALUE ZERO.
       01 SUBINDICE-NCO PIC 9(4) VALUE ZERO.
       01 TABLA-NOV-CONCEPTOS.
           03 ELEM-NCO OCCURS 2000 TIMES.
               05 VEC-NCO-REGISTRO PIC X(68).
       01 WS-CMA-NETO-PROF PIC S9(9)V99 VALUE ZERO.
       01 WS-CMA-BASE-RET-PROF PIC S9(9)V99 VALUE ZERO.
       01 WS-CMA-REMUNERATIVO-PROF PIC S9(9)V99 VALUE ZERO.
       01 WS-IMPORTE-CONCEPTO PIC S9(9)V99 VALUE ZERO.
       01 WS-REMUNERACION-SS PIC S9(9)V99 VALUE ZERO.

      * Extracto de los conceptos manuales por tipo de movimiento,
      * empresa y signo: lo que suma al neto va con centro HAB y lo
      * que descuenta con centro DES, asi el plan de cuentas puede
      * invertir debe y haber para los descuentos.
       01 WS-MAX-GL-CONCEPTOS PIC 9(3) VALUE 100.
       01 WS-CANT-GL-CONCEPTOS PIC 9(3) VALUE ZERO.
       01 SUBINDICE-GCM PIC 9(3) VALUE ZERO.
       01 WS-GCM-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-GCM-ENCONTRADO-SI VALUE "S".
       01 WS-GCM-TIPO PIC X(1) VALUE SPACES.
       01 WS-GCM-EMPRESA PIC X(2) VALUE SPACES.
       01 WS-GCM-CENTRO PIC X(3) VALUE SPACES.
       01 WS-IMPORTE-GCM PIC 9(9)V99 VALUE ZERO.
       01 TABLA-GL-CONCEPTOS.
           03 ELEM-GCM OCCURS 100 TIMES.
               05 VEC-GCM-TIPO PIC X(1).
               05 VEC-GCM-EMPRESA PIC X(2).
               05 VEC-GCM-CENTRO PIC X(3).
               05 VEC-GCM-IMPORTE PIC 9(9)V99.

       01 LINEA-CONCEPTO-MANUAL-RECIBO.
           03 FILLER PIC X(10) VALUE "CONCEPTO  ".
           03 LCMR-LEYENDA PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCMR-SIGNO PIC X(1).
           03 LCMR-IMPORTE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LCMR-NO-REMUN PIC X(16).

      * Movilidad entre sucursales: la matriz en memoria, los tramos
      * de la fecha en curso (sucursal y hora desde de cada clase,
      * reiniciados en MISMO-PROFESOR como TABLA-SUC-X-FECHA) y los
      * traslados del profesor en el mes, que se liquidan en su
      * recibo como reintegro no remunerativo.
       01 WS-STATUS-MOVILIDAD PIC X(2) VALUE SPACES.
       01 WS-STATUS-MOV-LIQ PIC X(2) VALUE SPACES.
       01 WS-EOF-MOVILIDAD PIC X(2) VALUE "NO".
       01 WS-VALOR-KM-CENTAVOS PIC 9(7) VALUE ZERO.
       01 WS-VALOR-KM-MOVILIDAD PIC 9(5)V99 VALUE ZERO.
       01 WS-MAX-MOVILIDAD PIC 9(3) VALUE 500.
       01 WS-CANT-MOVILIDAD PIC 9(3) VALUE ZERO.
       01 SUBINDICE-MOV PIC 9(3) VALUE ZERO.
       01 WS-MOV-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-MOV-ENCONTRADO-SI VALUE "S".
       01 TABLA-MOVILIDAD.
           03 ELEM-MOV OCCURS 500 TIMES.
               05 VEC-MOV-ORIGEN PIC X(3).
               05 VEC-MOV-DESTINO PIC X(3).
               05 VEC-MOV-DISTANCIA PIC 9(4)V9.
               05 VEC-MOV-IMPORTE PIC 9(7)V99.

       01 WS-MAX-TRAMOS-X-FECHA PIC 9(2) VALUE 20.
       01 WS-CANT-TRAMOS-X-FECHA PIC 9(2) VALUE ZERO.
       01 SUBINDICE-TXF PIC 9(2) VALUE ZERO.
       01 WS-TXF-MENOR PIC 9(2) VALUE ZERO.
       01 WS-TXF-SUC-ANTERIOR PIC X(3) VALUE SPACES.
       01 TABLA-TRAMOS-X-FECHA.
           03 ELEM-TXF OCCURS 20 TIMES.
               05 TXF-SUCURSAL PIC X(3).
               05 TXF-HORA-DESDE PIC 9(4).
               05 TXF-ESTADO PIC X(1).
                   88 TXF-PENDIENTE VALUE "P".
                   88 TXF-ANULADO VALUE "A".
                   88 TXF-ORDENADO VALUE "O".

       01 WS-MOV-ORIGEN PIC X(3) VALUE SPACES.
       01 WS-MOV-DESTINO PIC X(3) VALUE SPACES.
       01 WS-IMPORTE-TRASLADO PIC 9(7)V99 VALUE ZERO.
       01 WS-MOVILIDAD-X-PROFESOR PIC 9(9)V99 VALUE ZERO.
       01 WS-MAX-MOV-PROF PIC 9(3) VALUE 100.
       01 WS-CANT-MOV-PROF PIC 9(3) VALUE ZERO.
       01 SUBINDICE-MVP PIC 9(3) VALUE ZERO.
       01 TABLA-MOV-PROF.
           03 ELEM-MVP OCCURS 100 TIMES.
               05 MVP-FECHA PIC 9(8).
               05 MVP-SUC-ORIGEN PIC X(3).
               05 MVP-SUC-DESTINO PIC X(3).
               05 MVP-IMPORTE PIC 9(7)V99.

       01 LINEA-TRASLADO-LISTADO.
           03 FILLER PIC X(10) VALUE "TRASLADO  ".
           03 LTRL-ORIGEN PIC X(3).
           03 FILLER PIC X(4) VALUE " -> ".
           03 LTRL-DESTINO PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LTRL-IMPORTE PIC ZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LTRL-OBSERVACION PIC X(30).

       01 LINEA-MOVILIDAD-RECIBO.
           03 FILLER PIC X(10) VALUE "CONCEPTO  ".
           03 FILLER PIC X(20) VALUE "REINTEGRO MOVILIDAD ".
           03 LMOR-CANTIDAD PIC ZZ9.
           03 FILLER PIC X(7) VALUE " TRASL.".
           03 FILLER PIC X(2) VALUE " +".
           03 LMOR-IMPORTE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(16) VALUE "(NO REMUNERAT.)".

      * Eventos con honorario fijo: los tres maestros en memoria. Un
      * evento a liquidar entra ademas como un renglon mas de la
      * tabla de cargos fijos de su sucursal (marcado como evento),
      * asi sale facturado con la misma mecanica y el mismo codigo
      * de pago que el resto del documento.
       01 WS-STATUS-EVENTOS PIC X(2) VALUE SPACES.
       01 WS-STATUS-EVD PIC X(2) VALUE SPACES.
       01 WS-STATUS-DISERTANTES PIC X(2) VALUE SPACES.
       01 WS-EOF-EVENTOS PIC X(2) VALUE "NO".
       01 WS-EOF-EVD PIC X(2) VALUE "NO".
       01 WS-EOF-DISERTANTES PIC X(2) VALUE "NO".
       01 WS-EVENTOS-COMPLETOS PIC X(1) VALUE "S".
           88 WS-EVENTOS-COMPLETOS-SI VALUE "S".
       01 WS-MAX-EVENTOS PIC 9(3) VALUE 300.
       01 WS-CANT-EVENTOS PIC 9(3) VALUE ZERO.
       01 WS-CANT-EVENTOS-A-LIQ PIC 9(3) VALUE ZERO.
       01 SUBINDICE-EVE PIC 9(3) VALUE ZERO.
       01 TABLA-EVENTOS.
           03 ELEM-EVE OCCURS 300 TIMES.
               05 VEC-EVE-CODIGO PIC X(6).
               05 VEC-EVE-DESCRIPCION PIC X(20).
               05 VEC-EVE-SUCURSAL PIC X(3).
               05 VEC-EVE-FECHA PIC 9(8).
               05 VEC-EVE-HONORARIO PIC 9(7)V99.
               05 VEC-EVE-IMPORTE-FACTURA PIC 9(7)V99.
               05 VEC-EVE-ESTADO PIC X(1).
               05 VEC-EVE-IND-SUC PIC 9(3).
               05 VEC-EVE-A-LIQUIDAR PIC X(1).
                   88 VEC-EVE-A-LIQUIDAR-SI VALUE "S".
       01 WS-MAX-EVD PIC 9(4) VALUE 1500.
       01 WS-CANT-EVD PIC 9(4) VALUE ZERO.
       01 SUBINDICE-EVD PIC 9(4) VALUE ZERO.
       01 TABLA-EVENTOS-DISERTANTES.
           03 ELEM-EVD OCCURS 1500 TIMES.
               05 VEC-EVD-EVENTO PIC X(6).
               05 VEC-EVD-TIPO PIC X(1).
               05 VEC-EVD-CODIGO PIC X(5).
               05 VEC-EVD-PORCENTAJE PIC 9(3)V99.
               05 VEC-EVD-IND-EVENTO PIC 9(3).
       01 WS-MAX-DISERTANTES PIC 9(3) VALUE 500.
       01 WS-CANT-DISERTANTES PIC 9(3) VALUE ZERO.
       01 SUBINDICE-DEX PIC 9(3) VALUE ZERO.
       01 TABLA-DISERTANTES.
           03 ELEM-DEX OCCURS 500 TIMES.
               05 VEC-DEX-CODIGO PIC X(5).
               05 VEC-DEX-NOMBRE PIC X(25).
               05 VEC-DEX-DNI PIC 9(8).
               05 VEC-DEX-CUIT PIC 9(11).
               05 VEC-DEX-COND-IMPUESTO PIC X(1).
               05 VEC-DEX-CBU PIC X(22).
               05 VEC-DEX-ACTIVO PIC X(1).
       01 WS-DEX-ENCONTRADO PIC X(1) VALUE "N".
           88 WS-DEX-ENCONTRADO-SI VALUE "S".
       01 WS-DEX-BUSCADO PIC X(5) VALUE SPACES.
       01 WS-EVE-VALIDO PIC X(1) VALUE "S".
           88 WS-EVE-VALIDO-SI VALUE "S".
       01 WS-EVE-MOTIVO PIC X(40) VALUE SPACES.
       01 WS-EVE-SUMA-PORC PIC 9(4)V99 VALUE ZERO.
       01 WS-EVE-PERIODO PIC 9(6) VALUE ZERO.
       01 WS-EVE-IMPORTE-FACT PIC 9(7)V99 VALUE ZERO.
       01 WS-HONORARIO-EVENTO PIC 9(9)V99 VALUE ZERO.
       01 WS-RETENCION-EVENTO PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-HONORARIOS-EVE PIC 9(10)V99 VALUE ZERO.
       01 WS-TOTAL-RETENCION-EVE PIC 9(10)V99 VALUE ZERO.
       01 WS-TOTAL-NETO-EVE PIC 9(10)V99 VALUE ZERO.

       01 LINEA-EVENTO-RECIBO.
           03 FILLER PIC X(10) VALUE "EVENTO    ".
           03 LEVR-CODIGO PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVR-DESCRIPCION PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVR-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVR-PORCENTAJE PIC ZZ9,99.
           03 FILLER PIC X(3) VALUE "%  ".
           03 LEVR-HONORARIO PIC ZZZZZZZZ9,99.

       01 LINEA-EVENTO-LISTADO.
           03 FILLER PIC X(7) VALUE "EVENTO ".
           03 LEVL-CODIGO PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVL-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVL-TIPO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVL-DISERTANTE PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVL-HONORARIO PIC ZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVL-RETENCION PIC ZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVL-NETO PIC ZZZZZZZ9,99.
           03 FILLER PIC X(7) VALUE " FOLIO ".
           03 LEVL-FOLIO PIC 9(9).

       01 LINEA-EVENTOS-GRAL.
           03 FILLER PIC X(30) VALUE "EVENTOS: HONORARIOS/RET./NETO".
           03 LEVG-HONORARIOS PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVG-RETENCION PIC ZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 LEVG-NETO PIC ZZZZZZZZ9,99.

      * Codigo de verificacion de recibos y facturas: dos
      * acumuladores encadenados sobre tipo de documento, numero,
      * titular, periodo e importe con signo. El mismo calculo esta
      * en cada programa que emite documentos y en
      * ConsultaAutenticidad, que lo recalcula: cambiarlo en todos.
       01 WS-CVER-DATOS.
           03 WS-CVER-TIPO PIC X(1).
           03 WS-CVER-NUMERO PIC 9(9).
           03 WS-CVER-TITULAR PIC X(5).
           03 WS-CVER-PERIODO PIC 9(6).
           03 WS-CVER-SIGNO PIC X(1).
           03 WS-CVER-IMPORTE PIC 9(9)V99.
       01 WS-CVER-CARACTERES REDEFINES WS-CVER-DATOS.
           03 WS-CVER-CARACTER PIC X(1) OCCURS 33 TIMES.
       01 TABLA-CVER-SIMBOLOS VALUE
           " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 VEC-CVER-SIMBOLO PIC X(1) OCCURS 37 TIMES.
       01 SUBINDICE-CVER PIC 9(2) VALUE ZERO.
       01 SUBINDICE-CVER-SIM PIC 9(2) VALUE ZERO.
       01 WS-CVER-IMPORTE-DOC PIC S9(9)V99 VALUE ZERO.
       01 WS-CVER-VALOR PIC 9(2) VALUE ZERO.
       01 WS-CVER-ACUM-A PIC 9(4) VALUE ZERO.
       01 WS-CVER-ACUM-B PIC 9(4) VALUE ZERO.
       01 WS-CVER-PRODUCTO PIC 9(8) VALUE ZERO.
       01 WS-CVER-COCIENTE PIC 9(8) VALUE ZERO.
       01 WS-CVER-CODIGO PIC 9(8) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            PERFORM LEER-FOLIO-RECIBOS
            PERFORM LEER-PARM-MINIMO-RECIBO
            PERFORM LEER-PARM-RETENCIONES
            PERFORM LEER-PARM-ENTE-RED-COBRANZA
            PERFORM LEER-PARM-FACTURA-MONOTRIBUTO
            PERFORM LEER-PARM-CUARENTENA-CBU
            PERFORM LEER-PARM-NETO-ANOMALO
            PERFORM CARGAR-CAMBIOS-CBU-A-VECTOR
            PERFORM CARGAR-ARRASTRES-A-VECTOR
            PERFORM CARGAR-PAGOS-RETENIDOS-A-VECTOR
            PERFORM CARGAR-EMBARGOS-A-VECTOR
            PERFORM CARGAR-ADELANTOS-A-VECTOR
            PERFORM RESTART-VERIFICAR
            PERFORM INICIALIZAR_PARTE_B
            PERFORM TOTALIZAR-DICTADO-PERIODO
            PERFORM SALTEAR-NOV1 WS-SALTEAR-NOV1 TIMES
            PERFORM SALTEAR-NOV2 WS-SALTEAR-NOV2 TIMES
            PERFORM SALTEAR-NOV3 WS-SALTEAR-NOV3 TIMES
            PERFORM INACTIVAR-NOVEDADES-EXCEDENTES
            PERFORM CARGAR-TIPOS-CLASE-A-VECTOR
            PERFORM CARGAR-SUCURSALES-A-VECTOR
            PERFORM CARGAR-PADRON-IIBB-A-VECTOR
            PERFORM CARGAR-ALICUOTAS-SS-A-VECTOR
            PERFORM CARGAR-ENTIDADES-A-VECTOR
            PERFORM CARGAR-DESC-VOL-A-VECTOR
            PERFORM CARGAR-CONC-MANUALES-A-VECTOR
            PERFORM CARGAR-MOVILIDAD-A-VECTOR
            PERFORM CARGAR-TARIFAS-SUCURSAL-A-VECTOR
            PERFORM CARGAR-PRECIOS-VENTA-A-VECTOR
            PERFORM CARGAR-CARGOS-FIJOS-A-VECTOR
            PERFORM CARGAR-EVENTOS-A-VECTOR
            PERFORM CARGAR-BONIF-VOLUMEN-A-VECTOR
            PERFORM CARGAR-CLIENTES-A-VECTOR
            PERFORM CARGAR-FERIADOS-A-VECTOR.
            PERFORM CARGAR-HABILITACIONES-A-VECTOR.
            PERFORM CARGAR-CERTIFICACIONES-A-VECTOR.
            PERFORM CARGAR-LICENCIAS-A-VECTOR.
            PERFORM CARGAR-CATEGORIAS-A-VECTOR.
            PERFORM CARGAR-ESCALA-ANTIGUEDAD.
            PERFORM CARGAR-AJUSTES-A-VECTOR.
            MOVE 0 TO IMPORTE-TOTAL-GRAL
            MOVE 0 TO IMPORTE-RETENCION-GRAL
            MOVE 0 TO IMPORTE-NETO-GRAL
            MOVE 0 TO IMPORTE-APORTES-GRAL
            MOVE 0 TO IMPORTE-CONTRIB-GRAL
            PERFORM DETERMINAR-MENOR.
            PERFORM HAY-ARCHIVOS-CON-REGISTROS UNTIL
                WS-TODAS-NOVEDADES-EOF-SI AND WS-EOF-TIMES="SI".
            PERFORM LIQUIDAR-EVENTOS.


            PERFORM IMPRIMIR-ESTADISTICO.

            PERFORM CALCULAR-BONIFICACIONES-SUC.
            PERFORM GRABAR-TOTAL-GENERAL.
            PERFORM GRABAR-RESUMEN-SUCURSALES.
            PERFORM GRABAR-RESUMEN-TIPOS-CLASE.
           MOVE WS-NOMBRE-TIMESACT TO WS-ARCHIVO-CON-ERROR
           MOVE WS-STATUS-TIMESACT TO WS-STATUS-CON-ERROR
           PERFORM VERIFICAR-STATUS-ARCHIVO
           IF NOT WS-HAY-RESTART-SI THEN
               PERFORM GRABAR-CABECERA-TIMESACT
           END-IF

           IF WS-HAY-RESTART-SI THEN
               OPEN EXTEND LISTADO_DE_HORAS
           MOVE WS-STATUS-FACT-EMITIDAS TO WS-STATUS-CON-ERROR
           PERFORM VERIFICAR-STATUS-ARCHIVO

           OPEN EXTEND FACTURAS-CLIENTES-EMITIDAS
           IF WS-STATUS-FACT-CLI-EMITIDAS = "35" THEN
               OPEN OUTPUT FACTURAS-CLIENTES-EMITIDAS
               CLOSE FACTURAS-CLIENTES-EMITIDAS
               OPEN EXTEND FACTURAS-CLIENTES-EMITIDAS
           END-IF
           MOVE "FACTURASCLIENTESEMITIDAS.DAT" TO WS-ARCHIVO-CON-ERROR
           MOVE WS-STATUS-FACT-CLI-EMITIDAS TO WS-STATUS-CON-ERROR
           PERFORM VERIFICAR-STATUS-ARCHIVO

           OPEN OUTPUT RESUMEN_TIPOS_CLASE.
           MOVE WS-NOMBRE-RESUMEN-TIPOS TO WS-ARCHIVO-CON-ERROR
           MOVE WS-STATUS-RES-TIPO TO WS-STATUS-CON-ERROR
           MOVE WS-STATUS-LIBRO-RET TO WS-STATUS-CON-ERROR
           PERFORM VERIFICAR-STATUS-ARCHIVO

      * El libro de percepciones es fiscal, como el indice de
      * cuenta corriente: un ensayo no le agrega nada.
           IF NOT WS-SIMULACION-SI THEN
               OPEN EXTEND LIBRO-PERCEPCIONES-IIBB
               IF WS-STATUS-LIBRO-PERC = "35" THEN
                   OPEN OUTPUT LIBRO-PERCEPCIONES-IIBB
                   CLOSE LIBRO-PERCEPCIONES-IIBB
                   OPEN EXTEND LIBRO-PERCEPCIONES-IIBB
               END-IF
               MOVE "LIBROPERCEPCIONESIIBB.DAT" TO
                   WS-ARCHIVO-CON-ERROR
               MOVE WS-STATUS-LIBRO-PERC TO WS-STATUS-CON-ERROR
               PERFORM VERIFICAR-STATUS-ARCHIVO
           END-IF

      * La declaracion previsional es del periodo: se arma de nuevo
      * en cada corrida y una reanudacion o particion la continua.
           IF NOT WS-SIMULACION-SI THEN
               IF WS-HAY-RESTART-SI OR WS-PARTICION-ACTIVA-SI
                   THEN
                   OPEN EXTEND DECLARACION-SEG-SOCIAL
                   IF WS-STATUS-DECLARACION-SS = "35" THEN
                       OPEN OUTPUT DECLARACION-SEG-SOCIAL
                   END-IF
               ELSE
                   OPEN OUTPUT DECLARACION-SEG-SOCIAL
               END-IF
               MOVE "DECLARACIONSEGSOCIAL.DAT" TO WS-ARCHIVO-CON-ERROR
               MOVE WS-STATUS-DECLARACION-SS TO WS-STATUS-CON-ERROR
               PERFORM VERIFICAR-STATUS-ARCHIVO
               OPEN EXTEND CONCEPTOS-LIQUIDADOS
               IF WS-STATUS-CONCEPTOS = "35" THEN
                   OPEN OUTPUT CONCEPTOS-LIQUIDADOS
                   CLOSE CONCEPTOS-LIQUIDADOS
                   OPEN EXTEND CONCEPTOS-LIQUIDADOS
               END-IF
               MOVE "CONCEPTOSLIQUIDADOS.DAT" TO WS-ARCHIVO-CON-ERROR
               MOVE WS-STATUS-CONCEPTOS TO WS-STATUS-CON-ERROR
               PERFORM VERIFICAR-STATUS-ARCHIVO
           END-IF

      * Lo retenido por descuentos voluntarios es del periodo, como
      * la declaracion previsional.
           IF NOT WS-SIMULACION-SI THEN
               IF WS-HAY-RESTART-SI OR WS-PARTICION-ACTIVA-SI
                   THEN
                   OPEN EXTEND DESCUENTOS-RETENIDOS
                   IF WS-STATUS-DESC-RET = "35" THEN
                       OPEN OUTPUT DESCUENTOS-RETENIDOS
                   END-IF
               ELSE
                   OPEN OUTPUT DESCUENTOS-RETENIDOS
               END-IF
               MOVE "DESCUENTOSRETENIDOS.DAT" TO WS-ARCHIVO-CON-ERROR
               MOVE WS-STATUS-DESC-RET TO WS-STATUS-CON-ERROR
               PERFORM VERIFICAR-STATUS-ARCHIVO
           END-IF

      * El detalle de traslados liquidados se acumula mes a mes: el
      * reporte de movilidad lo filtra por periodo.
           IF NOT WS-SIMULACION-SI THEN
               OPEN EXTEND MOVILIDAD-LIQUIDADA
               IF WS-STATUS-MOV-LIQ = "35" THEN
                   OPEN OUTPUT MOVILIDAD-LIQUIDADA
                   CLOSE MOVILIDAD-LIQUIDADA
                   OPEN EXTEND MOVILIDAD-LIQUIDADA
               END-IF
               MOVE "MOVILIDADLIQUIDADA.DAT" TO WS-ARCHIVO-CON-ERROR
               MOVE WS-STATUS-MOV-LIQ TO WS-STATUS-CON-ERROR
               PERFORM VERIFICAR-STATUS-ARCHIVO
           END-IF

      * La propuesta de pago y su control son operativos, no
      * listados: un ensayo no los abre siquiera, para no truncar
      * una propuesta real que tesoreria todavia no aprobo.
           IF NOT WS-SIMULACION-SI THEN
               IF WS-HAY-RESTART-SI OR WS-PARTICION-ACTIVA-SI THEN
                   OPEN EXTEND TRANSFERENCIAS_BANCO
               ELSE
                   OPEN OUTPUT TRANSFERENCIAS_BANCO
               END-IF
               MOVE "PROPUESTAPAGO.DAT" TO
                   WS-ARCHIVO-CON-ERROR
               MOVE WS-STATUS-TRANSF TO WS-STATUS-CON-ERROR
               PERFORM VERIFICAR-STATUS-ARCHIVO
           MOVE WS-STATUS-EXCEP-LIC TO WS-STATUS-CON-ERROR
           PERFORM VERIFICAR-STATUS-ARCHIVO

           IF WS-HAY-RESTART-SI OR WS-PARTICION-ACTIVA-SI THEN
               OPEN EXTEND SERVICIO_SUC_BLOQUEADA
               IF WS-STATUS-SERV-BLOQ = "35" THEN
                   OPEN OUTPUT SERVICIO_SUC_BLOQUEADA
                   WRITE SERVICIO_SUC_BLOQUEADA_REG FROM
                       LINEA-SERV-BLOQ-ENC
               END-IF
           ELSE
               OPEN OUTPUT SERVICIO_SUC_BLOQUEADA
               WRITE SERVICIO_SUC_BLOQUEADA_REG FROM
                   LINEA-SERV-BLOQ-ENC
           END-IF.
           MOVE "SERVICIOSUCURSALBLOQUEADA.DAT" TO
               WS-ARCHIVO-CON-ERROR
           MOVE WS-STATUS-SERV-BLOQ TO WS-STATUS-CON-ERROR
           PERFORM VERIFICAR-STATUS-ARCHIVO

           IF WS-HAY-RESTART-SI OR WS-PARTICION-ACTIVA-SI THEN
               OPEN EXTEND EXCEPCIONES_SUPERPOSICION
               IF WS-STATUS-EXCEP-SUP = "35" THEN
           MOVE WS-STATUS-EXCEP-SUP TO WS-STATUS-CON-ERROR
           PERFORM VERIFICAR-STATUS-ARCHIVO

           IF WS-HAY-RESTART-SI OR WS-PARTICION-ACTIVA-SI THEN
               OPEN EXTEND EXCEPCIONES_CONCEPTO
               IF WS-STATUS-EXCEP-CON = "35" THEN
                   OPEN OUTPUT EXCEPCIONES_CONCEPTO
               END-IF
           ELSE
               OPEN OUTPUT EXCEPCIONES_CONCEPTO
           END-IF.
           MOVE "EXCEPCONCEPTOS.DAT" TO WS-ARCHIVO-CON-ERROR
           MOVE WS-STATUS-EXCEP-CON TO WS-STATUS-CON-ERROR
           PERFORM VERIFICAR-STATUS-ARCHIVO

           IF WS-HAY-RESTART-SI OR WS-PARTICION-ACTIVA-SI THEN
               OPEN EXTEND EXCEPCIONES_NETO
               IF WS-STATUS-EXCEP-NETO = "35" THEN
                   OPEN OUTPUT EXCEPCIONES_NETO
               END-IF
           ELSE
               OPEN OUTPUT EXCEPCIONES_NETO
           END-IF.
           MOVE "EXCEPNETOANOMALO.DAT" TO WS-ARCHIVO-CON-ERROR
           MOVE WS-STATUS-EXCEP-NETO TO WS-STATUS-CON-ERROR
           PERFORM VERIFICAR-STATUS-ARCHIVO

           OPEN OUTPUT CONTROL_DE_CORRIDA.
           MOVE WS-NOMBRE-CTRL-CORRIDA TO WS-ARCHIVO-CON-ERROR
           MOVE WS-STATUS-CTRL-CORRIDA TO WS-STATUS-CON-ERROR
           PERFORM ACTUALIZAR-ACUMULADO-SUCURSALES.
           PERFORM GRABAR-PERFIL-DIA-SEMANA.
           PERFORM GRABAR-AHORRO-REDUCCIONES.
           PERFORM GRABAR-SUSPENSIONES-SUCURSAL.
           PERFORM GRABAR-NOCTURNIDAD-SUCURSALES.
           PERFORM LIBERAR-PAGOS-RETENIDOS.
           PERFORM GRABAR-FOLIO-RECIBOS.
           PERFORM GRABAR-PAGOS-RETENIDOS.
           PERFORM INFORMAR-CUARENTENA-CBU.
           PERFORM INFORMAR-NETO-ANOMALO.
           PERFORM GRABAR-ARRASTRES-PENDIENTES.
           PERFORM GRABAR-EMBARGOS-ACTUALIZADOS.
           PERFORM GRABAR-ADELANTOS-ACTUALIZADOS.
           PERFORM GRABAR-NOV-CONCEPTOS-ACTUALIZADAS.
           PERFORM GRABAR-EVENTOS-ACTUALIZADOS.
           PERFORM GRABAR-PERIODO-CERRADO.
           CLOSE NovTimes1
           CLOSE NovTimes2
           CLOSE FACTURAS_SUCURSAL
           CLOSE NOTAS_CREDITO
           CLOSE FACTURAS_EMITIDAS
           CLOSE FACTURAS-CLIENTES-EMITIDAS
           CLOSE RESUMEN_TIPOS_CLASE
           CLOSE RECIBOS
           CLOSE RECIBOS_EMITIDOS
               CLOSE AVISOS_PROFESORES
           END-IF
           CLOSE LIBRO_RETENCIONES
           IF NOT WS-SIMULACION-SI THEN
               CLOSE LIBRO-PERCEPCIONES-IIBB
               CLOSE DECLARACION-SEG-SOCIAL
               CLOSE CONCEPTOS-LIQUIDADOS
               CLOSE DESCUENTOS-RETENIDOS
               CLOSE MOVILIDAD-LIQUIDADA
      * Una pasada particionada ve solo su rango de profesores: la
      * nomina y las ordenes de pago las arma ConsolidarParticiones
      * con lo retenido por todas las particiones.
               IF NOT WS-PARTICION-ACTIVA-SI THEN
                   PERFORM EMITIR-NOMINA-DESCUENTOS
               END-IF
           END-IF
           IF NOT WS-SIMULACION-SI THEN
               MOVE WS-CANT-TRANSFERENCIAS TO LCTT-CANTIDAD
               MOVE WS-TOTAL-LOTE-TRANSF TO LCTT-TOTAL
           CLOSE EXCEPCIONES_HABILITACION
           CLOSE EXCEPCIONES_LICENCIA
           CLOSE EXCEPCIONES_SUPERPOSICION
           CLOSE EXCEPCIONES_CONCEPTO
           CLOSE EXCEPCIONES_NETO
           CLOSE SERVICIO_SUC_BLOQUEADA
           CLOSE CONTROL_DE_CORRIDA.

      * El archivo de arrastres queda con los renglones viejos que
               END-IF
           END-IF.

       GRABAR-SUSPENSIONES-SUCURSAL.
           IF WS-CANT-SUSPENSIONES > ZERO THEN
               OPEN OUTPUT SUSPENSIONES-SUC
               WRITE SUSPENSIONES-SUC-REG FROM LINEA-SUSP-ENC
               PERFORM GRABAR-SUSPENSION-UNA-SUC
                   VARYING SUBINDICE-SUS FROM 1 BY 1
                   UNTIL SUBINDICE-SUS > WS-CANT-SUSPENSIONES
               CLOSE SUSPENSIONES-SUC
           END-IF.

       GRABAR-SUSPENSION-UNA-SUC.
           MOVE VEC-SUS-SUCURSAL(SUBINDICE-SUS) TO LSUS-SUCURSAL
           MOVE VEC-SUS-CANTIDAD(SUBINDICE-SUS) TO LSUS-CANTIDAD
           MOVE VEC-SUS-SIN-AVISO(SUBINDICE-SUS) TO LSUS-SIN-AVISO
           MOVE VEC-SUS-TARDIAS(SUBINDICE-SUS) TO LSUS-TARDIAS
           MOVE VEC-SUS-HORAS(SUBINDICE-SUS) TO LSUS-HORAS
           MOVE VEC-SUS-PAGADO(SUBINDICE-SUS) TO LSUS-PAGADO
           MOVE VEC-SUS-CARGADO(SUBINDICE-SUS) TO LSUS-CARGADO
           WRITE SUSPENSIONES-SUC-REG FROM LINEA-SUSP.

       GRABAR-NOCTURNIDAD-SUCURSALES.
           IF WS-CANT-NOCTURNAS > ZERO THEN
               OPEN OUTPUT NOCTURNIDAD-SUC
               WS-CURRENT-MINUTE * 100 + WS-CURRENT-SECOND
           WRITE TRABA-LIQUIDACION-REG
           CLOSE TRABA-LIQUIDACION
           MOVE TRABA-FECHA TO WS-SELLO-CORRIDA-FECHA
           MOVE TRABA-HORA TO WS-SELLO-CORRIDA-HORA
           MOVE "S" TO WS-TRABA-PROPIA.

      * La liberacion deja el archivo vacio: traba libre.
                      WS-PART-SUFIJO DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-NOMBRE-AHORRO-RED
               MOVE SPACES TO WS-NOMBRE-SUSPENSIONES
               STRING "SuspensParcial_" DELIMITED BY SIZE
                      WS-PART-SUFIJO DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-NOMBRE-SUSPENSIONES
               MOVE SPACES TO WS-NOMBRE-NOCTURNA-SUC
               STRING "NocturnaParcial_" DELIMITED BY SIZE
                      WS-PART-SUFIJO DELIMITED BY SIZE
               DISPLAY "MINIMO PARA EMITIR PAGO: " WS-MINIMO-RECIBO
           END-IF.

      * Numero de ente que la red de cobranzas asigna a la empresa,
      * encabeza el codigo de barras de las facturas.
       LEER-PARM-ENTE-RED-COBRANZA.
           MOVE ZERO TO WS-ENTE-RED-COBRANZA
           MOVE "ENTE-RED-COBRANZA" TO WS-PAR-NOMBRE-BUSCADO
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI AND
               WS-PAR-VALOR(1:4) NUMERIC THEN
               MOVE WS-PAR-VALOR(1:4) TO WS-ENTE-RED-COBRANZA
           END-IF.

      * Con FACTURA-MONOTRIBUTO en "S" los monotributistas tambien
      * cobran contra factura, igual que los responsables inscriptos.
       LEER-PARM-FACTURA-MONOTRIBUTO.
           MOVE "N" TO WS-FACTURA-MONOTRIBUTO
           MOVE "FACTURA-MONOTRIBUTO" TO WS-PAR-NOMBRE-BUSCADO
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI AND WS-PAR-VALOR(1:1) = "S" THEN
               MOVE "S" TO WS-FACTURA-MONOTRIBUTO
           END-IF.

      * Dias de cuarentena de un cambio de CBU; quince si no esta.
       LEER-PARM-CUARENTENA-CBU.
           MOVE 15 TO WS-CUARENTENA-CBU-DIAS
           MOVE "CUARENTENA-CBU-DIAS" TO WS-PAR-NOMBRE-BUSCADO
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI THEN
               IF WS-PAR-VALOR(1:3) NUMERIC THEN
                   MOVE WS-PAR-VALOR(1:3) TO WS-CUARENTENA-CBU-DIAS
               ELSE
                   IF WS-PAR-VALOR(1:2) NUMERIC THEN
                       MOVE WS-PAR-VALOR(1:2) TO
                           WS-CUARENTENA-CBU-DIAS
                   END-IF
               END-IF
           END-IF.

      * El factor viaja en decimas (030 = tres veces el promedio) y
      * el tope en pesos enteros con nueve digitos.
       LEER-PARM-NETO-ANOMALO.
           MOVE 3 TO WS-NETO-FACTOR
           MOVE "NETO-FACTOR-ANOMALO" TO WS-PAR-NOMBRE-BUSCADO
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI AND WS-PAR-VALOR(1:3) NUMERIC THEN
               MOVE WS-PAR-VALOR(1:3) TO WS-NETO-FACTOR-AUX
               IF WS-NETO-FACTOR-AUX > 10 THEN
                   COMPUTE WS-NETO-FACTOR = WS-NETO-FACTOR-AUX / 10
               END-IF
           END-IF
           MOVE ZERO TO WS-NETO-TOPE-ABSOLUTO
           MOVE "NETO-TOPE-ABSOLUTO" TO WS-PAR-NOMBRE-BUSCADO
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI AND WS-PAR-VALOR(1:9) NUMERIC THEN
               MOVE WS-PAR-VALOR(1:9) TO WS-NETO-TOPE-ABSOLUTO
           END-IF.

      * Pisa los porcentajes y minimos de retencion por condicion
      * con lo que haya en el maestro de parametros. El porcentaje
      * viaja en centesimos de porciento (0200 = 2%) y el minimo en
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI AND WS-PAR-VALOR(1:4) NUMERIC THEN
               MOVE WS-PAR-VALOR(1:4) TO WS-HORA-CORTE-NOCT
           END-IF
      * Valor del kilometro para los pares de sucursales sin importe
      * fijo de traslado, en centavos (7 digitos).
           MOVE "MOVILIDAD-VALOR-KM" TO WS-PAR-NOMBRE-BUSCADO
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI AND WS-PAR-VALOR(1:7) NUMERIC THEN
               MOVE WS-PAR-VALOR(1:7) TO WS-VALOR-KM-CENTAVOS
               COMPUTE WS-VALOR-KM-MOVILIDAD =
                   WS-VALOR-KM-CENTAVOS / 100
           END-IF
      * Clases suspendidas: horas minimas de aviso (3 digitos) y
      * porcentajes en diezmilesimos (5 digitos, 10000 = hora entera).
           MOVE "SUSP-HORAS-AVISO" TO WS-PAR-NOMBRE-BUSCADO
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI AND WS-PAR-VALOR(1:3) NUMERIC THEN
               MOVE WS-PAR-VALOR(1:3) TO WS-SUSP-HORAS-AVISO
           END-IF
           MOVE "SUSP-PORC-SIN-AVISO" TO WS-PAR-NOMBRE-BUSCADO
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI AND WS-PAR-VALOR(1:5) NUMERIC THEN
               MOVE WS-PAR-VALOR(1:5) TO WS-PARM-SUSP-AUX
               COMPUTE WS-PORC-SUSP-SIN-AVISO =
                   WS-PARM-SUSP-AUX / 10000
           END-IF
           MOVE "SUSP-PORC-TARDIA" TO WS-PAR-NOMBRE-BUSCADO
           PERFORM BUSCAR-PARAMETRO
           IF WS-PAR-ENCONTRADO-SI AND WS-PAR-VALOR(1:5) NUMERIC THEN
               MOVE WS-PAR-VALOR(1:5) TO WS-PARM-SUSP-AUX
               COMPUTE WS-PORC-SUSP-TARDIA = WS-PARM-SUSP-AUX / 10000
           END-IF.

       CARGAR-EMBARGOS-A-VECTOR.
           MOVE ADE-ESTADO TO VEC-ADE-ESTADO(WS-CANT-ADELANTOS)
           PERFORM LEER-ADELANTO.

       CARGAR-CAMBIOS-CBU-A-VECTOR.
           MOVE ZERO TO WS-CANT-CAMBIOS-CBU
           MOVE WS-CURRENT-YEAR TO WS-CBU-SERIE-ANIO
           MOVE WS-CURRENT-MONTH TO WS-CBU-SERIE-MES
           MOVE WS-CURRENT-DAY TO WS-CBU-SERIE-DIA
           PERFORM CALCULAR-SERIE-CBU
           MOVE WS-CBU-SERIE-RESULTADO TO WS-CBU-SERIE-HOY
           OPEN INPUT CAMBIOS-CBU
           IF WS-STATUS-CAMBIOS-CBU = "00" THEN
               PERFORM LEER-CAMBIO-CBU
               PERFORM CARGAR-UN-CAMBIO-CBU UNTIL
                   WS-EOF-CAMBIOS-CBU = "SI" OR
                   WS-CANT-CAMBIOS-CBU >= WS-MAX-CAMBIOS-CBU
               CLOSE CAMBIOS-CBU
           END-IF
           IF WS-CANT-CAMBIOS-CBU > ZERO THEN
               DISPLAY "CAMBIOS DE CBU EN CUARENTENA: "
                   WS-CANT-CAMBIOS-CBU
           END-IF.

       LEER-CAMBIO-CBU.
           READ CAMBIOS-CBU
               AT END
                   MOVE "SI" TO WS-EOF-CAMBIOS-CBU
           END-READ.

       CARGAR-UN-CAMBIO-CBU.
           IF CCBU-FECHA NUMERIC AND CCBU-FECHA > ZERO THEN
               MOVE CCBU-FECHA TO WS-CBU-SERIE-FECHA
               PERFORM CALCULAR-SERIE-CBU
               IF WS-CBU-SERIE-RESULTADO + WS-CUARENTENA-CBU-DIAS >
                   WS-CBU-SERIE-HOY THEN
                   ADD 1 TO WS-CANT-CAMBIOS-CBU
                   MOVE CCBU-PROFESOR TO
                       VEC-CCBU-PROFESOR(WS-CANT-CAMBIOS-CBU)
                   MOVE CCBU-CBU-ANTERIOR TO
                       VEC-CCBU-ANTERIOR(WS-CANT-CAMBIOS-CBU)
               END-IF
           END-IF
           PERFORM LEER-CAMBIO-CBU.

       CALCULAR-SERIE-CBU.
           IF WS-CBU-SERIE-MES < 1 OR WS-CBU-SERIE-MES > 12 THEN
               MOVE 1 TO WS-CBU-SERIE-MES
           END-IF
           COMPUTE WS-CBU-SERIE-RESULTADO =
               WS-CBU-SERIE-ANIO * 365 +
               WS-CBU-SERIE-ANIO / 4 +
               VEC-DIAS-ACUM-SUSP(WS-CBU-SERIE-MES) +
               WS-CBU-SERIE-DIA.

      * CBU con el que se le paga hoy al profesor del grupo: el del
      * maestro, salvo que tenga un cambio en cuarentena; en ese
      * caso el anterior al primero de esos cambios. Si ese anterior
      * no es un CBU valido y el profesor cobra por transferencia,
      * el pago se retiene hasta que venza la cuarentena.
       DETERMINAR-CBU-VIGENTE.
           MOVE "N" TO WS-CBU-EN-CUARENTENA
           MOVE "N" TO WS-CBU-RETENER
           MOVE PROF-CBU TO WS-CBU-VIGENTE
           IF WS-PROFESOR-ENCONTRADA-SI AND
               WS-CANT-CAMBIOS-CBU > ZERO THEN
               MOVE 1 TO SUBINDICE-CCBU
               PERFORM AVANZAR-SUBINDICE-CCBU UNTIL
                   SUBINDICE-CCBU > WS-CANT-CAMBIOS-CBU OR
                   WS-CBU-EN-CUARENTENA-SI
               IF WS-CBU-EN-CUARENTENA-SI THEN
                   MOVE VEC-CCBU-ANTERIOR(SUBINDICE-CCBU) TO
                       WS-CBU-VIGENTE
                   IF WS-CBU-VIGENTE NOT NUMERIC AND
                       NOT PROF-PAGA-CHEQUE AND
                       NOT PROF-PAGA-EFECTIVO THEN
                       MOVE "S" TO WS-CBU-RETENER
                   END-IF
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-CCBU.
           IF VEC-CCBU-PROFESOR(SUBINDICE-CCBU) = PROFESOR-ANTERIOR
               THEN
               MOVE "S" TO WS-CBU-EN-CUARENTENA
           ELSE
               ADD 1 TO SUBINDICE-CCBU
           END-IF.

       INFORMAR-CUARENTENA-CBU.
           IF WS-CANT-CBU-ANTERIOR > ZERO THEN
               DISPLAY "TRANSFERENCIAS AL CBU ANTERIOR (CUARENTENA): "
                   WS-CANT-CBU-ANTERIOR
           END-IF
           IF WS-CANT-CBU-RETENIDOS > ZERO THEN
               DISPLAY "PAGOS RETENIDOS POR CUARENTENA DE CBU: "
                   WS-CANT-CBU-RETENIDOS
           END-IF.

       CARGAR-ARRASTRES-A-VECTOR.
           MOVE ZERO TO WS-CANT-ARRASTRES
           OPEN INPUT ARRASTRE-SALDOS
           IF WS-STATUS-ARRASTRE = "00" THEN
               PERFORM LEER-ARRASTRE
               PERFORM CARGAR-UN-ARRASTRE UNTIL
                   WS-EOF-ARRASTRE = "SI" OR
                   WS-CANT-ARRASTRES >= WS-MAX-ARRASTRES
               CLOSE ARRASTRE-SALDOS
           END-IF
           IF WS-CANT-ARRASTRES > ZERO THEN
               DISPLAY "SALDOS ARRASTRADOS A APLICAR: "
                   WS-CANT-ARRASTRES
           END-IF.

      * Solo se cargan los pendientes; si el archivo no entra en la
      * tabla, regrabarlo al cierre perderia pagos retenidos y la
      * corrida no sigue.
       CARGAR-PAGOS-RETENIDOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-PAGOS-RETENIDOS
           OPEN INPUT PAGOS-RETENIDOS
           IF WS-STATUS-PAGOS-RETENIDOS = "00" THEN
               PERFORM LEER-PAGO-RETENIDO
               PERFORM CARGAR-UN-PAGO-RETENIDO UNTIL
                   WS-EOF-PAGOS-RETENIDOS = "SI" OR
                   WS-CANT-PAGOS-RETENIDOS >= WS-MAX-PAGOS-RETENIDOS
               IF WS-EOF-PAGOS-RETENIDOS NOT = "SI" THEN
                   DISPLAY "PagosRetenidosFactura.dat ES MAS GRANDE "
                       "QUE LA TABLA (" WS-MAX-PAGOS-RETENIDOS ")"
                   DISPLAY "SE ABORTA LA CORRIDA"
                   CLOSE PAGOS-RETENIDOS
                   PERFORM ABORTAR-CORRIDA
               END-IF
               CLOSE PAGOS-RETENIDOS
           END-IF
           MOVE WS-CANT-PAGOS-RETENIDOS TO WS-CANT-PRET-ANTERIORES
           IF WS-CANT-PAGOS-RETENIDOS > ZERO THEN
               DISPLAY "PAGOS RETENIDOS ESPERANDO FACTURA: "
                   WS-CANT-PAGOS-RETENIDOS
               PERFORM MARCAR-FACTURAS-RECIBIDAS
           END-IF.

       LEER-PAGO-RETENIDO.
           READ PAGOS-RETENIDOS
               AT END
                   MOVE "SI" TO WS-EOF-PAGOS-RETENIDOS
           END-READ.

       CARGAR-UN-PAGO-RETENIDO.
           IF PRET-PENDIENTE OR PRET-CUARENTENA-CBU OR
               PRET-NETO-ANOMALO THEN
               ADD 1 TO WS-CANT-PAGOS-RETENIDOS
               MOVE PRET-FOLIO TO
                   VEC-PRET-FOLIO(WS-CANT-PAGOS-RETENIDOS)
               MOVE PRET-PROFESOR TO
                   VEC-PRET-PROFESOR(WS-CANT-PAGOS-RETENIDOS)
               MOVE PRET-PERIODO TO
                   VEC-PRET-PERIODO(WS-CANT-PAGOS-RETENIDOS)
               MOVE PRET-FECHA TO
                   VEC-PRET-FECHA(WS-CANT-PAGOS-RETENIDOS)
               MOVE PRET-IMPORTE TO
                   VEC-PRET-IMPORTE(WS-CANT-PAGOS-RETENIDOS)
               MOVE PRET-ESTADO TO
                   VEC-PRET-ESTADO(WS-CANT-PAGOS-RETENIDOS)
           END-IF
           PERFORM LEER-PAGO-RETENIDO.

      * Cada comprobante valido de FacturasProfesores.dat marca "F"
      * al pago retenido de su folio y profesor que seguia esperando
      * la factura ("P"); los demas estados no cambian (un "N"
      * sigue esperando la aprobacion del supervisor).
       MARCAR-FACTURAS-RECIBIDAS.
           OPEN INPUT FACTURAS-PROFESORES
           IF WS-STATUS-FACT-PROF = "00" THEN
               PERFORM LEER-FACTURA-PROFESOR
               PERFORM MARCAR-UNA-FACTURA-RECIBIDA UNTIL
                   WS-EOF-FACT-PROF = "SI"
               CLOSE FACTURAS-PROFESORES
           END-IF.

       LEER-FACTURA-PROFESOR.
           READ FACTURAS-PROFESORES
               AT END
                   MOVE "SI" TO WS-EOF-FACT-PROF
           END-READ.

       MARCAR-UNA-FACTURA-RECIBIDA.
           IF FPRO-VALIDA THEN
               MOVE "N" TO WS-PRET-HALLADO
               MOVE 1 TO SUBINDICE-PRET
               PERFORM AVANZAR-SUBINDICE-PRET UNTIL
                   SUBINDICE-PRET > WS-CANT-PAGOS-RETENIDOS OR
                   WS-PRET-HALLADO-SI
               IF WS-PRET-HALLADO-SI AND
                   VEC-PRET-ESTADO(SUBINDICE-PRET) = "P" THEN
                   MOVE "F" TO VEC-PRET-ESTADO(SUBINDICE-PRET)
               END-IF
           END-IF
           PERFORM LEER-FACTURA-PROFESOR.

       AVANZAR-SUBINDICE-PRET.
           IF VEC-PRET-FOLIO(SUBINDICE-PRET) = FPRO-FOLIO-RECIBO AND
               VEC-PRET-PROFESOR(SUBINDICE-PRET) = FPRO-PROFESOR THEN
               MOVE "S" TO WS-PRET-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-PRET
           END-IF.

      * Los retenidos que ya tienen factura se pagan por el medio
      * del maestro, con los mismos renglones de lote, cheque y
      * control que un pago del periodo. Los retenidos por
      * cuarentena de CBU se pagan igual cuando la cuarentena ya
      * vencio; mientras siga, el pago espera en el estado que
      * tenia hasta la corrida siguiente. Antes de pagar se
      * controla el neto: si
      * es anomalo el retenido pasa a "N". Los "N" se pagan solo
      * con la liberacion aprobada por un supervisor en la cola de
      * autorizaciones, que queda marcada como ejecutada al pagar;
      * si el CBU sigue en cuarentena la aprobacion queda vigente y
      * el pago sigue en "N" hasta que venza.
       LIBERAR-PAGOS-RETENIDOS.
           IF NOT WS-SIMULACION-SI THEN
               COMPUTE WS-FECHA-LIBERACION = WS-CURRENT-YEAR * 10000 +
                   WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               PERFORM CARGAR-AUTORIZACIONES
               MOVE "N" TO WS-AUT-CONSUMIDA
               PERFORM LIBERAR-UN-PAGO-RETENIDO
                   VARYING SUBINDICE-PRET FROM 1 BY 1
                   UNTIL SUBINDICE-PRET > WS-CANT-PRET-ANTERIORES
               IF WS-AUT-CONSUMIDA-SI THEN
                   PERFORM REGRABAR-AUTORIZACIONES
               END-IF
               IF WS-CANT-PRET-LIBERADOS > ZERO THEN
                   DISPLAY "PAGOS RETENIDOS LIBERADOS: "
                       WS-CANT-PRET-LIBERADOS
               END-IF
           END-IF.

       LIBERAR-UN-PAGO-RETENIDO.
           EVALUATE VEC-PRET-ESTADO(SUBINDICE-PRET)
               WHEN "F"
               WHEN "C"
                   PERFORM LEER-PROFESOR-RETENIDO
                   PERFORM DETERMINAR-CBU-VIGENTE
                   IF NOT WS-CBU-RETENER-SI THEN
                       MOVE VEC-PRET-IMPORTE(SUBINDICE-PRET) TO
                           WS-NETO-X-PROFESOR
                       MOVE "N" TO WS-NETO-AUTORIZADO
                       PERFORM EVALUAR-NETO-ANOMALO
                       IF WS-NETO-ANOMALO-SI THEN
                           MOVE "N" TO VEC-PRET-ESTADO(SUBINDICE-PRET)
                           MOVE VEC-PRET-FOLIO(SUBINDICE-PRET) TO
                               LENE-FOLIO
                           PERFORM GRABAR-EXCEP-NETO
                       ELSE
                           PERFORM PAGAR-RETENIDO
                       END-IF
                   END-IF
               WHEN "N"
                   PERFORM BUSCAR-AUTORIZACION-NETO
                   IF WS-AUT-APROBADA-SI THEN
                       PERFORM LEER-PROFESOR-RETENIDO
                       PERFORM DETERMINAR-CBU-VIGENTE
                       IF NOT WS-CBU-RETENER-SI THEN
                           MOVE "E" TO VEC-AUT-ESTADO(SUBINDICE-AUT)
                           MOVE "S" TO WS-AUT-CONSUMIDA
                           ADD 1 TO WS-CANT-NETO-LIBERADOS
                           PERFORM PAGAR-RETENIDO
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEER-PROFESOR-RETENIDO.
           MOVE VEC-PRET-PROFESOR(SUBINDICE-PRET) TO PROFESOR-ANTERIOR
           MOVE VEC-PRET-PROFESOR(SUBINDICE-PRET) TO PROF-NUMERO
           READ PROFESORES
               INVALID KEY
                   MOVE "N" TO WS-PROFESOR-ENCONTRADA
               NOT INVALID KEY
                   MOVE "S" TO WS-PROFESOR-ENCONTRADA
           END-READ.

      * El neto del retenido ya paso el control (o lo libero el
      * supervisor): no se vuelve a evaluar al pagarlo.
       PAGAR-RETENIDO.
           MOVE VEC-PRET-IMPORTE(SUBINDICE-PRET) TO WS-NETO-X-PROFESOR
           MOVE "N" TO WS-ARRASTRAR-NETO
           MOVE "S" TO WS-NETO-AUTORIZADO
           PERFORM GRABAR-TRANSFERENCIA-PROFESOR
           MOVE "N" TO WS-NETO-AUTORIZADO
           MOVE "L" TO VEC-PRET-ESTADO(SUBINDICE-PRET)
           ADD 1 TO WS-CANT-PRET-LIBERADOS.

      * La aprobacion vale solo para este folio y profesor, igual
      * que la clave que arma la mesa de excepciones al pedirla.
       BUSCAR-AUTORIZACION-NETO.
           MOVE SPACES TO WS-AUT-DETALLE
           STRING "FOLIO:" DELIMITED BY SIZE
                  VEC-PRET-FOLIO(SUBINDICE-PRET) DELIMITED BY SIZE
                  " PROF:" DELIMITED BY SIZE
                  VEC-PRET-PROFESOR(SUBINDICE-PRET) DELIMITED BY SIZE
                  INTO WS-AUT-DETALLE
           MOVE "N" TO WS-AUT-HALLADA
           MOVE 1 TO SUBINDICE-AUT
           PERFORM AVANZAR-SUBINDICE-AUT UNTIL
               SUBINDICE-AUT > WS-CANT-AUTS OR WS-AUT-APROBADA-SI.

       AVANZAR-SUBINDICE-AUT.
           IF VEC-AUT-OPERACION(SUBINDICE-AUT) = "NETO-ANOM"
               AND VEC-AUT-DETALLE(SUBINDICE-AUT) = WS-AUT-DETALLE
               AND VEC-AUT-ESTADO(SUBINDICE-AUT) = "A" THEN
               MOVE "S" TO WS-AUT-HALLADA
           ELSE
               ADD 1 TO SUBINDICE-AUT
           END-IF.

      * Si la cola no entra entera en la tabla no se busca nada en
      * ella: regrabarla desde el vector perderia renglones, y los
      * netos anomalos esperan a la corrida siguiente.
       CARGAR-AUTORIZACIONES.
           MOVE ZERO TO WS-CANT-AUTS
           MOVE "NO" TO WS-EOF-AUTORIZACIONES
           OPEN INPUT AUTORIZACIONES
           IF WS-STATUS-AUTORIZACIONES = "00" THEN
               PERFORM LEER-AUTORIZACION
               PERFORM CARGAR-UNA-AUTORIZACION UNTIL
                   WS-EOF-AUTORIZACIONES = "SI" OR
                   WS-CANT-AUTS >= WS-MAX-AUTS
               CLOSE AUTORIZACIONES
               IF WS-EOF-AUTORIZACIONES NOT = "SI" THEN
                   DISPLAY "LA COLA DE AUTORIZACIONES ES MAS GRANDE "
                       "QUE LA TABLA (" WS-MAX-AUTS "), LOS NETOS "
                       "ANOMALOS NO SE LIBERAN EN ESTA CORRIDA"
                   MOVE ZERO TO WS-CANT-AUTS
               END-IF
           END-IF.

       LEER-AUTORIZACION.
           READ AUTORIZACIONES
               AT END
                   MOVE "SI" TO WS-EOF-AUTORIZACIONES
           END-READ.

       CARGAR-UNA-AUTORIZACION.
           ADD 1 TO WS-CANT-AUTS
           MOVE AUT-OPERACION TO VEC-AUT-OPERACION(WS-CANT-AUTS)
           MOVE AUT-DETALLE TO VEC-AUT-DETALLE(WS-CANT-AUTS)
           MOVE AUT-FECHA-PEDIDO TO VEC-AUT-FECHA(WS-CANT-AUTS)
           MOVE AUT-OPERADOR TO VEC-AUT-OPERADOR(WS-CANT-AUTS)
           MOVE AUT-ESTADO TO VEC-AUT-ESTADO(WS-CANT-AUTS)
           MOVE AUT-SUPERVISOR TO VEC-AUT-SUPERVISOR(WS-CANT-AUTS)
           MOVE AUT-MOTIVO TO VEC-AUT-MOTIVO(WS-CANT-AUTS)
           PERFORM LEER-AUTORIZACION.

       REGRABAR-AUTORIZACIONES.
           OPEN OUTPUT AUTORIZACIONES
           PERFORM GRABAR-UNA-AUTORIZACION
               VARYING SUBINDICE-AUT FROM 1 BY 1
               UNTIL SUBINDICE-AUT > WS-CANT-AUTS
           CLOSE AUTORIZACIONES.

       GRABAR-UNA-AUTORIZACION.
           MOVE VEC-AUT-OPERACION(SUBINDICE-AUT) TO AUT-OPERACION
           MOVE VEC-AUT-DETALLE(SUBINDICE-AUT) TO AUT-DETALLE
           MOVE VEC-AUT-FECHA(SUBINDICE-AUT) TO AUT-FECHA-PEDIDO
           MOVE VEC-AUT-OPERADOR(SUBINDICE-AUT) TO AUT-OPERADOR
           MOVE VEC-AUT-ESTADO(SUBINDICE-AUT) TO AUT-ESTADO
           MOVE VEC-AUT-SUPERVISOR(SUBINDICE-AUT) TO AUT-SUPERVISOR
           MOVE VEC-AUT-MOTIVO(SUBINDICE-AUT) TO AUT-MOTIVO
           WRITE AUTORIZACIONES_REG.

      * Compara el neto del profesor con el tope absoluto y con el
      * promedio de sus seis periodos anteriores por el factor. Un
      * profesor sin historia solo se controla contra el tope.
       EVALUAR-NETO-ANOMALO.
           MOVE "N" TO WS-NETO-ANOMALO
           MOVE ZERO TO WS-NETO-PROMEDIO
           IF WS-NETO-X-PROFESOR > ZERO AND
               NOT WS-NETO-AUTORIZADO-SI THEN
               PERFORM CALCULAR-PROMEDIO-HISTORICO
               EVALUATE TRUE
                   WHEN WS-NETO-TOPE-ABSOLUTO > ZERO AND
                       WS-NETO-X-PROFESOR > WS-NETO-TOPE-ABSOLUTO
                       MOVE "S" TO WS-NETO-ANOMALO
                       MOVE "SUPERA EL TOPE ABSOLUTO" TO LENE-MOTIVO
                   WHEN WS-NETO-PROMEDIO > ZERO AND
                       WS-NETO-X-PROFESOR >
                       WS-NETO-PROMEDIO * WS-NETO-FACTOR
                       MOVE "S" TO WS-NETO-ANOMALO
                       MOVE "SUPERA PROMEDIO POR FACTOR" TO
                           LENE-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CALCULAR-PROMEDIO-HISTORICO.
           MOVE ZERO TO WS-NETO-SUMA-HIST
           MOVE ZERO TO WS-NETO-CANT-HIST
           MOVE WS-CURRENT-YEAR TO WS-NETO-HIST-ANIO
           MOVE WS-CURRENT-MONTH TO WS-NETO-HIST-MES
           PERFORM SUMAR-PERIODO-HISTORICO 6 TIMES
           IF WS-NETO-CANT-HIST > ZERO THEN
               COMPUTE WS-NETO-PROMEDIO ROUNDED =
                   WS-NETO-SUMA-HIST / WS-NETO-CANT-HIST
           END-IF.

       SUMAR-PERIODO-HISTORICO.
           IF WS-NETO-HIST-MES = 1 THEN
               MOVE 12 TO WS-NETO-HIST-MES
               SUBTRACT 1 FROM WS-NETO-HIST-ANIO
           ELSE
               SUBTRACT 1 FROM WS-NETO-HIST-MES
           END-IF
           MOVE PROFESOR-ANTERIOR TO HIST-NUMERO
           COMPUTE HIST-PERIODO = WS-NETO-HIST-ANIO * 100 +
               WS-NETO-HIST-MES
           READ HISTORICO_PROFESOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-IMPORTE > ZERO THEN
                       ADD HIST-IMPORTE TO WS-NETO-SUMA-HIST
                       ADD 1 TO WS-NETO-CANT-HIST
                   END-IF
           END-READ.

      * El folio y el motivo vienen cargados en la linea.
       GRABAR-EXCEP-NETO.
           MOVE PROFESOR-ANTERIOR TO LENE-PROFESOR
           MOVE WS-NETO-X-PROFESOR TO LENE-NETO
           MOVE WS-NETO-PROMEDIO TO LENE-PROMEDIO
           WRITE EXCEPCIONES_NETO_REG FROM LINEA-EXCEP-NETO
           ADD 1 TO WS-CANT-NETO-RETENIDOS.

       INFORMAR-NETO-ANOMALO.
           IF WS-CANT-NETO-RETENIDOS > ZERO THEN
               DISPLAY "PAGOS RETENIDOS POR NETO ANOMALO: "
                   WS-CANT-NETO-RETENIDOS
                   " (VER ExcepNetoAnomalo.dat)"
           END-IF
           IF WS-CANT-NETO-LIBERADOS > ZERO THEN
               DISPLAY "NETOS ANOMALOS LIBERADOS CON DOBLE FIRMA: "
                   WS-CANT-NETO-LIBERADOS
           END-IF.

       GRABAR-PAGOS-RETENIDOS.
           IF NOT WS-SIMULACION-SI THEN
               OPEN OUTPUT PAGOS-RETENIDOS
               PERFORM GRABAR-UN-PAGO-RETENIDO
                   VARYING SUBINDICE-PRET FROM 1 BY 1
                   UNTIL SUBINDICE-PRET > WS-CANT-PAGOS-RETENIDOS
               CLOSE PAGOS-RETENIDOS
               IF WS-CANT-PRET-NUEVOS > ZERO THEN
                   DISPLAY "PAGOS RETENIDOS SIN FACTURA: "
                       WS-CANT-PRET-NUEVOS
               END-IF
           END-IF.

       GRABAR-UN-PAGO-RETENIDO.
           MOVE VEC-PRET-FOLIO(SUBINDICE-PRET) TO PRET-FOLIO
           MOVE VEC-PRET-PROFESOR(SUBINDICE-PRET) TO PRET-PROFESOR
           MOVE VEC-PRET-PERIODO(SUBINDICE-PRET) TO PRET-PERIODO
           MOVE VEC-PRET-FECHA(SUBINDICE-PRET) TO PRET-FECHA
           MOVE VEC-PRET-IMPORTE(SUBINDICE-PRET) TO PRET-IMPORTE
           IF VEC-PRET-ESTADO(SUBINDICE-PRET) = "L" THEN
               MOVE "L" TO PRET-ESTADO
               MOVE WS-FECHA-LIBERACION TO PRET-FECHA-LIBERACION
           ELSE
               IF VEC-PRET-ESTADO(SUBINDICE-PRET) = "C" OR
                   VEC-PRET-ESTADO(SUBINDICE-PRET) = "N" THEN
                   MOVE VEC-PRET-ESTADO(SUBINDICE-PRET) TO PRET-ESTADO
               ELSE
                   MOVE "P" TO PRET-ESTADO
               END-IF
               MOVE ZEROS TO PRET-FECHA-LIBERACION
           END-IF
           WRITE PAGOS-RETENIDOS-REG.

       LEER-ARRASTRE.
           READ ARRASTRE-SALDOS
               AT END
                   MOVE "SI" TO WS-EOF-ARRASTRE
           END-READ.
                           WS-FOLIO-CHEQUE-ACTUAL
               END-READ
               CLOSE FOLIO-CHEQUES
           END-IF
           PERFORM LEER-FOLIO-CODIGOS-PAGO.

       LEER-FOLIO-CODIGOS-PAGO.
           MOVE ZERO TO WS-FOLIO-CPAG-ACTUAL
           OPEN INPUT FOLIO-CODIGOS-PAGO
           IF WS-STATUS-FOLIO-CPAG = "00" THEN
               READ FOLIO-CODIGOS-PAGO
                   NOT AT END
                       MOVE FOLIO-CPAG-ULTIMO TO WS-FOLIO-CPAG-ACTUAL
               END-READ
               CLOSE FOLIO-CODIGOS-PAGO
           END-IF.

       GRABAR-FOLIO-RECIBOS.
           OPEN OUTPUT FOLIO-CHEQUES
           MOVE WS-FOLIO-CHEQUE-ACTUAL TO FOLIO-CHEQUES-ULTIMO
           WRITE FOLIO-CHEQUES-REG
           CLOSE FOLIO-CHEQUES
           OPEN OUTPUT FOLIO-CODIGOS-PAGO
           MOVE WS-FOLIO-CPAG-ACTUAL TO FOLIO-CPAG-ULTIMO
           WRITE FOLIO-CODIGOS-PAGO-REG
           CLOSE FOLIO-CODIGOS-PAGO.

      * Nomina por entidad de lo retenido en el periodo y una orden
      * de pago por el total de cada una. Se relee el detalle para
      * incluir lo grabado antes de una reanudacion.
       EMITIR-NOMINA-DESCUENTOS.
           COMPUTE WS-PERIODO-NOMINA = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           PERFORM CARGAR-NOMINA-DVO-A-VECTOR
           IF WS-CANT-NOMINA-DVO > ZERO THEN
               MOVE ZERO TO WS-FOLIO-OPAGO-ACTUAL
               OPEN INPUT FOLIO-ORDENES-PAGO
               IF WS-STATUS-FOLIO-OPAGO = "00" THEN
                   READ FOLIO-ORDENES-PAGO
                       NOT AT END
                           MOVE FOLIO-OPAGO-ULTIMO TO
                               WS-FOLIO-OPAGO-ACTUAL
                   END-READ
                   CLOSE FOLIO-ORDENES-PAGO
               END-IF
               OPEN OUTPUT NOMINA-DESCUENTOS
               OPEN EXTEND ORDENES-PAGO-ENTIDADES
               IF WS-STATUS-ORDENES-PAGO = "35" THEN
                   OPEN OUTPUT ORDENES-PAGO-ENTIDADES
                   CLOSE ORDENES-PAGO-ENTIDADES
                   OPEN EXTEND ORDENES-PAGO-ENTIDADES
               END-IF
               MOVE "ORDENESPAGOENTIDADES.DAT" TO WS-ARCHIVO-CON-ERROR
               MOVE WS-STATUS-ORDENES-PAGO TO WS-STATUS-CON-ERROR
               PERFORM VERIFICAR-STATUS-ARCHIVO
               MOVE WS-PERIODO-NOMINA TO LNDT-PERIODO
               WRITE NOMINA-DESCUENTOS-REG FROM LINEA-NDV-TITULO
               MOVE ZERO TO WS-CANT-ORDENES-PAGO
               PERFORM EMITIR-NOMINA-ENTIDAD
                   VARYING SUBINDICE-ENT FROM 1 BY 1
                   UNTIL SUBINDICE-ENT > WS-CANT-ENTIDADES
               CLOSE NOMINA-DESCUENTOS
               CLOSE ORDENES-PAGO-ENTIDADES
               OPEN OUTPUT FOLIO-ORDENES-PAGO
               MOVE WS-FOLIO-OPAGO-ACTUAL TO FOLIO-OPAGO-ULTIMO
               WRITE FOLIO-ORDENES-PAGO-REG
               CLOSE FOLIO-ORDENES-PAGO
               DISPLAY "ORDENES DE PAGO A ENTIDADES: "
                   WS-CANT-ORDENES-PAGO
           END-IF.

       CARGAR-NOMINA-DVO-A-VECTOR.
           MOVE ZERO TO WS-CANT-NOMINA-DVO
           MOVE "NO" TO WS-EOF-DESC-RET
           OPEN INPUT DESCUENTOS-RETENIDOS
           IF WS-STATUS-DESC-RET = "00" THEN
               PERFORM LEER-DESC-RETENIDO
               PERFORM CARGAR-REGISTRO-NDV UNTIL
                   WS-EOF-DESC-RET = "SI" OR
                   WS-CANT-NOMINA-DVO >= WS-MAX-NOMINA-DVO
               IF WS-EOF-DESC-RET NOT = "SI" THEN
                   DISPLAY "DESCUENTOSRETENIDOS.DAT EXCEDE LA TABLA,"
                       " LA NOMINA SALE INCOMPLETA"
               END-IF
               CLOSE DESCUENTOS-RETENIDOS
           END-IF.

       LEER-DESC-RETENIDO.
           READ DESCUENTOS-RETENIDOS
               AT END
                   MOVE "SI" TO WS-EOF-DESC-RET.

       CARGAR-REGISTRO-NDV.
           IF DRET-PERIODO = WS-PERIODO-NOMINA THEN
               ADD 1 TO WS-CANT-NOMINA-DVO
               MOVE DRET-ENTIDAD TO VEC-NDV-ENTIDAD(WS-CANT-NOMINA-DVO)
               MOVE DRET-PROFESOR TO
                   VEC-NDV-PROFESOR(WS-CANT-NOMINA-DVO)
               MOVE DRET-NOMBRE TO VEC-NDV-NOMBRE(WS-CANT-NOMINA-DVO)
               MOVE DRET-CONCEPTO TO
                   VEC-NDV-CONCEPTO(WS-CANT-NOMINA-DVO)
               MOVE DRET-IMPORTE TO VEC-NDV-IMPORTE(WS-CANT-NOMINA-DVO)
               MOVE DRET-FOLIO-RECIBO TO
                   VEC-NDV-FOLIO(WS-CANT-NOMINA-DVO)
           END-IF
           PERFORM LEER-DESC-RETENIDO.

       EMITIR-NOMINA-ENTIDAD.
           MOVE ZERO TO WS-TOTAL-ENTIDAD
           MOVE ZERO TO WS-CANT-X-ENTIDAD
           PERFORM SUMAR-NOMINA-ENTIDAD
               VARYING SUBINDICE-NDV FROM 1 BY 1
               UNTIL SUBINDICE-NDV > WS-CANT-NOMINA-DVO
           IF WS-TOTAL-ENTIDAD > ZERO THEN
               ADD 1 TO WS-FOLIO-OPAGO-ACTUAL
               ADD 1 TO WS-CANT-ORDENES-PAGO
               MOVE VEC-ENT-CODIGO(SUBINDICE-ENT) TO LNDE-CODIGO
               MOVE VEC-ENT-NOMBRE(SUBINDICE-ENT) TO LNDE-NOMBRE
               MOVE VEC-ENT-CUIT(SUBINDICE-ENT) TO LNDE-CUIT
               MOVE SPACES TO NOMINA-DESCUENTOS-REG
               WRITE NOMINA-DESCUENTOS-REG
               WRITE NOMINA-DESCUENTOS-REG FROM LINEA-NDV-ENTIDAD
               PERFORM GRABAR-DETALLE-NOMINA
                   VARYING SUBINDICE-NDV FROM 1 BY 1
                   UNTIL SUBINDICE-NDV > WS-CANT-NOMINA-DVO
               MOVE WS-CANT-X-ENTIDAD TO LNDTO-CANTIDAD
               MOVE WS-TOTAL-ENTIDAD TO LNDTO-IMPORTE
               MOVE WS-FOLIO-OPAGO-ACTUAL TO LNDTO-ORDEN
               WRITE NOMINA-DESCUENTOS-REG FROM LINEA-NDV-TOTAL
               MOVE WS-FOLIO-OPAGO-ACTUAL TO OPE-NUMERO
               MOVE WS-DVO-FECHA-HOY TO OPE-FECHA
               MOVE WS-PERIODO-NOMINA TO OPE-PERIODO
               MOVE VEC-ENT-CODIGO(SUBINDICE-ENT) TO OPE-ENTIDAD
               MOVE VEC-ENT-NOMBRE(SUBINDICE-ENT) TO OPE-NOMBRE
               MOVE VEC-ENT-CUIT(SUBINDICE-ENT) TO OPE-CUIT
               MOVE VEC-ENT-CBU(SUBINDICE-ENT) TO OPE-CBU
               MOVE WS-CANT-X-ENTIDAD TO OPE-CANT-PROFESORES
               MOVE WS-TOTAL-ENTIDAD TO OPE-IMPORTE
               MOVE "P" TO OPE-ESTADO
               WRITE ORDENES-PAGO-ENTIDADES-REG
           END-IF.

       SUMAR-NOMINA-ENTIDAD.
           IF VEC-NDV-ENTIDAD(SUBINDICE-NDV) =
               VEC-ENT-CODIGO(SUBINDICE-ENT) THEN
               ADD VEC-NDV-IMPORTE(SUBINDICE-NDV) TO WS-TOTAL-ENTIDAD
               ADD 1 TO WS-CANT-X-ENTIDAD
           END-IF.

       GRABAR-DETALLE-NOMINA.
           IF VEC-NDV-ENTIDAD(SUBINDICE-NDV) =
               VEC-ENT-CODIGO(SUBINDICE-ENT) THEN
               MOVE VEC-NDV-PROFESOR(SUBINDICE-NDV) TO LNDD-PROFESOR
               MOVE VEC-NDV-NOMBRE(SUBINDICE-NDV) TO LNDD-NOMBRE
               MOVE VEC-NDV-CONCEPTO(SUBINDICE-NDV) TO LNDD-CONCEPTO
               MOVE VEC-NDV-FOLIO(SUBINDICE-NDV) TO LNDD-FOLIO
               MOVE VEC-NDV-IMPORTE(SUBINDICE-NDV) TO LNDD-IMPORTE
               WRITE NOMINA-DESCUENTOS-REG FROM LINEA-NDV-DETALLE
           END-IF.

      * Se llama antes de INICIO para que la apertura de los archivos
      * de salida incrementales (TimesAct, LISTADO_DE_HORAS, etc.) ya
           MOVE HIGH-VALUES TO TABLA-NOV-CLAVE(WS-SUBINDICE-NOV)
           MOVE "SI" TO TABLA-NOV-EOF(WS-SUBINDICE-NOV).

      * La cabecera de layout no entra al merge: se coteja su version
      * y se sigue con el primer registro de horas.
       LEER_Times.
           MOVE "N" TO WS-REG-UTIL
           PERFORM LEER-TIMES-FISICO UNTIL WS-REG-UTIL = "S".

       LEER-TIMES-FISICO.
            READ Times1
               AT END
                   MOVE "SI" TO WS-EOF-TIMES
                   MOVE  HIGH-VALUE TO Times1_CLAVE
                   MOVE "S" TO WS-REG-UTIL
               NOT AT END
                   EVALUATE TRUE
                       WHEN TIM-ES-CABECERA
                           PERFORM VERIFICAR-LAYOUT-TIMES
                       WHEN OTHER
                           IF Times1_CLAVE < WS-ULTIMA-CLAVE-TIMES
                               THEN
                               DISPLAY "Times.dat FUERA DE "
                                       "SECUENCIA: " Times1_CLAVE
                               PERFORM ABORTAR-CORRIDA
                           END-IF
                           MOVE Times1_CLAVE TO WS-ULTIMA-CLAVE-TIMES
                           ADD 1 TO WS-LEIDOS-TIMES
                           ADD TIM-HORAS TO WS-HORAS-TOTAL-ENTRADA
                           MOVE "S" TO WS-REG-UTIL
                   END-EVALUATE
           END-READ.

      * Un Times.dat grabado con otra version del registro se leeria
      * corrido; se frena y se pide pasarlo antes por ConversorTimes.
       VERIFICAR-LAYOUT-TIMES.
           IF TIM-CAB-VERSION NOT = WS-VERSION-LAYOUT-HORAS THEN
               DISPLAY "Times.dat TIENE LAYOUT VERSION "
                   TIM-CAB-VERSION ", LA VIGENTE ES "
                   WS-VERSION-LAYOUT-HORAS
               DISPLAY "CONVERTIRLO CON ConversorTimes ANTES DE "
                   "CORRER"
               PERFORM ABORTAR-CORRIDA
           END-IF.

      * Primer registro de cada TimesAct nuevo (no en un reinicio,
      * que sigue agregando al archivo que ya tiene su cabecera).
       GRABAR-CABECERA-TIMESACT.
           MOVE SPACES TO TimesAct_CAB
           MOVE "00000" TO TIMACT-CAB-NUMERO
           MOVE "LAYOUT" TO TIMACT-CAB-MARCA
           MOVE WS-VERSION-LAYOUT-HORAS TO TIMACT-CAB-VERSION
           MOVE WS-LARGO-LAYOUT-HORAS TO TIMACT-CAB-LARGO
           COMPUTE TIMACT-CAB-FECHA = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE "TRABAJOPRACTICO1" TO TIMACT-CAB-ORIGEN
           WRITE TimesAct_CAB.

       BUSCAR-PROFESOR.
           MOVE MENOR-NUMERO TO PROF-NUMERO
           READ PROFESORES
           MOVE TIP-FECHA-HASTA TO VEC-FECHA-HASTA(SUBINDICE)
           MOVE TIP-MIN-ALUMNOS TO VEC-MIN-ALUMNOS(SUBINDICE)
           MOVE TIP-PORC-REDUCCION TO VEC-PORC-REDUCCION(SUBINDICE)
           MOVE TIP-PAREJA TO VEC-PAREJA(SUBINDICE)
           MOVE TIP-PORC-VIRTUAL TO VEC-PORC-VIRTUAL(SUBINDICE)
           MOVE TIP-TOPE-CONCEPTO TO VEC-TOPE-CONCEPTO(SUBINDICE)
           ADD 1 TO SUBINDICE

           PERFORM LEER_TIPOS_CLASE.
           ELSE
               MOVE 30 TO VEC-SUC-DIAS-PAGO(SUBINDICE-SUC)
           END-IF
           IF SUC-BLOQUEADA THEN
               MOVE "B" TO VEC-SUC-BLOQUEO(SUBINDICE-SUC)
           ELSE
               MOVE SPACE TO VEC-SUC-BLOQUEO(SUBINDICE-SUC)
           END-IF
           IF SUC-JURISDICCION NUMERIC THEN
               MOVE SUC-JURISDICCION TO
                   VEC-SUC-JURISDICCION(SUBINDICE-SUC)
           ELSE
               MOVE ZEROS TO VEC-SUC-JURISDICCION(SUBINDICE-SUC)
           END-IF
           MOVE ZERO TO VEC-SUC-ALIC-IIBB(SUBINDICE-SUC)
           MOVE SUC-CUIT TO WS-CUIT-A-VALIDAR
           PERFORM CALCULAR-VERIFICADOR-CUIT
           IF WS-CUIT-VERIFICADOR NOT = WS-CUIT-DIGITO(11) THEN
           ADD 1 TO SUBINDICE-TSU
           PERFORM LEER_TARIFA_SUCURSAL.

      * La lista de precios es optativa: sin archivo cada sucursal
      * se sigue facturando al costo docente, como antes.
       CARGAR-PRECIOS-VENTA-A-VECTOR.
           MOVE ZERO TO WS-CANT-PRECIOS-VENTA
           OPEN INPUT PRECIOS-VENTA
           IF WS-STATUS-PRECIOS-VENTA = "00" THEN
               PERFORM LEER-PRECIO-VENTA
               PERFORM CARGAR-REGISTRO-PVT UNTIL
                   WS-EOF-PRECIOS-VENTA = "SI" OR
                   WS-CANT-PRECIOS-VENTA >= WS-MAX-PRECIOS-VENTA
               CLOSE PRECIOS-VENTA
           END-IF
           DISPLAY "PRECIOS DE VENTA CARGADOS: " WS-CANT-PRECIOS-VENTA.

       LEER-PRECIO-VENTA.
           READ PRECIOS-VENTA
               AT END
                   MOVE "SI" TO WS-EOF-PRECIOS-VENTA.

       CARGAR-REGISTRO-PVT.
           ADD 1 TO WS-CANT-PRECIOS-VENTA
           MOVE PVT-TIP_CLASE TO
               VEC-PVT-TIP_CLASE(WS-CANT-PRECIOS-VENTA)
           MOVE PVT-SUCURSAL TO VEC-PVT-SUCURSAL(WS-CANT-PRECIOS-VENTA)
           MOVE PVT-PRECIO TO VEC-PVT-PRECIO(WS-CANT-PRECIOS-VENTA)
           MOVE PVT-FECHA-DESDE TO
               VEC-PVT-FECHA-DESDE(WS-CANT-PRECIOS-VENTA)
           MOVE PVT-FECHA-HASTA TO
               VEC-PVT-FECHA-HASTA(WS-CANT-PRECIOS-VENTA)
           PERFORM LEER-PRECIO-VENTA.

      * Solo interesan las alicuotas vigentes a la fecha de la
      * corrida; con el padron en memoria se resuelve de una vez la
      * alicuota de cada sucursal que tiene jurisdiccion.
       CARGAR-PADRON-IIBB-A-VECTOR.
           MOVE ZERO TO WS-CANT-PADRON-IIBB
           COMPUTE WS-PIB-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           OPEN INPUT PADRON-IIBB
           IF WS-STATUS-PADRON-IIBB = "00" THEN
               PERFORM LEER-PADRON-IIBB
               PERFORM CARGAR-REGISTRO-PIB UNTIL
                   WS-EOF-PADRON-IIBB = "SI" OR
                   WS-CANT-PADRON-IIBB >= WS-MAX-PADRON-IIBB
               CLOSE PADRON-IIBB
           END-IF
           PERFORM ASIGNAR-ALICUOTA-IIBB-SUC
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           DISPLAY "ALICUOTAS IIBB VIGENTES: " WS-CANT-PADRON-IIBB.

       CARGAR-ALICUOTAS-SS-A-VECTOR.
           MOVE ZERO TO WS-CANT-ALICUOTAS-SS
           COMPUTE WS-ASS-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           OPEN INPUT ALICUOTAS-SEG-SOCIAL
           IF WS-STATUS-ALICUOTAS-SS = "00" THEN
               PERFORM LEER-ALICUOTA-SS
               PERFORM CARGAR-REGISTRO-ASS UNTIL
                   WS-EOF-ALICUOTAS-SS = "SI" OR
                   WS-CANT-ALICUOTAS-SS >= WS-MAX-ALICUOTAS-SS
               CLOSE ALICUOTAS-SEG-SOCIAL
           END-IF
           DISPLAY "ALICUOTAS SEG. SOCIAL VIGENTES: "
               WS-CANT-ALICUOTAS-SS.

       LEER-ALICUOTA-SS.
           READ ALICUOTAS-SEG-SOCIAL
               AT END
                   MOVE "SI" TO WS-EOF-ALICUOTAS-SS.

       CARGAR-REGISTRO-ASS.
           IF ASS-FECHA-DESDE <= WS-ASS-FECHA-HOY AND
               (ASS-FECHA-HASTA = ZEROS OR
                ASS-FECHA-HASTA >= WS-ASS-FECHA-HOY) THEN
               ADD 1 TO WS-CANT-ALICUOTAS-SS
               MOVE ASS-CONCEPTO TO
                   VEC-ASS-CONCEPTO(WS-CANT-ALICUOTAS-SS)
               MOVE ASS-DESCRIPCION TO
                   VEC-ASS-DESCRIPCION(WS-CANT-ALICUOTAS-SS)
               MOVE ASS-TIPO TO VEC-ASS-TIPO(WS-CANT-ALICUOTAS-SS)
               MOVE ASS-DESTINO TO
                   VEC-ASS-DESTINO(WS-CANT-ALICUOTAS-SS)
               MOVE ASS-APLICA TO VEC-ASS-APLICA(WS-CANT-ALICUOTAS-SS)
               MOVE ASS-PORCENTAJE TO
                   VEC-ASS-PORCENTAJE(WS-CANT-ALICUOTAS-SS)
               MOVE ASS-TOPE-BASE TO
                   VEC-ASS-TOPE-BASE(WS-CANT-ALICUOTAS-SS)
           END-IF
           PERFORM LEER-ALICUOTA-SS.

      * El maestro y las novedades se cargan enteros: al cierre se
      * reescribe NovConceptos.dat y no puede perder registros. Una
      * novedad de un concepto que no esta en el maestro queda
      * pendiente y se avisa.
       CARGAR-CONC-MANUALES-A-VECTOR.
           MOVE ZERO TO WS-CANT-CONC-MANUALES
           OPEN INPUT CONCEPTOS-MANUALES
           IF WS-STATUS-CONC-MANUALES = "00" THEN
               PERFORM LEER-CONCEPTO-MANUAL
               PERFORM CARGAR-REGISTRO-CMA UNTIL
                   WS-EOF-CONC-MANUALES = "SI" OR
                   WS-CANT-CONC-MANUALES >= WS-MAX-CONC-MANUALES
               CLOSE CONCEPTOS-MANUALES
           END-IF
           MOVE ZERO TO WS-CANT-NOV-CONCEPTOS
           OPEN INPUT NOV-CONCEPTOS
           IF WS-STATUS-NOV-CONCEPTOS = "00" THEN
               PERFORM LEER-NOV-CONCEPTO
               PERFORM CARGAR-REGISTRO-NCO UNTIL
                   WS-EOF-NOV-CONCEPTOS = "SI" OR
                   WS-CANT-NOV-CONCEPTOS >= WS-MAX-NOV-CONCEPTOS
               IF WS-EOF-NOV-CONCEPTOS NOT = "SI" THEN
                   PERFORM LEER-NOV-CONCEPTO
               END-IF
               CLOSE NOV-CONCEPTOS
               IF WS-EOF-NOV-CONCEPTOS NOT = "SI" THEN
                   DISPLAY "NOVCONCEPTOS.DAT EXCEDE LA TABLA EN "
                       "MEMORIA; SE ABORTA LA CORRIDA"
                   PERFORM ABORTAR-CORRIDA
               END-IF
           END-IF.

      * La matriz de movilidad es solo de consulta: si excede la
      * tabla los pares que no entran quedan sin valor y se avisa.
       CARGAR-MOVILIDAD-A-VECTOR.
           MOVE ZERO TO WS-CANT-MOVILIDAD
           OPEN INPUT MOVILIDAD-SUCURSALES
           IF WS-STATUS-MOVILIDAD = "00" THEN
               PERFORM LEER-MOVILIDAD
               PERFORM CARGAR-REGISTRO-MOV UNTIL
                   WS-EOF-MOVILIDAD = "SI" OR
                   WS-CANT-MOVILIDAD >= WS-MAX-MOVILIDAD
               IF WS-EOF-MOVILIDAD NOT = "SI" THEN
                   DISPLAY "MOVILIDADSUCURSALES.DAT EXCEDE LA TABLA "
                       "EN MEMORIA; SE TOMAN LOS PRIMEROS "
                       WS-MAX-MOVILIDAD " PARES"
               END-IF
               CLOSE MOVILIDAD-SUCURSALES
           END-IF.

       LEER-MOVILIDAD.
           READ MOVILIDAD-SUCURSALES
               AT END
                   MOVE "SI" TO WS-EOF-MOVILIDAD.

       CARGAR-REGISTRO-MOV.
           ADD 1 TO WS-CANT-MOVILIDAD
           MOVE MOV-SUC-ORIGEN TO VEC-MOV-ORIGEN(WS-CANT-MOVILIDAD)
           MOVE MOV-SUC-DESTINO TO VEC-MOV-DESTINO(WS-CANT-MOVILIDAD)
           MOVE MOV-DISTANCIA-KM TO
               VEC-MOV-DISTANCIA(WS-CANT-MOVILIDAD)
           MOVE MOV-IMPORTE TO VEC-MOV-IMPORTE(WS-CANT-MOVILIDAD)
           PERFORM LEER-MOVILIDAD.

       LEER-CONCEPTO-MANUAL.
           READ CONCEPTOS-MANUALES
               AT END
                   MOVE "SI" TO WS-EOF-CONC-MANUALES.

       CARGAR-REGISTRO-CMA.
           ADD 1 TO WS-CANT-CONC-MANUALES
           MOVE CMA-CODIGO TO VEC-CMA-CODIGO(WS-CANT-CONC-MANUALES)
           MOVE CMA-SUMA-BASE-RET TO
               VEC-CMA-SUMA-BASE-RET(WS-CANT-CONC-MANUALES)
           MOVE CMA-TIPO-MOV-GL TO
               VEC-CMA-TIPO-MOV-GL(WS-CANT-CONC-MANUALES)
           PERFORM LEER-CONCEPTO-MANUAL.

       LEER-NOV-CONCEPTO.
           READ NOV-CONCEPTOS
               AT END
                   MOVE "SI" TO WS-EOF-NOV-CONCEPTOS.

       CARGAR-REGISTRO-NCO.
           ADD 1 TO WS-CANT-NOV-CONCEPTOS
           IF NCO-PENDIENTE THEN
               PERFORM BUSCAR-CONCEPTO-MANUAL
               IF NOT WS-CMA-ENCONTRADO-SI THEN
                   DISPLAY "NOVEDAD DEL PROFESOR " NCO-PROFESOR
                       " CON CONCEPTO INEXISTENTE " NCO-CONCEPTO
                       ", QUEDA PENDIENTE"
                   MOVE "X" TO NCO-ESTADO
               END-IF
           END-IF
           MOVE NOV-CONCEPTOS-REG TO
               VEC-NCO-REGISTRO(WS-CANT-NOV-CONCEPTOS)
           PERFORM LEER-NOV-CONCEPTO.

       GRABAR-NOV-CONCEPTOS-ACTUALIZADAS.
           IF NOT WS-SIMULACION-SI AND
               WS-CANT-NOV-CONCEPTOS > ZERO THEN
               OPEN OUTPUT NOV-CONCEPTOS
               PERFORM GRABAR-UNA-NOV-CONCEPTO
                   VARYING SUBINDICE-NCO FROM 1 BY 1
                   UNTIL SUBINDICE-NCO > WS-CANT-NOV-CONCEPTOS
               CLOSE NOV-CONCEPTOS
           END-IF.

       GRABAR-UNA-NOV-CONCEPTO.
           MOVE VEC-NCO-REGISTRO(SUBINDICE-NCO) TO NOV-CONCEPTOS-REG
           IF NCO-ESTADO = "X" THEN
               MOVE "P" TO NCO-ESTADO
           END-IF
           WRITE NOV-CONCEPTOS-REG.

      * Los eventos liquidados quedan marcados para no volver a
      * pagarse; en simulacion el maestro no se toca.
       GRABAR-EVENTOS-ACTUALIZADOS.
           IF NOT WS-SIMULACION-SI AND
               WS-CANT-EVENTOS-A-LIQ > ZERO THEN
               OPEN OUTPUT EVENTOS
               PERFORM GRABAR-UN-EVENTO
                   VARYING SUBINDICE-EVE FROM 1 BY 1
                   UNTIL SUBINDICE-EVE > WS-CANT-EVENTOS
               CLOSE EVENTOS
           END-IF.

       GRABAR-UN-EVENTO.
           MOVE VEC-EVE-CODIGO(SUBINDICE-EVE) TO EVE-CODIGO
           MOVE VEC-EVE-DESCRIPCION(SUBINDICE-EVE) TO EVE-DESCRIPCION
           MOVE VEC-EVE-SUCURSAL(SUBINDICE-EVE) TO EVE-SUCURSAL
           MOVE VEC-EVE-FECHA(SUBINDICE-EVE) TO EVE-FECHA
           MOVE VEC-EVE-HONORARIO(SUBINDICE-EVE) TO EVE-HONORARIO
           MOVE VEC-EVE-IMPORTE-FACTURA(SUBINDICE-EVE) TO
               EVE-IMPORTE-FACTURA
           MOVE VEC-EVE-ESTADO(SUBINDICE-EVE) TO EVE-ESTADO
           WRITE EVENTOS-REG.

       CARGAR-ENTIDADES-A-VECTOR.
           MOVE ZERO TO WS-CANT-ENTIDADES
           OPEN INPUT ENTIDADES-DESCUENTO
           IF WS-STATUS-ENTIDADES = "00" THEN
               PERFORM LEER-ENTIDAD-DESCUENTO
               PERFORM CARGAR-REGISTRO-ENT UNTIL
                   WS-EOF-ENTIDADES = "SI" OR
                   WS-CANT-ENTIDADES >= WS-MAX-ENTIDADES
               CLOSE ENTIDADES-DESCUENTO
           END-IF.

       LEER-ENTIDAD-DESCUENTO.
           READ ENTIDADES-DESCUENTO
               AT END
                   MOVE "SI" TO WS-EOF-ENTIDADES.

       CARGAR-REGISTRO-ENT.
           ADD 1 TO WS-CANT-ENTIDADES
           MOVE ENT-CODIGO TO VEC-ENT-CODIGO(WS-CANT-ENTIDADES)
           MOVE ENT-NOMBRE TO VEC-ENT-NOMBRE(WS-CANT-ENTIDADES)
           MOVE ENT-CUIT TO VEC-ENT-CUIT(WS-CANT-ENTIDADES)
           MOVE ENT-CBU TO VEC-ENT-CBU(WS-CANT-ENTIDADES)
           PERFORM LEER-ENTIDAD-DESCUENTO.

      * Solo los descuentos vigentes a la fecha de la corrida y de
      * una entidad del padron: sin entidad no hay a quien pagarle
      * lo retenido.
       CARGAR-DESC-VOL-A-VECTOR.
           MOVE ZERO TO WS-CANT-DESC-VOL
           COMPUTE WS-DVO-FECHA-HOY = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           OPEN INPUT DESCUENTOS-VOLUNTARIOS
           IF WS-STATUS-DESC-VOL = "00" THEN
               PERFORM LEER-DESC-VOL
               PERFORM CARGAR-REGISTRO-DVO UNTIL
                   WS-EOF-DESC-VOL = "SI" OR
                   WS-CANT-DESC-VOL >= WS-MAX-DESC-VOL
               CLOSE DESCUENTOS-VOLUNTARIOS
               IF WS-CANT-DESC-VOL > ZERO THEN
                   DISPLAY "DESCUENTOS VOLUNTARIOS VIGENTES: "
                       WS-CANT-DESC-VOL
               END-IF
           END-IF.

       LEER-DESC-VOL.
           READ DESCUENTOS-VOLUNTARIOS
               AT END
                   MOVE "SI" TO WS-EOF-DESC-VOL.

       CARGAR-REGISTRO-DVO.
           IF DVOL-FECHA-DESDE <= WS-DVO-FECHA-HOY AND
               (DVOL-FECHA-HASTA = ZEROS OR
                DVOL-FECHA-HASTA >= WS-DVO-FECHA-HOY) THEN
               PERFORM BUSCAR-ENTIDAD-DESCUENTO
               IF WS-ENT-ENCONTRADA-SI THEN
                   ADD 1 TO WS-CANT-DESC-VOL
                   MOVE DVOL-PROFESOR TO
                       VEC-DVO-PROFESOR(WS-CANT-DESC-VOL)
                   MOVE DVOL-ENTIDAD TO
                       VEC-DVO-ENTIDAD(WS-CANT-DESC-VOL)
                   MOVE DVOL-CONCEPTO TO
                       VEC-DVO-CONCEPTO(WS-CANT-DESC-VOL)
                   MOVE DVOL-TIPO TO VEC-DVO-TIPO(WS-CANT-DESC-VOL)
                   MOVE DVOL-IMPORTE TO
                       VEC-DVO-IMPORTE(WS-CANT-DESC-VOL)
                   MOVE DVOL-PORCENTAJE TO
                       VEC-DVO-PORCENTAJE(WS-CANT-DESC-VOL)
                   MOVE DVOL-PRIORIDAD TO
                       VEC-DVO-PRIORIDAD(WS-CANT-DESC-VOL)
               ELSE
                   DISPLAY "DESCUENTO DEL PROFESOR " DVOL-PROFESOR
                       " CON ENTIDAD INEXISTENTE " DVOL-ENTIDAD
                       ", NO SE APLICA"
               END-IF
           END-IF
           PERFORM LEER-DESC-VOL.

       BUSCAR-ENTIDAD-DESCUENTO.
           MOVE "N" TO WS-ENT-ENCONTRADA
           MOVE 1 TO SUBINDICE-ENT
           PERFORM AVANZAR-SUBINDICE-ENT UNTIL
               SUBINDICE-ENT > WS-CANT-ENTIDADES OR
               WS-ENT-ENCONTRADA-SI.

       AVANZAR-SUBINDICE-ENT.
           IF VEC-ENT-CODIGO(SUBINDICE-ENT) = DVOL-ENTIDAD THEN
               MOVE "S" TO WS-ENT-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-ENT
           END-IF.

       LEER-PADRON-IIBB.
           READ PADRON-IIBB
               AT END
                   MOVE "SI" TO WS-EOF-PADRON-IIBB.

       CARGAR-REGISTRO-PIB.
           IF PIIB-FECHA-DESDE <= WS-PIB-FECHA-HOY AND
               (PIIB-FECHA-HASTA = ZEROS OR
                PIIB-FECHA-HASTA >= WS-PIB-FECHA-HOY) THEN
               ADD 1 TO WS-CANT-PADRON-IIBB
               MOVE PIIB-CUIT TO VEC-PIB-CUIT(WS-CANT-PADRON-IIBB)
               MOVE PIIB-JURISDICCION TO
                   VEC-PIB-JURISDICCION(WS-CANT-PADRON-IIBB)
               MOVE PIIB-ALICUOTA TO
                   VEC-PIB-ALICUOTA(WS-CANT-PADRON-IIBB)
           END-IF
           PERFORM LEER-PADRON-IIBB.

       ASIGNAR-ALICUOTA-IIBB-SUC.
           IF VEC-SUC-JURISDICCION(SUBINDICE-SUC) NOT = ZERO THEN
               MOVE "N" TO WS-PIB-ENCONTRADO
               MOVE 1 TO SUBINDICE-PIB
               PERFORM AVANZAR-SUBINDICE-PIB UNTIL
                   SUBINDICE-PIB > WS-CANT-PADRON-IIBB OR
                   WS-PIB-ENCONTRADO-SI
               IF WS-PIB-ENCONTRADO-SI THEN
                   MOVE VEC-PIB-ALICUOTA(SUBINDICE-PIB) TO
                       VEC-SUC-ALIC-IIBB(SUBINDICE-SUC)
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-PIB.
           IF VEC-PIB-CUIT(SUBINDICE-PIB) =
               VEC-SUC-CUIT(SUBINDICE-SUC) AND
               VEC-PIB-JURISDICCION(SUBINDICE-PIB) =
               VEC-SUC-JURISDICCION(SUBINDICE-SUC) THEN
               MOVE "S" TO WS-PIB-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-PIB
           END-IF.

      * Los cargos fijos tambien son optativos. Cada renglon queda
      * marcado al cargarlo segun corresponda o no al periodo, asi la
      * factura y el extracto contable usan el mismo criterio.
       CARGAR-CARGOS-FIJOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-CARGOS-FIJOS
           COMPUTE WS-CFS-PERIODO = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           OPEN INPUT CARGOS-FIJOS
           IF WS-STATUS-CARGOS-FIJOS = "00" THEN
               PERFORM LEER-CARGO-FIJO
               PERFORM CARGAR-REGISTRO-CFS UNTIL
                   WS-EOF-CARGOS-FIJOS = "SI" OR
                   WS-CANT-CARGOS-FIJOS >= WS-MAX-CARGOS-FIJOS
               CLOSE CARGOS-FIJOS
           END-IF
           DISPLAY "CARGOS FIJOS CARGADOS: " WS-CANT-CARGOS-FIJOS.

       LEER-CARGO-FIJO.
           READ CARGOS-FIJOS
               AT END
                   MOVE "SI" TO WS-EOF-CARGOS-FIJOS.

       CARGAR-REGISTRO-CFS.
           ADD 1 TO WS-CANT-CARGOS-FIJOS
           MOVE CFS-SUCURSAL TO VEC-CFS-SUCURSAL(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-CONCEPTO TO VEC-CFS-CONCEPTO(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-IMPORTE TO VEC-CFS-IMPORTE(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-PERIODICIDAD TO
               VEC-CFS-PERIODICIDAD(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-FECHA-DESDE TO
               VEC-CFS-FECHA-DESDE(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-FECHA-HASTA TO
               VEC-CFS-FECHA-HASTA(WS-CANT-CARGOS-FIJOS)
           MOVE CFS-ALICUOTA TO VEC-CFS-ALICUOTA(WS-CANT-CARGOS-FIJOS)
           MOVE "N" TO VEC-CFS-EVENTO(WS-CANT-CARGOS-FIJOS)
           PERFORM EVALUAR-CARGO-FIJO-PERIODO
           PERFORM LEER-CARGO-FIJO.

      * Un cargo corresponde al periodo si esta vigente en ese mes y
      * el mes cae en su periodicidad: mensual (M), bimestral (B),
      * trimestral (T), semestral (S) o anual (A), contando desde el
      * mes de su fecha desde. Sin periodicidad cargada es mensual.
       EVALUAR-CARGO-FIJO-PERIODO.
           MOVE "N" TO VEC-CFS-CORRESPONDE(WS-CANT-CARGOS-FIJOS)
           COMPUTE WS-CFS-PERIODO-DESDE = CFS-FECHA-DESDE / 100
           COMPUTE WS-CFS-PERIODO-HASTA = CFS-FECHA-HASTA / 100
           EVALUATE CFS-PERIODICIDAD
               WHEN "B"
                   MOVE 2 TO WS-CFS-MESES
               WHEN "T"
                   MOVE 3 TO WS-CFS-MESES
               WHEN "S"
                   MOVE 6 TO WS-CFS-MESES
               WHEN "A"
                   MOVE 12 TO WS-CFS-MESES
               WHEN OTHER
                   MOVE 1 TO WS-CFS-MESES
           END-EVALUATE
           IF WS-CFS-PERIODO-DESDE <= WS-CFS-PERIODO AND
               (CFS-FECHA-HASTA = ZERO OR
                WS-CFS-PERIODO-HASTA >= WS-CFS-PERIODO) THEN
               COMPUTE WS-CFS-MESES-TRANSC =
                   (WS-CFS-PER-ANIO - WS-CFS-DES-ANIO) * 12 +
                   WS-CFS-PER-MES - WS-CFS-DES-MES
               DIVIDE WS-CFS-MESES-TRANSC BY WS-CFS-MESES
                   GIVING WS-CFS-CUOCIENTE REMAINDER WS-CFS-RESTO
               IF WS-CFS-RESTO = ZERO THEN
                   MOVE "S" TO VEC-CFS-CORRESPONDE(WS-CANT-CARGOS-FIJOS)
               END-IF
           END-IF.

      * Los eventos se cargan con sus disertantes y los externos.
      * Una pasada particionada no liquida eventos: el disertante no
      * cae en ningun rango de profesores y la factura saldria en
      * cada pasada; quedan pendientes para la corrida completa.
      * Tampoco se liquidan si el maestro no entra en memoria,
      * porque al marcarlos se perderian los renglones que no se
      * leyeron.
       CARGAR-EVENTOS-A-VECTOR.
           MOVE ZERO TO WS-CANT-EVENTOS
           MOVE ZERO TO WS-CANT-EVENTOS-A-LIQ
           MOVE ZERO TO WS-CANT-EVD
           MOVE ZERO TO WS-CANT-DISERTANTES
           MOVE "S" TO WS-EVENTOS-COMPLETOS
           OPEN INPUT EVENTOS
           IF WS-STATUS-EVENTOS = "00" THEN
               PERFORM LEER-EVENTO
               PERFORM CARGAR-REGISTRO-EVE UNTIL
                   WS-EOF-EVENTOS = "SI" OR
                   WS-CANT-EVENTOS >= WS-MAX-EVENTOS
               IF WS-EOF-EVENTOS NOT = "SI" THEN
                   MOVE "N" TO WS-EVENTOS-COMPLETOS
               END-IF
               CLOSE EVENTOS
           END-IF
           OPEN INPUT EVENTOS-DISERTANTES
           IF WS-STATUS-EVD = "00" THEN
               PERFORM LEER-EVD
               PERFORM CARGAR-REGISTRO-EVD UNTIL
                   WS-EOF-EVD = "SI" OR
                   WS-CANT-EVD >= WS-MAX-EVD
               IF WS-EOF-EVD NOT = "SI" THEN
                   MOVE "N" TO WS-EVENTOS-COMPLETOS
               END-IF
               CLOSE EVENTOS-DISERTANTES
           END-IF
           OPEN INPUT DISERTANTES-EXTERNOS
           IF WS-STATUS-DISERTANTES = "00" THEN
               PERFORM LEER-DISERTANTE
               PERFORM CARGAR-REGISTRO-DEX UNTIL
                   WS-EOF-DISERTANTES = "SI" OR
                   WS-CANT-DISERTANTES >= WS-MAX-DISERTANTES
               IF WS-EOF-DISERTANTES NOT = "SI" THEN
                   MOVE "N" TO WS-EVENTOS-COMPLETOS
               END-IF
               CLOSE DISERTANTES-EXTERNOS
           END-IF
           EVALUATE TRUE
               WHEN WS-CANT-EVENTOS = ZERO
                   CONTINUE
               WHEN NOT WS-EVENTOS-COMPLETOS-SI
                   DISPLAY "EVENTOS O DISERTANTES EXCEDEN LA TABLA EN "
                       "MEMORIA; NO SE LIQUIDAN EVENTOS"
               WHEN WS-PARTICION-ACTIVA-SI
                   DISPLAY "CORRIDA PARTICIONADA: LOS EVENTOS QUEDAN "
                       "PENDIENTES PARA LA CORRIDA COMPLETA"
               WHEN OTHER
                   COMPUTE WS-EVE-PERIODO = WS-CURRENT-YEAR * 100 +
                       WS-CURRENT-MONTH
                   PERFORM EVALUAR-EVENTO
                       VARYING SUBINDICE-EVE FROM 1 BY 1
                       UNTIL SUBINDICE-EVE > WS-CANT-EVENTOS
           END-EVALUATE
           DISPLAY "EVENTOS A LIQUIDAR: " WS-CANT-EVENTOS-A-LIQ.

       LEER-EVENTO.
           READ EVENTOS
               AT END
                   MOVE "SI" TO WS-EOF-EVENTOS.

       CARGAR-REGISTRO-EVE.
           ADD 1 TO WS-CANT-EVENTOS
           MOVE EVE-CODIGO TO VEC-EVE-CODIGO(WS-CANT-EVENTOS)
           MOVE EVE-DESCRIPCION TO VEC-EVE-DESCRIPCION(WS-CANT-EVENTOS)
           MOVE EVE-SUCURSAL TO VEC-EVE-SUCURSAL(WS-CANT-EVENTOS)
           MOVE EVE-FECHA TO VEC-EVE-FECHA(WS-CANT-EVENTOS)
           MOVE EVE-HONORARIO TO VEC-EVE-HONORARIO(WS-CANT-EVENTOS)
           MOVE EVE-IMPORTE-FACTURA TO
               VEC-EVE-IMPORTE-FACTURA(WS-CANT-EVENTOS)
           MOVE EVE-ESTADO TO VEC-EVE-ESTADO(WS-CANT-EVENTOS)
           MOVE ZERO TO VEC-EVE-IND-SUC(WS-CANT-EVENTOS)
           MOVE "N" TO VEC-EVE-A-LIQUIDAR(WS-CANT-EVENTOS)
           PERFORM LEER-EVENTO.

       LEER-EVD.
           READ EVENTOS-DISERTANTES
               AT END
                   MOVE "SI" TO WS-EOF-EVD.

       CARGAR-REGISTRO-EVD.
           ADD 1 TO WS-CANT-EVD
           MOVE EVD-EVENTO TO VEC-EVD-EVENTO(WS-CANT-EVD)
           MOVE EVD-TIPO TO VEC-EVD-TIPO(WS-CANT-EVD)
           MOVE EVD-CODIGO TO VEC-EVD-CODIGO(WS-CANT-EVD)
           MOVE EVD-PORCENTAJE TO VEC-EVD-PORCENTAJE(WS-CANT-EVD)
           MOVE ZERO TO VEC-EVD-IND-EVENTO(WS-CANT-EVD)
           PERFORM LEER-EVD.

       LEER-DISERTANTE.
           READ DISERTANTES-EXTERNOS
               AT END
                   MOVE "SI" TO WS-EOF-DISERTANTES.

       CARGAR-REGISTRO-DEX.
           ADD 1 TO WS-CANT-DISERTANTES
           MOVE DEX-CODIGO TO VEC-DEX-CODIGO(WS-CANT-DISERTANTES)
           MOVE DEX-NOMBRE TO VEC-DEX-NOMBRE(WS-CANT-DISERTANTES)
           MOVE DEX-DNI TO VEC-DEX-DNI(WS-CANT-DISERTANTES)
           MOVE DEX-CUIT TO VEC-DEX-CUIT(WS-CANT-DISERTANTES)
           MOVE DEX-COND-IMPUESTO TO
               VEC-DEX-COND-IMPUESTO(WS-CANT-DISERTANTES)
           MOVE DEX-CBU TO VEC-DEX-CBU(WS-CANT-DISERTANTES)
           MOVE DEX-ACTIVO TO VEC-DEX-ACTIVO(WS-CANT-DISERTANTES)
           PERFORM LEER-DISERTANTE.

      * Se liquida el evento pendiente de este mes o de meses
      * anteriores, de una sucursal existente, con todos sus
      * disertantes resueltos y los porcentajes sumando cien. El
      * que no cumple queda pendiente con el motivo en pantalla.
       EVALUAR-EVENTO.
           IF VEC-EVE-ESTADO(SUBINDICE-EVE) = "P" AND
               VEC-EVE-FECHA(SUBINDICE-EVE) / 100 <= WS-EVE-PERIODO
           THEN
               MOVE "S" TO WS-EVE-VALIDO
               MOVE SPACES TO WS-EVE-MOTIVO
               MOVE ZERO TO WS-EVE-SUMA-PORC
               PERFORM VALIDAR-DISERTANTE-EVENTO
                   VARYING SUBINDICE-EVD FROM 1 BY 1
                   UNTIL SUBINDICE-EVD > WS-CANT-EVD
               IF WS-EVE-SUMA-PORC NOT = 100 THEN
                   MOVE "N" TO WS-EVE-VALIDO
                   MOVE "LOS PORCENTAJES NO SUMAN 100" TO
                       WS-EVE-MOTIVO
               END-IF
               PERFORM BUSCAR-SUCURSAL-EVENTO
               IF NOT WS-SUC-ENCONTRADA-SI THEN
                   MOVE "N" TO WS-EVE-VALIDO
                   MOVE "SUCURSAL INEXISTENTE" TO WS-EVE-MOTIVO
               END-IF
               IF WS-CANT-CARGOS-FIJOS >= WS-MAX-CARGOS-FIJOS THEN
                   MOVE "N" TO WS-EVE-VALIDO
                   MOVE "TABLA DE CARGOS FIJOS LLENA" TO
                       WS-EVE-MOTIVO
               END-IF
               IF WS-EVE-VALIDO-SI THEN
                   MOVE "S" TO VEC-EVE-A-LIQUIDAR(SUBINDICE-EVE)
                   MOVE SUBINDICE-SUC TO VEC-EVE-IND-SUC(SUBINDICE-EVE)
                   ADD 1 TO WS-CANT-EVENTOS-A-LIQ
                   PERFORM AGREGAR-EVENTO-A-CARGOS-FIJOS
               ELSE
                   DISPLAY "EVENTO " VEC-EVE-CODIGO(SUBINDICE-EVE)
                       " QUEDA PENDIENTE: " WS-EVE-MOTIVO
               END-IF
           END-IF.

       VALIDAR-DISERTANTE-EVENTO.
           IF VEC-EVD-EVENTO(SUBINDICE-EVD) =
               VEC-EVE-CODIGO(SUBINDICE-EVE) THEN
               MOVE SUBINDICE-EVE TO VEC-EVD-IND-EVENTO(SUBINDICE-EVD)
               ADD VEC-EVD-PORCENTAJE(SUBINDICE-EVD) TO
                   WS-EVE-SUMA-PORC
               EVALUATE VEC-EVD-TIPO(SUBINDICE-EVD)
                   WHEN "P"
                       MOVE VEC-EVD-CODIGO(SUBINDICE-EVD) TO
                           PROF-NUMERO
                       READ PROFESORES
                           INVALID KEY
                               MOVE "N" TO WS-EVE-VALIDO
                               MOVE "PROFESOR DISERTANTE INEXISTENTE"
                                   TO WS-EVE-MOTIVO
                       END-READ
                   WHEN "E"
                       MOVE VEC-EVD-CODIGO(SUBINDICE-EVD) TO
                           WS-DEX-BUSCADO
                       PERFORM BUSCAR-DISERTANTE-EXTERNO
                       IF NOT WS-DEX-ENCONTRADO-SI THEN
                           MOVE "N" TO WS-EVE-VALIDO
                           MOVE "DISERTANTE EXTERNO INEXISTENTE" TO
                               WS-EVE-MOTIVO
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-EVE-VALIDO
                       MOVE "TIPO DE DISERTANTE INVALIDO" TO
                           WS-EVE-MOTIVO
               END-EVALUATE
           END-IF.

       BUSCAR-SUCURSAL-EVENTO.
           MOVE "N" TO WS-SUC-ENCONTRADA
           MOVE 1 TO SUBINDICE-SUC
           PERFORM AVANZAR-SUBINDICE-SUC-EVE UNTIL
               SUBINDICE-SUC > WS-CANT-SUCURSALES OR
               WS-SUC-ENCONTRADA-SI.

       AVANZAR-SUBINDICE-SUC-EVE.
           IF VEC-SUC-SUCURSAL(SUBINDICE-SUC) =
               VEC-EVE-SUCURSAL(SUBINDICE-EVE) THEN
               MOVE "S" TO WS-SUC-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-SUC
           END-IF.

       BUSCAR-DISERTANTE-EXTERNO.
           MOVE "N" TO WS-DEX-ENCONTRADO
           MOVE 1 TO SUBINDICE-DEX
           PERFORM AVANZAR-SUBINDICE-DEX UNTIL
               SUBINDICE-DEX > WS-CANT-DISERTANTES OR
               WS-DEX-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-DEX.
           IF VEC-DEX-CODIGO(SUBINDICE-DEX) = WS-DEX-BUSCADO AND
               VEC-DEX-ACTIVO(SUBINDICE-DEX) = "S" THEN
               MOVE "S" TO WS-DEX-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-DEX
           END-IF.

      * El evento se factura a la sucursal como un cargo del
      * periodo con la alicuota de su condicion de IVA; si el
      * maestro no trae importe a facturar se factura el honorario.
       AGREGAR-EVENTO-A-CARGOS-FIJOS.
           IF VEC-EVE-IMPORTE-FACTURA(SUBINDICE-EVE) = ZERO THEN
               MOVE VEC-EVE-HONORARIO(SUBINDICE-EVE) TO
                   WS-EVE-IMPORTE-FACT
           ELSE
               MOVE VEC-EVE-IMPORTE-FACTURA(SUBINDICE-EVE) TO
                   WS-EVE-IMPORTE-FACT
           END-IF
           ADD 1 TO WS-CANT-CARGOS-FIJOS
           MOVE VEC-EVE-SUCURSAL(SUBINDICE-EVE) TO
               VEC-CFS-SUCURSAL(WS-CANT-CARGOS-FIJOS)
           MOVE VEC-EVE-DESCRIPCION(SUBINDICE-EVE) TO
               VEC-CFS-CONCEPTO(WS-CANT-CARGOS-FIJOS)
           MOVE WS-EVE-IMPORTE-FACT TO
               VEC-CFS-IMPORTE(WS-CANT-CARGOS-FIJOS)
           MOVE "M" TO VEC-CFS-PERIODICIDAD(WS-CANT-CARGOS-FIJOS)
           MOVE VEC-EVE-FECHA(SUBINDICE-EVE) TO
               VEC-CFS-FECHA-DESDE(WS-CANT-CARGOS-FIJOS)
           MOVE VEC-EVE-FECHA(SUBINDICE-EVE) TO
               VEC-CFS-FECHA-HASTA(WS-CANT-CARGOS-FIJOS)
           EVALUATE VEC-SUC-IVA-COND(SUBINDICE-SUC)
               WHEN "I"
                   MOVE WS-ALICUOTA-INSCRIPTO TO
                       VEC-CFS-ALICUOTA(WS-CANT-CARGOS-FIJOS)
               WHEN "R"
                   MOVE WS-ALICUOTA-REDUCIDA TO
                       VEC-CFS-ALICUOTA(WS-CANT-CARGOS-FIJOS)
               WHEN OTHER
                   MOVE ZERO TO VEC-CFS-ALICUOTA(WS-CANT-CARGOS-FIJOS)
           END-EVALUATE
           MOVE "S" TO VEC-CFS-CORRESPONDE(WS-CANT-CARGOS-FIJOS)
           MOVE "S" TO VEC-CFS-EVENTO(WS-CANT-CARGOS-FIJOS).

      * La escala de bonificaciones es optativa: sin archivo no se
      * bonifica a nadie.
       CARGAR-BONIF-VOLUMEN-A-VECTOR.
           MOVE ZERO TO WS-CANT-BONIF-VOLUMEN
           OPEN INPUT BONIFICACIONES-VOLUMEN
           IF WS-STATUS-BONIF-VOLUMEN = "00" THEN
               PERFORM LEER-BONIF-VOLUMEN
               PERFORM CARGAR-REGISTRO-BVO UNTIL
                   WS-EOF-BONIF-VOLUMEN = "SI" OR
                   WS-CANT-BONIF-VOLUMEN >= WS-MAX-BONIF-VOLUMEN
               CLOSE BONIFICACIONES-VOLUMEN
           END-IF
           DISPLAY "TRAMOS DE BONIFICACION CARGADOS: "
               WS-CANT-BONIF-VOLUMEN.

       LEER-BONIF-VOLUMEN.
           READ BONIFICACIONES-VOLUMEN
               AT END
                   MOVE "SI" TO WS-EOF-BONIF-VOLUMEN.

       CARGAR-REGISTRO-BVO.
           ADD 1 TO WS-CANT-BONIF-VOLUMEN
           MOVE BVO-SUCURSAL TO VEC-BVO-SUCURSAL(WS-CANT-BONIF-VOLUMEN)
           MOVE BVO-BASE TO VEC-BVO-BASE(WS-CANT-BONIF-VOLUMEN)
           MOVE BVO-HORAS-DESDE TO
               VEC-BVO-HORAS-DESDE(WS-CANT-BONIF-VOLUMEN)
           MOVE BVO-PORCENTAJE TO
               VEC-BVO-PORCENTAJE(WS-CANT-BONIF-VOLUMEN)
           PERFORM LEER-BONIF-VOLUMEN.

      * El maestro de clientes es optativo: sin archivo ninguna hora
      * se reconoce como in-company y todo se factura a la sucursal.
      * Los clientes dados de baja no se cargan.
       CARGAR-CLIENTES-A-VECTOR.
           MOVE ZERO TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF WS-STATUS-CLIENTES = "00" THEN
               PERFORM LEER-CLIENTE
               PERFORM CARGAR-REGISTRO-CLI UNTIL
                   WS-EOF-CLIENTES = "SI" OR
                   WS-CANT-CLIENTES >= WS-MAX-CLIENTES
               CLOSE CLIENTES
           END-IF
           DISPLAY "CLIENTES CORPORATIVOS CARGADOS: " WS-CANT-CLIENTES.

       LEER-CLIENTE.
           READ CLIENTES
               AT END
                   MOVE "SI" TO WS-EOF-CLIENTES.

       CARGAR-REGISTRO-CLI.
           IF NOT CLI-BAJA THEN
               ADD 1 TO WS-CANT-CLIENTES
               MOVE CLI-CODIGO TO VEC-CLI-CODIGO(WS-CANT-CLIENTES)
               MOVE CLI-RAZON TO VEC-CLI-RAZON(WS-CANT-CLIENTES)
               MOVE CLI-DIRE TO VEC-CLI-DIRE(WS-CANT-CLIENTES)
               MOVE CLI-CUIT TO VEC-CLI-CUIT(WS-CANT-CLIENTES)
               MOVE CLI-IVA-COND TO VEC-CLI-IVA-COND(WS-CANT-CLIENTES)
               IF CLI-DIAS-PAGO NUMERIC AND CLI-DIAS-PAGO > ZERO THEN
                   MOVE CLI-DIAS-PAGO TO
                       VEC-CLI-DIAS-PAGO(WS-CANT-CLIENTES)
               ELSE
                   MOVE 30 TO VEC-CLI-DIAS-PAGO(WS-CANT-CLIENTES)
               END-IF
               MOVE ZERO TO VEC-CLI-HORAS(WS-CANT-CLIENTES)
               MOVE ZERO TO VEC-CLI-VENTA(WS-CANT-CLIENTES)
           END-IF
           PERFORM LEER-CLIENTE.

       BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLI-ENCONTRADO
           IF MENOR-ACTUAL-CLIENTE NOT = SPACES THEN
               MOVE 1 TO SUBINDICE-CLI
               PERFORM AVANZAR-SUBINDICE-CLI UNTIL
                   SUBINDICE-CLI > WS-CANT-CLIENTES OR
                   WS-CLI-ENCONTRADO-SI
           END-IF.

       AVANZAR-SUBINDICE-CLI.
           IF VEC-CLI-CODIGO(SUBINDICE-CLI) = MENOR-ACTUAL-CLIENTE THEN
               MOVE "S" TO WS-CLI-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-CLI
           END-IF.

       LEER_FERIADO.
           READ FERIADOS
               AT END
                   MOVE "SI" TO WS-EOF-FERIADOS.

      * Las extemporaneas incluidas en esta corrida; las
      * pendientes y las ya liquidadas no se miran.
       CARGAR-AJUSTES-A-VECTOR.
           MOVE ZERO TO WS-CANT-AJUSTES
           OPEN INPUT NOV-EXTEMPORANEAS
           IF WS-STATUS-EXTEMPORANEAS = "00" THEN
               PERFORM LEER-EXTEMPORANEA
               PERFORM CARGAR-REGISTRO-AJU UNTIL
                   WS-EOF-EXTEMPORANEAS = "SI" OR
                   WS-CANT-AJUSTES >= WS-MAX-AJUSTES
               CLOSE NOV-EXTEMPORANEAS
           END-IF
           DISPLAY "AJUSTES DE PERIODOS ANTERIORES: " WS-CANT-AJUSTES.

       LEER-EXTEMPORANEA.
           READ NOV-EXTEMPORANEAS
               AT END
                   MOVE "SI" TO WS-EOF-EXTEMPORANEAS
           END-READ.

       CARGAR-REGISTRO-AJU.
           IF EXT-INCLUIDA THEN
               ADD 1 TO WS-CANT-AJUSTES
               MOVE EXT-NOVEDAD TO VEC-AJU-NOVEDAD(WS-CANT-AJUSTES)
               MOVE EXT-PERIODO-DESDE TO
                   VEC-AJU-PERIODO-DESDE(WS-CANT-AJUSTES)
               MOVE EXT-PERIODO-HASTA TO
                   VEC-AJU-PERIODO-HASTA(WS-CANT-AJUSTES)
               MOVE "N" TO VEC-AJU-USADO(WS-CANT-AJUSTES)
               MOVE "N" TO VEC-AJU-FACTURA-SUC(WS-CANT-AJUSTES)
               MOVE ZERO TO VEC-AJU-HORAS(WS-CANT-AJUSTES)
               MOVE ZERO TO VEC-AJU-VENTA(WS-CANT-AJUSTES)
           END-IF
           PERFORM LEER-EXTEMPORANEA.

       CARGAR-FERIADOS-A-VECTOR.
           OPEN INPUT FERIADOS
           IF WS-STATUS-FERIADOS = "00" THEN
               VEC-HAB-FECHA-BAJA(WS-CANT-HABILITACIONES)
           PERFORM LEER_HABILITACION.

      * Sin tabla de exigencias no se controla ninguna certificacion.
       CARGAR-CERTIFICACIONES-A-VECTOR.
           MOVE ZERO TO WS-CANT-CERTIF-EXIGIDAS
           OPEN INPUT CERTIF_EXIGIDAS
           IF WS-STATUS-CERTIF-EXIGIDAS = "00" THEN
               PERFORM LEER_CERTIF_EXIGIDA
               PERFORM CARGAR-REGISTRO-CEX UNTIL
                   WS-EOF-CERTIF-EXIGIDAS = "SI" OR
                   WS-CANT-CERTIF-EXIGIDAS >= WS-MAX-CERTIF-EXIGIDAS
               CLOSE CERTIF_EXIGIDAS
           END-IF
           MOVE ZERO TO WS-CANT-CERTIFICACIONES
           OPEN INPUT CERTIFICACIONES
           IF WS-STATUS-CERTIFICACIONES = "00" THEN
               PERFORM LEER_CERTIFICACION
               PERFORM CARGAR-REGISTRO-CER UNTIL
                   WS-EOF-CERTIFICACIONES = "SI" OR
                   WS-CANT-CERTIFICACIONES >= WS-MAX-CERTIFICACIONES
               CLOSE CERTIFICACIONES
           END-IF
           DISPLAY "CERTIFICACIONES EXIGIDAS: " WS-CANT-CERTIF-EXIGIDAS
           DISPLAY "CERTIFICADOS CARGADOS: " WS-CANT-CERTIFICACIONES.

       LEER_CERTIF_EXIGIDA.
           READ CERTIF_EXIGIDAS
               AT END
                   MOVE "SI" TO WS-EOF-CERTIF-EXIGIDAS.

       CARGAR-REGISTRO-CEX.
           ADD 1 TO WS-CANT-CERTIF-EXIGIDAS
           MOVE CEX-TIP_CLASE TO
               VEC-CEX-TIP_CLASE(WS-CANT-CERTIF-EXIGIDAS)
           MOVE CEX-CERTIFICACION TO
               VEC-CEX-CERTIFICACION(WS-CANT-CERTIF-EXIGIDAS)
           PERFORM LEER_CERTIF_EXIGIDA.

       LEER_CERTIFICACION.
           READ CERTIFICACIONES
               AT END
                   MOVE "SI" TO WS-EOF-CERTIFICACIONES.

       CARGAR-REGISTRO-CER.
           ADD 1 TO WS-CANT-CERTIFICACIONES
           MOVE CER-PROFESOR TO
               VEC-CER-PROFESOR(WS-CANT-CERTIFICACIONES)
           MOVE CER-TIPO TO VEC-CER-TIPO(WS-CANT-CERTIFICACIONES)
           MOVE CER-FECHA-EMISION TO
               VEC-CER-FECHA-EMISION(WS-CANT-CERTIFICACIONES)
           MOVE CER-FECHA-VENCIMIENTO TO
               VEC-CER-FECHA-VENCIMIENTO(WS-CANT-CERTIFICACIONES)
           PERFORM LEER_CERTIFICACION.

      * Sin maestro de categorias (o profesor sin categoria) el
      * coeficiente queda en 1 y todo se paga como siempre.
       CARGAR-CATEGORIAS-A-VECTOR.
               VEC-ANT-PORCENTAJE(WS-CANT-TRAMOS-ANTIG)
           PERFORM LEER-TRAMO-ANTIGUEDAD.

      * Una hora en una sucursal bloqueada se liquida y se factura
      * como cualquier otra; solo queda listada con su venta para
      * que gerencia decida si se sigue prestando el servicio.
       GRABAR-SERVICIO-SUC-BLOQUEADA.
           MOVE MENOR-ACTUAL-SUCURSAL TO LSBL-SUCURSAL
           MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LSBL-RAZON
           MOVE MENOR-ACTUAL-NUMERO TO LSBL-PROFESOR
           MOVE REG-FECHA TO LSBL-FECHA
           MOVE MENOR-ACTUAL-TIP_CLASE TO LSBL-TIPO
           MOVE WS-SIGNO-HORAS TO LSBL-HORAS
           MOVE WS-SIGNO-VENTA TO LSBL-VENTA
           WRITE SERVICIO_SUC_BLOQUEADA_REG FROM LINEA-SERV-BLOQ.

      * El espejo indexado del detalle queda a nivel hora con el
      * importe de la linea ya resuelto; la secuencia arranca de
      * nuevo con cada profesor + fecha y las generaciones de
               MOVE MENOR-ACTUAL-HORAS TO DET-HORAS
               MOVE MENOR-ACTUAL-TIPO-MOV TO DET-TIPO-MOV
               MOVE IMPORTE-AUX TO DET-IMPORTE
               MOVE MENOR-ACTUAL-ALUMNOS TO DET-ALUMNOS
               MOVE MENOR-ACTUAL-CONCEPTO TO DET-CONCEPTO
               MOVE WS-SELLO-CORRIDA-FECHA TO DET-SELLO-FECHA
               MOVE WS-SELLO-CORRIDA-HORA TO DET-SELLO-HORA
               IF WS-ES-AJUSTE-SI THEN
                   PERFORM GRABAR-DETALLE-AJUSTE
               ELSE
                   WRITE DETALLE-LIQUIDADO-REG
                       INVALID KEY
                           REWRITE DETALLE-LIQUIDADO-REG
                   END-WRITE
               END-IF
           END-IF.

      * El ajuste cae en una fecha de un periodo ya liquidado, donde
      * puede haber detalle con la misma clave: no se lo pisa, se
      * busca la secuencia libre siguiente. Solo se regraba si lo
      * que hay es la misma linea (reproceso de la corrida).
       GRABAR-DETALLE-AJUSTE.
           MOVE DETALLE-LIQUIDADO-REG TO WS-DET-AJUSTE-REG
           MOVE "N" TO WS-DET-AJUSTE-GRABADO
           PERFORM INTENTAR-DETALLE-AJUSTE UNTIL
               WS-DET-AJUSTE-GRABADO = "S".

       INTENTAR-DETALLE-AJUSTE.
           MOVE WS-DET-AJUSTE-REG TO DETALLE-LIQUIDADO-REG
           WRITE DETALLE-LIQUIDADO-REG
               INVALID KEY
                   READ DETALLE-LIQUIDADO
                   IF DETALLE-LIQUIDADO-REG(17:13) =
                       WS-DET-AJUSTE-REG(17:13) OR
                       WS-DET-AJUSTE-REG(14:3) = 999 THEN
                       MOVE WS-DET-AJUSTE-REG TO
                           DETALLE-LIQUIDADO-REG
                       REWRITE DETALLE-LIQUIDADO-REG
                       MOVE "S" TO WS-DET-AJUSTE-GRABADO
                   ELSE
                       ADD 1 TO WS-DET-SECUENCIA
                       MOVE WS-DET-SECUENCIA TO
                           WS-DET-AJUSTE-REG(14:3)
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO WS-DET-AJUSTE-GRABADO
           END-WRITE.

      * Subtotales del profesor por concepto de hora, con el
      * signo ya resuelto de la linea. La preparacion y la
      * vigilancia pasan antes por el tope del tipo de clase.
       ACUMULAR-CONCEPTO-PROFESOR.
           IF (MENOR-ES-PREPARACION OR MENOR-ES-VIGILANCIA) AND
               NOT MENOR-ACTUAL-ES-REVERSO THEN
               PERFORM CONTROLAR-TOPE-CONCEPTO
           END-IF
           EVALUATE TRUE
               WHEN MENOR-ES-PREPARACION
                   ADD WS-SIGNO-HORAS TO WS-HORAS-PREP-PROF
                   ADD WS-SIGNO-IMPORTE TO WS-IMP-DICTADO-PROF
           END-EVALUATE.

      * Las horas de preparacion y vigilancia del profesor, con
      * esta linea, no pueden pasar del porcentaje que fija el tipo
      * de clase sobre el total de horas dictadas en el periodo
      * (primera pasada), asi no importa en que orden de fecha
      * vengan las lineas. Solo la parte que de verdad se pasa sale
      * de la linea (horas, costo y venta en proporcion) y va a
      * ExcepConceptos.dat para que el coordinador la autorice o la
      * rechace en la mesa.
       CONTROLAR-TOPE-CONCEPTO.
           IF VEC-TOPE-CONCEPTO(SUBINDICE) > ZERO AND
               WS-SIGNO-HORAS > ZERO THEN
               COMPUTE WS-HORAS-TOPE-CONCEPTO ROUNDED =
                   WS-HORAS-DICTADO-MES-PROF *
                   VEC-TOPE-CONCEPTO(SUBINDICE) / 100
               COMPUTE WS-HORAS-DISPONIBLES =
                   WS-HORAS-TOPE-CONCEPTO - WS-HORAS-PREP-PROF -
                   WS-HORAS-VIG-PROF
               IF WS-HORAS-DISPONIBLES < ZERO THEN
                   MOVE ZERO TO WS-HORAS-DISPONIBLES
               END-IF
               IF WS-SIGNO-HORAS > WS-HORAS-DISPONIBLES THEN
                   COMPUTE WS-HORAS-EXCEDENTE =
                       WS-SIGNO-HORAS - WS-HORAS-DISPONIBLES
                   PERFORM EXCLUIR-EXCEDENTE-CONCEPTO
               END-IF
           END-IF.

       EXCLUIR-EXCEDENTE-CONCEPTO.
           COMPUTE WS-IMPORTE-EXCEDENTE ROUNDED =
               IMPORTE-AUX * WS-HORAS-EXCEDENTE / WS-SIGNO-HORAS
           COMPUTE WS-VENTA-EXCEDENTE ROUNDED =
               WS-IMPORTE-VENTA-AUX * WS-HORAS-EXCEDENTE /
               WS-SIGNO-HORAS
           SUBTRACT WS-IMPORTE-EXCEDENTE FROM IMPORTE-AUX
           SUBTRACT WS-VENTA-EXCEDENTE FROM WS-IMPORTE-VENTA-AUX
           SUBTRACT WS-HORAS-EXCEDENTE FROM WS-SIGNO-HORAS
           MOVE IMPORTE-AUX TO WS-SIGNO-IMPORTE
           MOVE WS-IMPORTE-VENTA-AUX TO WS-SIGNO-VENTA
           MOVE WS-SIGNO-HORAS TO REG-HORAS
           MOVE IMPORTE-AUX TO REG-IMPORTE
           MOVE "TOPE" TO REG-MARCA-REVERSO

           MOVE MENOR-ACTUAL-NUMERO TO LECO-PROFESOR
           MOVE MENOR-ACTUAL-FECHA TO LECO-FECHA
           MOVE MENOR-ACTUAL-TIP_CLASE TO LECO-TIPO
           MOVE MENOR-ACTUAL-CONCEPTO TO LECO-CONCEPTO
           MOVE WS-HORAS-EXCEDENTE TO LECO-HORAS
           MOVE WS-IMPORTE-EXCEDENTE TO LECO-IMPORTE
           WRITE EXCEPCIONES_CONCEPTO_REG FROM LINEA-EXCEP-CONCEPTO
           ADD 1 TO WS-EST-EXC-CON.

      * Primera pasada por los archivos de horas: total dictado de
      * cada profesor en las fechas de la corrida (sin preparacion
      * ni vigilancia; los reversos restan), base del tope de esos
      * conceptos. Solo se leen las novedades activas y cada
      * archivo se vuelve a abrir al terminar, asi el merge arranca
      * desde el principio con sus controles de secuencia y cola.
      * Las horas que despues se rechazan en la validacion igual
      * suman: el tope queda a favor del profesor.
       TOTALIZAR-DICTADO-PERIODO.
           MOVE ZERO TO WS-CANT-DICTADO
           MOVE HIGH-VALUES TO WS-DIC-ULTIMO-PROFESOR
           IF WS-CANT-NOVEDADES-ACTIVAS >= 1 THEN
               MOVE "NO" TO WS-EOF-DICTADO
               PERFORM SUMAR-DICTADO-NOV1 UNTIL WS-EOF-DICTADO = "SI"
               CLOSE NovTimes1
               OPEN INPUT NovTimes1
           END-IF
           IF WS-CANT-NOVEDADES-ACTIVAS >= 2 THEN
               MOVE "NO" TO WS-EOF-DICTADO
               PERFORM SUMAR-DICTADO-NOV2 UNTIL WS-EOF-DICTADO = "SI"
               CLOSE NovTimes2
               OPEN INPUT NovTimes2
           END-IF
           IF WS-CANT-NOVEDADES-ACTIVAS >= 3 THEN
               MOVE "NO" TO WS-EOF-DICTADO
               PERFORM SUMAR-DICTADO-NOV3 UNTIL WS-EOF-DICTADO = "SI"
               CLOSE NovTimes3
               OPEN INPUT NovTimes3
           END-IF
           MOVE "NO" TO WS-EOF-DICTADO
           PERFORM SUMAR-DICTADO-TIMES UNTIL WS-EOF-DICTADO = "SI"
           CLOSE Times1
           OPEN INPUT Times1.

       SUMAR-DICTADO-NOV1.
           READ NovTimes1
               AT END
                   MOVE "SI" TO WS-EOF-DICTADO
               NOT AT END
                   IF NOT NOV1-ES-CABECERA AND NOT NOV1-ES-COLA THEN
                       MOVE NOV1-NUMERO TO WS-DIC-PROFESOR
                       MOVE NOV1-FECHA TO WS-DIC-FECHA
                       MOVE NOV1-CONCEPTO TO WS-DIC-CONCEPTO
                       MOVE NOV1-HORAS TO WS-DIC-HORAS
                       IF NOV1-ES-REVERSO THEN
                           COMPUTE WS-DIC-HORAS = NOV1-HORAS * -1
                       END-IF
                       PERFORM SUMAR-DICTADO-LINEA
                   END-IF
           END-READ.

       SUMAR-DICTADO-NOV2.
           READ NovTimes2
               AT END
                   MOVE "SI" TO WS-EOF-DICTADO
               NOT AT END
                   IF NOT NOV2-ES-CABECERA AND NOT NOV2-ES-COLA THEN
                       MOVE NOV2-NUMERO TO WS-DIC-PROFESOR
                       MOVE NOV2-FECHA TO WS-DIC-FECHA
                       MOVE NOV2-CONCEPTO TO WS-DIC-CONCEPTO
                       MOVE NOV2-HORAS TO WS-DIC-HORAS
                       IF NOV2-ES-REVERSO THEN
                           COMPUTE WS-DIC-HORAS = NOV2-HORAS * -1
                       END-IF
                       PERFORM SUMAR-DICTADO-LINEA
                   END-IF
           END-READ.

       SUMAR-DICTADO-NOV3.
           READ NovTimes3
               AT END
                   MOVE "SI" TO WS-EOF-DICTADO
               NOT AT END
                   IF NOT NOV3-ES-CABECERA AND NOT NOV3-ES-COLA THEN
                       MOVE NOV3-NUMERO TO WS-DIC-PROFESOR
                       MOVE NOV3-FECHA TO WS-DIC-FECHA
                       MOVE NOV3-CONCEPTO TO WS-DIC-CONCEPTO
                       MOVE NOV3-HORAS TO WS-DIC-HORAS
                       IF NOV3-ES-REVERSO THEN
                           COMPUTE WS-DIC-HORAS = NOV3-HORAS * -1
                       END-IF
                       PERFORM SUMAR-DICTADO-LINEA
                   END-IF
           END-READ.

      * Times.dat no trae cola de lote, solo la cabecera de layout.
       SUMAR-DICTADO-TIMES.
           READ Times1
               AT END
                   MOVE "SI" TO WS-EOF-DICTADO
               NOT AT END
                   IF NOT TIM-ES-CABECERA THEN
                       MOVE TIM-NUMERO TO WS-DIC-PROFESOR
                       MOVE TIM-FECHA TO WS-DIC-FECHA
                       MOVE TIM-CONCEPTO TO WS-DIC-CONCEPTO
                       MOVE TIM-HORAS TO WS-DIC-HORAS
                       IF TIM-ES-REVERSO THEN
                           COMPUTE WS-DIC-HORAS = TIM-HORAS * -1
                       END-IF
                       PERFORM SUMAR-DICTADO-LINEA
                   END-IF
           END-READ.

      * Los archivos vienen ordenados por profesor: si la linea es
      * del mismo profesor que la anterior no se vuelve a buscar.
       SUMAR-DICTADO-LINEA.
           IF WS-DIC-CONCEPTO NOT = "P" AND
               WS-DIC-CONCEPTO NOT = "V" AND
               (WS-FECHA-DESDE-FILTRO = ZEROS OR
                WS-DIC-FECHA >= WS-FECHA-DESDE-FILTRO) AND
               (WS-FECHA-HASTA-FILTRO = ZEROS OR
                WS-DIC-FECHA <= WS-FECHA-HASTA-FILTRO) THEN
               IF WS-DIC-PROFESOR NOT = WS-DIC-ULTIMO-PROFESOR THEN
                   PERFORM UBICAR-DICTADO-PROFESOR
                   MOVE WS-DIC-PROFESOR TO WS-DIC-ULTIMO-PROFESOR
               END-IF
               ADD WS-DIC-HORAS TO VEC-DIC-HORAS(SUBINDICE-DIC)
           END-IF.

       UBICAR-DICTADO-PROFESOR.
           PERFORM BUSCAR-DICTADO-PROFESOR
           IF NOT WS-DIC-HALLADO-SI THEN
               IF WS-CANT-DICTADO < WS-MAX-DICTADO THEN
                   ADD 1 TO WS-CANT-DICTADO
                   MOVE WS-CANT-DICTADO TO SUBINDICE-DIC
                   MOVE WS-DIC-PROFESOR TO
                       VEC-DIC-PROFESOR(SUBINDICE-DIC)
                   MOVE ZERO TO VEC-DIC-HORAS(SUBINDICE-DIC)
               ELSE
                   DISPLAY "TABLA DE HORAS DICTADAS LLENA ("
                       WS-MAX-DICTADO "), PROFESOR "
                       WS-DIC-PROFESOR " SIN REGISTRAR"
                   DISPLAY "SE ABORTA LA CORRIDA"
                   PERFORM ABORTAR-CORRIDA
               END-IF
           END-IF.

       BUSCAR-DICTADO-PROFESOR.
           MOVE "N" TO WS-DIC-HALLADO
           MOVE 1 TO SUBINDICE-DIC
           PERFORM AVANZAR-SUBINDICE-DIC UNTIL
               SUBINDICE-DIC > WS-CANT-DICTADO OR
               WS-DIC-HALLADO-SI.

       AVANZAR-SUBINDICE-DIC.
           IF VEC-DIC-PROFESOR(SUBINDICE-DIC) = WS-DIC-PROFESOR THEN
               MOVE "S" TO WS-DIC-HALLADO
           ELSE
               ADD 1 TO SUBINDICE-DIC
           END-IF.

      * Total dictado del periodo del profesor que arranca.
       OBTENER-DICTADO-PERIODO.
           MOVE ZERO TO WS-HORAS-DICTADO-MES-PROF
           MOVE PROFESOR-ANTERIOR TO WS-DIC-PROFESOR
           PERFORM BUSCAR-DICTADO-PROFESOR
           IF WS-DIC-HALLADO-SI THEN
               MOVE VEC-DIC-HORAS(SUBINDICE-DIC) TO
                   WS-HORAS-DICTADO-MES-PROF
           END-IF.

      * La porcion de la clase posterior a la hora de corte paga
      * el adicional nocturno, prorrateado por minutos cuando la
      * clase cruza el corte; una clase sin reloj informado no
               ADD 1 TO SUBINDICE-NOC
           END-IF.

      * Clase de co-docencia: cada profesor cobra su parte de la
      * clase. Sin porcentaje en la novedad, el tipo de clase que
      * exige pareja la reparte por mitades.
       APLICAR-CODOCENCIA.
           MOVE ZERO TO WS-PORC-CODOCENCIA
           IF MENOR-ACTUAL-PORC-COMPARTIDO > ZERO THEN
               MOVE MENOR-ACTUAL-PORC-COMPARTIDO TO WS-PORC-CODOCENCIA
           ELSE
               IF VEC-PAREJA(SUBINDICE) NOT = SPACE THEN
                   MOVE 50 TO WS-PORC-CODOCENCIA
               END-IF
           END-IF
           IF WS-PORC-CODOCENCIA > ZERO THEN
               COMPUTE IMPORTE-AUX ROUNDED MODE IS NEAREST-EVEN =
                   IMPORTE-AUX * WS-PORC-CODOCENCIA / 100
           END-IF.

      * Clase suspendida: se paga la fraccion que corresponde a la
      * anticipacion con que la sucursal aviso, medida desde el
      * aviso hasta el comienzo de la clase.
       APLICAR-SUSPENSION.
           MOVE 1 TO WS-PORC-SUSPENSION
           IF MENOR-ACTUAL-ES-SUSPENDIDA THEN
               PERFORM CALCULAR-ANTICIPACION-AVISO
               EVALUATE TRUE
                   WHEN WS-SUSP-SIN-AVISO
                       MOVE WS-PORC-SUSP-SIN-AVISO TO
                           WS-PORC-SUSPENSION
                   WHEN WS-SUSP-AVISO-TARDIO
                       MOVE WS-PORC-SUSP-TARDIA TO WS-PORC-SUSPENSION
                   WHEN OTHER
                       MOVE ZERO TO WS-PORC-SUSPENSION
               END-EVALUATE
               COMPUTE IMPORTE-AUX ROUNDED MODE IS NEAREST-EVEN =
                   IMPORTE-AUX * WS-PORC-SUSPENSION
           END-IF.

      * Minutos corridos entre el aviso y el comienzo de la clase,
      * con el numero de dia aproximado de tesoreria. Una clase sin
      * hora de comienzo se toma desde las cero horas de su dia.
       CALCULAR-ANTICIPACION-AVISO.
           IF MENOR-ACTUAL-AVISO-FECHA = ZEROS THEN
               MOVE "N" TO WS-SUSP-AVISO
           ELSE
               MOVE MENOR-ACTUAL-FECHA TO WS-SUSP-SERIE-FECHA
               MOVE MENOR-ACTUAL-HORA-DESDE TO WS-SUSP-SERIE-HORA
               PERFORM CALCULAR-MINUTOS-SUSPENSION
               MOVE WS-SUSP-SERIE-MINUTOS TO WS-SUSP-MINUTOS-CLASE
               MOVE MENOR-ACTUAL-AVISO-FECHA TO WS-SUSP-SERIE-FECHA
               MOVE MENOR-ACTUAL-AVISO-HORA TO WS-SUSP-SERIE-HORA
               PERFORM CALCULAR-MINUTOS-SUSPENSION
               COMPUTE WS-SUSP-ANTICIPACION =
                   WS-SUSP-MINUTOS-CLASE - WS-SUSP-SERIE-MINUTOS
               IF WS-SUSP-ANTICIPACION <= ZERO THEN
                   MOVE "N" TO WS-SUSP-AVISO
               ELSE
                   IF WS-SUSP-ANTICIPACION <
                       WS-SUSP-HORAS-AVISO * 60 THEN
                       MOVE "T" TO WS-SUSP-AVISO
                   ELSE
                       MOVE "A" TO WS-SUSP-AVISO
                   END-IF
               END-IF
           END-IF.

       CALCULAR-MINUTOS-SUSPENSION.
           IF WS-SUSP-SERIE-MES < 1 OR WS-SUSP-SERIE-MES > 12 THEN
               MOVE 1 TO WS-SUSP-SERIE-MES
           END-IF
           DIVIDE WS-SUSP-SERIE-HORA BY 100 GIVING WS-SUSP-SERIE-HH
               REMAINDER WS-SUSP-SERIE-MM
           COMPUTE WS-SUSP-SERIE-MINUTOS =
               (WS-SUSP-SERIE-ANIO * 365 +
                WS-SUSP-SERIE-ANIO / 4 +
                VEC-DIAS-ACUM-SUSP(WS-SUSP-SERIE-MES) +
                WS-SUSP-SERIE-DIA) * 1440 +
               WS-SUSP-SERIE-HH * 60 + WS-SUSP-SERIE-MM.

       ACUMULAR-SUSPENSION-SUCURSAL.
           MOVE "N" TO WS-SUS-ENCONTRADA
           MOVE 1 TO SUBINDICE-SUS
           PERFORM AVANZAR-SUBINDICE-SUS UNTIL
               SUBINDICE-SUS > WS-CANT-SUSPENSIONES OR
               WS-SUS-ENCONTRADA = "S"
           IF WS-SUS-ENCONTRADA NOT = "S" AND
               WS-CANT-SUSPENSIONES < WS-MAX-SUSPENSIONES THEN
               ADD 1 TO WS-CANT-SUSPENSIONES
               MOVE WS-CANT-SUSPENSIONES TO SUBINDICE-SUS
               MOVE MENOR-ACTUAL-SUCURSAL TO
                   VEC-SUS-SUCURSAL(SUBINDICE-SUS)
               MOVE ZERO TO VEC-SUS-CANTIDAD(SUBINDICE-SUS)
               MOVE ZERO TO VEC-SUS-SIN-AVISO(SUBINDICE-SUS)
               MOVE ZERO TO VEC-SUS-TARDIAS(SUBINDICE-SUS)
               MOVE ZERO TO VEC-SUS-HORAS(SUBINDICE-SUS)
               MOVE ZERO TO VEC-SUS-PAGADO(SUBINDICE-SUS)
               MOVE ZERO TO VEC-SUS-CARGADO(SUBINDICE-SUS)
               MOVE "S" TO WS-SUS-ENCONTRADA
           END-IF
           IF WS-SUS-ENCONTRADA = "S" THEN
               ADD 1 TO VEC-SUS-CANTIDAD(SUBINDICE-SUS)
               IF WS-SUSP-SIN-AVISO THEN
                   ADD 1 TO VEC-SUS-SIN-AVISO(SUBINDICE-SUS)
               END-IF
               IF WS-SUSP-AVISO-TARDIO THEN
                   ADD 1 TO VEC-SUS-TARDIAS(SUBINDICE-SUS)
               END-IF
               ADD WS-SIGNO-HORAS TO VEC-SUS-HORAS(SUBINDICE-SUS)
               ADD WS-SIGNO-IMPORTE TO VEC-SUS-PAGADO(SUBINDICE-SUS)
               ADD WS-SIGNO-VENTA TO VEC-SUS-CARGADO(SUBINDICE-SUS)
           END-IF.

       AVANZAR-SUBINDICE-SUS.
           IF VEC-SUS-SUCURSAL(SUBINDICE-SUS) =
               MENOR-ACTUAL-SUCURSAL THEN
               MOVE "S" TO WS-SUS-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-SUS
           END-IF.

      * Tarifa comercial reducida por clase con pocos alumnos: si
      * la novedad informa un headcount menor al minimo del tipo de
      * clase, el importe de la linea baja el porcentaje pactado y
      * sin baja). Con el maestro vacio no se controla nada.
       VERIFICAR-HABILITACION.
           MOVE "S" TO WS-HABILITADO
           MOVE "COMBINACION NO HABILITADA" TO WS-MOTIVO-HABILITACION
           IF WS-CANT-HABILITACIONES > ZERO THEN
               MOVE "N" TO WS-HABILITADO
               MOVE 1 TO SUBINDICE-HAB
               PERFORM AVANZAR-SUBINDICE-HAB UNTIL
                   SUBINDICE-HAB > WS-CANT-HABILITACIONES OR
                   WS-HABILITADO-SI
           END-IF
           IF WS-HABILITADO-SI AND WS-CANT-CERTIF-EXIGIDAS > ZERO THEN
               MOVE 1 TO SUBINDICE-CEX
               PERFORM VERIFICAR-CERTIF-EXIGIDA UNTIL
                   SUBINDICE-CEX > WS-CANT-CERTIF-EXIGIDAS OR
                   NOT WS-HABILITADO-SI
           END-IF.

       AVANZAR-SUBINDICE-HAB.
               ADD 1 TO SUBINDICE-HAB
           END-IF.

      * Cada certificacion que exige el tipo de clase tiene que
      * estar emitida y sin vencer a la fecha de la clase (con la
      * renovacion cargada alcanza con que uno de los certificados
      * de ese tipo la cubra).
       VERIFICAR-CERTIF-EXIGIDA.
           IF VEC-CEX-TIP_CLASE(SUBINDICE-CEX) =
               MENOR-ACTUAL-TIP_CLASE THEN
               MOVE "N" TO WS-CERTIF-ESTADO
               MOVE 1 TO SUBINDICE-CER
               PERFORM AVANZAR-SUBINDICE-CER UNTIL
                   SUBINDICE-CER > WS-CANT-CERTIFICACIONES OR
                   WS-CERTIF-VIGENTE
               IF NOT WS-CERTIF-VIGENTE THEN
                   MOVE "N" TO WS-HABILITADO
                   MOVE VEC-CEX-CERTIFICACION(SUBINDICE-CEX) TO
                       LMC-CERTIFICACION
                   IF WS-CERTIF-VENCIDA THEN
                       MOVE " VENCIDA" TO LMC-ESTADO
                   ELSE
                       MOVE " FALTANTE" TO LMC-ESTADO
                   END-IF
                   MOVE LINEA-MOTIVO-CERTIF TO WS-MOTIVO-HABILITACION
               END-IF
           END-IF
           ADD 1 TO SUBINDICE-CEX.

       AVANZAR-SUBINDICE-CER.
           IF VEC-CER-PROFESOR(SUBINDICE-CER) = MENOR-ACTUAL-NUMERO
               AND VEC-CER-TIPO(SUBINDICE-CER) =
                   VEC-CEX-CERTIFICACION(SUBINDICE-CEX) THEN
               IF VEC-CER-FECHA-EMISION(SUBINDICE-CER) <=
                   MENOR-ACTUAL-FECHA AND
                   (VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER) = ZERO OR
                    VEC-CER-FECHA-VENCIMIENTO(SUBINDICE-CER) >=
                        MENOR-ACTUAL-FECHA) THEN
                   MOVE "V" TO WS-CERTIF-ESTADO
               ELSE
                   MOVE "C" TO WS-CERTIF-ESTADO
               END-IF
           END-IF
           IF NOT WS-CERTIF-VIGENTE THEN
               ADD 1 TO SUBINDICE-CER
           END-IF.


       DETERMINAR-MENOR.
           MOVE Times1_CLAVE TO MENOR
           MOVE 0 TO WS-IMP-PREP-PROF
           MOVE 0 TO WS-HORAS-VIG-PROF
           MOVE 0 TO WS-IMP-VIG-PROF
           MOVE 0 TO WS-HORAS-AJU-PROF
           MOVE 0 TO WS-IMP-AJU-PROF
           MOVE "N" TO WS-SECCION-AJUSTE
           MOVE 0 TO WS-MOVILIDAD-X-PROFESOR
           MOVE 0 TO WS-CANT-MOV-PROF
           MOVE MENOR-NUMERO TO PROFESOR-ANTERIOR
           DISPLAY "EL PROFESOR ANTERIOR ES"PROFESOR-ANTERIOR
           PERFORM REGISTRAR-PROFESOR-VISTO
           PERFORM OBTENER-DICTADO-PERIODO
           MOVE "S" TO WS-RECIBO-PENDIENTE
           MOVE WS-LINEAS-POR-PAGINA TO WS-LINEAS
           DISPLAY WS-LINEAS
           MOVE 0 TO IMPORTE-TOTAL-X-FECHA.
           MOVE 0 TO HORAS-TOTAL-X-FECHA.
           MOVE 0 TO WS-CANT-SUC-X-FECHA.
           MOVE 0 TO WS-CANT-TRAMOS-X-FECHA.
           MOVE 0 TO WS-CANT-INTERVALOS.
           MOVE MENOR-FECHA TO FECHA-ANTERIOR.
           PERFORM MISMO-PROFESOR-Y-FECHA UNTIL
               ADD 1 TO WS-EST-EXC-FECHA
           ELSE
               PERFORM VERIFICAR-FECHA-EN-RANGO
               PERFORM VERIFICAR-AJUSTE-EXTEMPORANEO
               PERFORM VERIFICAR-DUPLICADO
               IF WS-DUPLICADO-SI THEN
                   MOVE MENOR-ACTUAL-NUMERO TO LED-PROFESOR
                       MOVE MENOR-ACTUAL-FECHA TO LEH-FECHA
                       MOVE MENOR-ACTUAL-SUCURSAL TO LEH-SUCURSAL
                       MOVE MENOR-ACTUAL-TIP_CLASE TO LEH-TIPO
                       MOVE WS-MOTIVO-HABILITACION TO LEH-MOTIVO
                       WRITE EXCEPCIONES_HABILITACION_REG FROM
                           LINEA-EXCEP-HABILITACION
                       ADD 1 TO WS-EST-EXC-HAB
               MENOR-ACTUAL-FECHA < WS-FECHA-DESDE-FILTRO THEN
               MOVE "N" TO WS-FECHA-EN-RANGO
           END-IF
           IF WS-FECHA-HASTA-FILTRO NOT = ZEROS AND
               MENOR-ACTUAL-FECHA > WS-FECHA-HASTA-FILTRO THEN
               MOVE "N" TO WS-FECHA-EN-RANGO
           END-IF.

      * Una extemporanea incluida en la corrida se liquida aunque
      * su fecha quede fuera del periodo: es el ajuste de un periodo
      * ya cerrado, con la tarifa vigente a la fecha de la clase.
       VERIFICAR-AJUSTE-EXTEMPORANEO.
           MOVE "N" TO WS-ES-AJUSTE
           IF WS-CANT-AJUSTES > ZERO THEN
               MOVE 1 TO SUBINDICE-AJU
               PERFORM AVANZAR-SUBINDICE-AJU UNTIL
                   SUBINDICE-AJU > WS-CANT-AJUSTES OR
                   WS-ES-AJUSTE-SI
               IF WS-ES-AJUSTE-SI THEN
                   MOVE "S" TO VEC-AJU-USADO(SUBINDICE-AJU)
                   MOVE "S" TO WS-FECHA-EN-RANGO
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-AJU.
           IF NOT VEC-AJU-USADO-SI(SUBINDICE-AJU) AND
               VEC-AJU-NOVEDAD(SUBINDICE-AJU) = MENOR-ACTUAL THEN
               MOVE "S" TO WS-ES-AJUSTE
           ELSE
               ADD 1 TO SUBINDICE-AJU
           END-IF.

      * Los ajustes van primero en el recibo del profesor (tienen
      * fechas anteriores) bajo su propio titulo; la primera linea
      * del periodo que sigue abre de nuevo la liquidacion normal.
       GRABAR-SECCION-AJUSTE.
           IF WS-ES-AJUSTE-SI AND NOT WS-SECCION-AJUSTE-ABIERTA THEN
               PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
               WRITE LISTADO_DE_HORAS_REG FROM LINEA-AJUSTE-TITULO
               WRITE RECIBOS_REG FROM LINEA-AJUSTE-TITULO
               ADD 1 TO WS-LINEAS
               MOVE "A" TO WS-SECCION-AJUSTE
           END-IF
           IF NOT WS-ES-AJUSTE-SI AND WS-SECCION-AJUSTE-ABIERTA THEN
               PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
               WRITE LISTADO_DE_HORAS_REG FROM LINEA-PERIODO-TITULO
               WRITE RECIBOS_REG FROM LINEA-PERIODO-TITULO
               ADD 1 TO WS-LINEAS
               MOVE "P" TO WS-SECCION-AJUSTE
           END-IF.

       GRABAR-ORIGEN-AJUSTE.
           MOVE VEC-AJU-PERIODO-DESDE(SUBINDICE-AJU) TO
               WS-AJU-FECHA-AUX
           PERFORM EDITAR-FECHA-AJUSTE
           MOVE WS-AJU-FECHA-EDITADA TO LAJO-DESDE
           MOVE VEC-AJU-PERIODO-HASTA(SUBINDICE-AJU) TO
               WS-AJU-FECHA-AUX
           PERFORM EDITAR-FECHA-AJUSTE
           MOVE WS-AJU-FECHA-EDITADA TO LAJO-HASTA
           PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
           WRITE LISTADO_DE_HORAS_REG FROM LINEA-AJUSTE-ORIGEN
           WRITE RECIBOS_REG FROM LINEA-AJUSTE-ORIGEN
           ADD 1 TO WS-LINEAS.

       EDITAR-FECHA-AJUSTE.
           MOVE WS-AJU-FECHA-DIA TO WS-AJU-EDIT-DIA
           MOVE WS-AJU-FECHA-MES TO WS-AJU-EDIT-MES
           MOVE WS-AJU-FECHA-ANIO TO WS-AJU-EDIT-ANIO.

      * Lo liquidado por el ajuste, para el subtotal del recibo y
      * el detalle de la factura de la sucursal (la hora
      * in-company se factura al cliente, no a la sucursal).
       ACUMULAR-AJUSTE.
           ADD WS-SIGNO-HORAS TO WS-HORAS-AJU-PROF
           ADD WS-SIGNO-IMPORTE TO WS-IMP-AJU-PROF
           MOVE WS-SIGNO-HORAS TO VEC-AJU-HORAS(SUBINDICE-AJU)
           MOVE WS-SIGNO-VENTA TO VEC-AJU-VENTA(SUBINDICE-AJU)
           IF WS-SUC-ENCONTRADA-SI AND NOT WS-CLI-ENCONTRADO-SI THEN
               MOVE "S" TO VEC-AJU-FACTURA-SUC(SUBINDICE-AJU)
           END-IF.

       PROCESAR-MENOR-ACTUAL-DETALLE.
      * Una hora dentro de una licencia vigente se liquida igual,
      * pero queda derivada al reporte de excepciones para que se
      * revise antes de pagar.
           IF NOT MENOR-ACTUAL-ES-SUSPENDIDA THEN
               PERFORM VERIFICAR-SUPERPOSICION-HORARIA
           END-IF

           PERFORM VERIFICAR-LICENCIA
           IF WS-EN-LICENCIA-SI THEN
           ELSE
               MOVE SPACES TO REG-SUC-RAZON
           END-IF
           PERFORM BUSCAR-CLIENTE
           MOVE MENOR-ACTUAL-TIP_CLASE TO TIPO-A-BUSCAR

           PERFORM BUSCAR-TIPO-DE-CLASE.
               PERFORM BUSCAR-COEFICIENTE-CATEGORIA
               COMPUTE WS-TARIFA-A-USAR ROUNDED =
                   WS-TARIFA-A-USAR * WS-COEFICIENTE-CATEGORIA
      * La hora virtual paga el porcentaje que el tarifario fija
      * para la modalidad; sin diferencial paga como presencial.
               IF MENOR-ES-VIRTUAL AND
                   VEC-PORC-VIRTUAL(SUBINDICE) > ZERO THEN
                   COMPUTE WS-TARIFA-A-USAR ROUNDED =
                       WS-TARIFA-A-USAR *
                       VEC-PORC-VIRTUAL(SUBINDICE) / 100
               END-IF

               MOVE WS-TARIFA-A-USAR TO REG-TARIFA
               MOVE MENOR-ACTUAL-HORAS TO REG-HORAS
                       MODE IS NEAREST-EVEN =
                       IMPORTE-AUX * WS-PORC-VIGILANCIA
               END-IF
               PERFORM APLICAR-CODOCENCIA
               PERFORM APLICAR-SUSPENSION
               PERFORM APLICAR-REDUCCION-POCOS-ALUMNOS
               PERFORM CALCULAR-DIA-SEMANA
               PERFORM VERIFICAR-FERIADO
               PERFORM CALCULAR-ADICIONAL-ANTIGUEDAD
               PERFORM CALCULAR-ADICIONAL-NOCTURNIDAD
                MOVE IMPORTE-AUX TO REG-IMPORTE
               PERFORM VALORIZAR-PRECIO-VENTA

               IF MENOR-ACTUAL-ES-REVERSO THEN
                   MOVE "REVERSO" TO REG-MARCA-REVERSO
                   COMPUTE WS-SIGNO-HORAS = MENOR-ACTUAL-HORAS * -1
                   COMPUTE WS-SIGNO-IMPORTE = IMPORTE-AUX * -1
                   COMPUTE WS-SIGNO-VENTA = WS-IMPORTE-VENTA-AUX * -1
               ELSE
                   EVALUATE TRUE
                       WHEN WS-ES-AJUSTE-SI
                           MOVE "AJUSTE" TO REG-MARCA-REVERSO
                       WHEN MENOR-ACTUAL-ES-SUSPENDIDA
                           MOVE "SUSPEND" TO REG-MARCA-REVERSO
                       WHEN WS-HAY-REDUCCION = "S"
                           MOVE "RED.TAR" TO REG-MARCA-REVERSO
                       WHEN WS-PORC-CODOCENCIA > ZERO
                           MOVE "CO-DOC." TO REG-MARCA-REVERSO
                       WHEN OTHER
                           MOVE SPACES TO REG-MARCA-REVERSO
                   END-EVALUATE
                   MOVE MENOR-ACTUAL-HORAS TO WS-SIGNO-HORAS
                   MOVE IMPORTE-AUX TO WS-SIGNO-IMPORTE
                   MOVE WS-IMPORTE-VENTA-AUX TO WS-SIGNO-VENTA
               END-IF
               IF MENOR-ACTUAL-ES-SUSPENDIDA THEN
                   PERFORM ACUMULAR-SUSPENSION-SUCURSAL
               END-IF
               PERFORM ACUMULAR-CONCEPTO-PROFESOR
               PERFORM GRABAR-DETALLE-LIQUIDADO
               IF WS-SUC-ENCONTRADA-SI THEN
                   IF VEC-SUC-BLOQUEO(SUBINDICE-SUC) = "B" THEN
                       PERFORM GRABAR-SERVICIO-SUC-BLOQUEADA
                   END-IF
               END-IF

                MOVE REG-FECHA TO LCSV-FECHA
                MOVE REG-SUC TO LCSV-SUC
                ADD 1 TO WS-EST-EXC-TIPO
                MOVE ZERO TO WS-SIGNO-HORAS
                MOVE ZERO TO WS-SIGNO-IMPORTE
                MOVE ZERO TO WS-SIGNO-VENTA
            END-IF
            PERFORM GRABAR-SECCION-AJUSTE
            PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
            WRITE LISTADO_DE_HORAS_REG FROM REGISTRO-LISTADO.
            WRITE RECIBOS_REG FROM REGISTRO-LISTADO.
            ADD 1 TO WS-LINEAS.
            DISPLAY WS-LINEAS.
            IF WS-ES-AJUSTE-SI THEN
                PERFORM GRABAR-ORIGEN-AJUSTE
            END-IF.
            IF NOT WS-SUC-ENCONTRADA-SI THEN
                MOVE MENOR-ACTUAL-SUCURSAL TO LEXSUC-CODIGO
                PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
                WRITE LISTADO_DE_HORAS_REG FROM LINEA-EXCEPCION-SUCURSAL
                ADD 1 TO WS-LINEAS
            END-IF.
            IF MENOR-ACTUAL-CLIENTE NOT = SPACES AND
                NOT WS-CLI-ENCONTRADO-SI THEN
                MOVE MENOR-ACTUAL-CLIENTE TO LEXCLI-CODIGO
                PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
                WRITE LISTADO_DE_HORAS_REG FROM LINEA-EXCEPCION-CLIENTE
                ADD 1 TO WS-LINEAS
            END-IF.
            ADD WS-SIGNO-HORAS TO HORAS-TOTAL-X-PROFESOR.
            ADD WS-SIGNO-HORAS TO HORAS-TOTAL-X-FECHA.
            IF VEC-TIP_CLASE(SUBINDICE)=TIPO-A-BUSCAR THEN
                 ADD WS-SIGNO-HORAS TO
                                     VEC-SUC-HORAS(SUBINDICE-SUC)
                 ADD WS-SIGNO-IMPORTE TO VEC-SUC-IMPORTE(SUBINDICE-SUC)
      * La hora in-company se dicta en la sucursal (costo, horas y
      * estadisticas quedan en ella) pero la venta es del cliente.
                 IF NOT WS-CLI-ENCONTRADO-SI THEN
                   ADD WS-SIGNO-VENTA TO VEC-SUC-VENTA(SUBINDICE-SUC)
                 END-IF
                 PERFORM ACUMULAR-EMPRESA
                 PERFORM ACUMULAR-ZONA
               END-IF
               IF WS-CLI-ENCONTRADO-SI THEN
                 ADD WS-SIGNO-HORAS TO VEC-CLI-HORAS(SUBINDICE-CLI)
                 ADD WS-SIGNO-VENTA TO VEC-CLI-VENTA(SUBINDICE-CLI)
               END-IF
               ADD WS-SIGNO-HORAS TO VEC-TIPO-HORAS(SUBINDICE)
               ADD WS-SIGNO-IMPORTE TO VEC-TIPO-IMPORTE(SUBINDICE)
               PERFORM ACUMULAR-SUC-X-FECHA
               PERFORM ACUMULAR-PERFIL-DIA-SEMANA
               IF WS-ES-AJUSTE-SI THEN
                   PERFORM ACUMULAR-AJUSTE
               END-IF
            END-IF.

      * Valor de venta de la hora a la sucursal, independiente de
      * lo que cobra el profesor: horas por el precio de lista
      * vigente a la fecha de la clase, con la misma fraccion para
      * preparacion y vigilancia. Los adicionales del profesor
      * (categoria, antiguedad, feriado, nocturnidad) son costo y
      * no se trasladan. Sin precio de lista la hora se factura al
      * costo docente.
       VALORIZAR-PRECIO-VENTA.
           MOVE MENOR-ACTUAL-SUCURSAL TO WS-PVT-SUCURSAL-BUSCADA
           PERFORM BUSCAR-PRECIO-VENTA
           IF NOT WS-PVT-ENCONTRADO-SI THEN
               MOVE SPACES TO WS-PVT-SUCURSAL-BUSCADA
               PERFORM BUSCAR-PRECIO-VENTA
           END-IF
           IF WS-PVT-ENCONTRADO-SI THEN
               MOVE VEC-PVT-PRECIO(SUBINDICE-PVT) TO
                   WS-PRECIO-VENTA-A-USAR
               COMPUTE WS-IMPORTE-VENTA-AUX ROUNDED =
                   MENOR-ACTUAL-HORAS * WS-PRECIO-VENTA-A-USAR
               IF MENOR-ES-PREPARACION THEN
                   COMPUTE WS-IMPORTE-VENTA-AUX ROUNDED =
                       WS-IMPORTE-VENTA-AUX * WS-PORC-PREPARACION
               END-IF
               IF MENOR-ES-VIGILANCIA THEN
                   COMPUTE WS-IMPORTE-VENTA-AUX ROUNDED =
                       WS-IMPORTE-VENTA-AUX * WS-PORC-VIGILANCIA
               END-IF
           ELSE
               MOVE IMPORTE-AUX TO WS-IMPORTE-VENTA-AUX
           END-IF
           PERFORM FACTURAR-CODOCENCIA
           PERFORM FACTURAR-SUSPENSION.

      * La clase de co-docencia se le factura a la sucursal segun
      * la regla del tipo de clase: con "D" cada docente factura la
      * clase entera; si no, cada novedad factura su porcentaje y
      * entre las dos suman una sola clase. Al costo docente el
      * importe ya viene reducido a la parte del profesor.
       FACTURAR-CODOCENCIA.
           IF WS-PORC-CODOCENCIA > ZERO THEN
               IF VEC-PAREJA-POR-DOCENTE(SUBINDICE) THEN
                   IF NOT WS-PVT-ENCONTRADO-SI THEN
                       COMPUTE WS-IMPORTE-VENTA-AUX ROUNDED =
                           IMPORTE-AUX * 100 / WS-PORC-CODOCENCIA
                   END-IF
               ELSE
                   IF WS-PVT-ENCONTRADO-SI THEN
                       COMPUTE WS-IMPORTE-VENTA-AUX ROUNDED =
                           WS-IMPORTE-VENTA-AUX *
                           WS-PORC-CODOCENCIA / 100
                   END-IF
               END-IF
           END-IF.

      * La clase suspendida se le carga a la sucursal que la
      * suspendio en la misma fraccion que se le paga al profesor.
       FACTURAR-SUSPENSION.
           IF MENOR-ACTUAL-ES-SUSPENDIDA AND WS-PVT-ENCONTRADO-SI THEN
               COMPUTE WS-IMPORTE-VENTA-AUX ROUNDED =
                   WS-IMPORTE-VENTA-AUX * WS-PORC-SUSPENSION
           END-IF.

       BUSCAR-PRECIO-VENTA.
           MOVE "N" TO WS-PVT-ENCONTRADO
           MOVE 1 TO SUBINDICE-PVT
           PERFORM AVANZAR-SUBINDICE-PVT UNTIL
               SUBINDICE-PVT > WS-CANT-PRECIOS-VENTA OR
               WS-PVT-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-PVT.
           IF VEC-PVT-TIP_CLASE(SUBINDICE-PVT) = TIPO-A-BUSCAR AND
               VEC-PVT-SUCURSAL(SUBINDICE-PVT) =
                   WS-PVT-SUCURSAL-BUSCADA AND
               VEC-PVT-FECHA-DESDE(SUBINDICE-PVT) <=
                   MENOR-ACTUAL-FECHA AND
               (VEC-PVT-FECHA-HASTA(SUBINDICE-PVT) = ZEROS OR
                VEC-PVT-FECHA-HASTA(SUBINDICE-PVT) >=
                   MENOR-ACTUAL-FECHA) THEN
               MOVE "S" TO WS-PVT-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-PVT
           END-IF.

      * El dia de la semana ya quedo resuelto por
      * CALCULAR-DIA-SEMANA para el premio de fin de semana; aca se
      * aprovecha para el perfil de demanda.
               MOVE WS-CANT-DSX-TIPO TO SUBINDICE-DSX
               MOVE MENOR-ACTUAL-TIP_CLASE TO
                   VEC-DST-TIPO(SUBINDICE-DSX)
               IF MENOR-ES-VIRTUAL THEN
                   MOVE "V" TO VEC-DST-MODALIDAD(SUBINDICE-DSX)
               ELSE
                   MOVE "P" TO VEC-DST-MODALIDAD(SUBINDICE-DSX)
               END-IF
               MOVE WS-DIA-SEMANA TO VEC-DST-DIA(SUBINDICE-DSX)
               MOVE ZERO TO VEC-DST-HORAS(SUBINDICE-DSX)
               MOVE ZERO TO VEC-DST-IMPORTE(SUBINDICE-DSX)

       AVANZAR-DSX-TIPO.
           IF VEC-DST-TIPO(SUBINDICE-DSX) = MENOR-ACTUAL-TIP_CLASE
               AND VEC-DST-DIA(SUBINDICE-DSX) = WS-DIA-SEMANA
               AND (VEC-DST-VIRTUAL(SUBINDICE-DSX) AND
                    MENOR-ES-VIRTUAL OR
                    NOT VEC-DST-VIRTUAL(SUBINDICE-DSX) AND
                    NOT MENOR-ES-VIRTUAL) THEN
               MOVE "S" TO WS-DSX-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-DSX
              SUBINDICE-SXF NOT > WS-CANT-SUC-X-FECHA THEN
               ADD WS-SIGNO-HORAS TO SXF-HORAS(SUBINDICE-SXF)
               ADD WS-SIGNO-IMPORTE TO SXF-IMPORTE(SUBINDICE-SXF)
           END-IF
           PERFORM REGISTRAR-TRAMO-X-FECHA.

      * Cada clase de la fecha deja su tramo (sucursal y hora desde);
      * el reverso de una clase anula el tramo que le corresponde
      * para que no cuente como traslado.
       REGISTRAR-TRAMO-X-FECHA.
           IF WS-SIGNO-HORAS > ZERO AND
              WS-CANT-TRAMOS-X-FECHA < WS-MAX-TRAMOS-X-FECHA THEN
               ADD 1 TO WS-CANT-TRAMOS-X-FECHA
               MOVE MENOR-ACTUAL-SUCURSAL TO
                   TXF-SUCURSAL(WS-CANT-TRAMOS-X-FECHA)
               MOVE MENOR-ACTUAL-HORA-DESDE TO
                   TXF-HORA-DESDE(WS-CANT-TRAMOS-X-FECHA)
               MOVE "P" TO TXF-ESTADO(WS-CANT-TRAMOS-X-FECHA)
           END-IF
           IF WS-SIGNO-HORAS < ZERO THEN
               MOVE 1 TO SUBINDICE-TXF
               PERFORM ANULAR-TRAMO-X-FECHA UNTIL
                   SUBINDICE-TXF > WS-CANT-TRAMOS-X-FECHA
           END-IF.

       ANULAR-TRAMO-X-FECHA.
           IF TXF-PENDIENTE(SUBINDICE-TXF) AND
              TXF-SUCURSAL(SUBINDICE-TXF) = MENOR-ACTUAL-SUCURSAL AND
              TXF-HORA-DESDE(SUBINDICE-TXF) = MENOR-ACTUAL-HORA-DESDE
           THEN
               MOVE "A" TO TXF-ESTADO(SUBINDICE-TXF)
               MOVE WS-CANT-TRAMOS-X-FECHA TO SUBINDICE-TXF
           END-IF
           ADD 1 TO SUBINDICE-TXF.

      * Al cerrar la fecha los tramos se recorren por hora desde (el
      * de menor hora pendiente cada vez) y cada cambio de sucursal
      * respecto del tramo anterior es un traslado a reintegrar.
       DETECTAR-TRASLADOS-X-FECHA.
           MOVE SPACES TO WS-TXF-SUC-ANTERIOR
           PERFORM TOMAR-PROXIMO-TRAMO WS-CANT-TRAMOS-X-FECHA TIMES.

       TOMAR-PROXIMO-TRAMO.
           MOVE ZERO TO WS-TXF-MENOR
           PERFORM COMPARAR-TRAMO-MENOR
               VARYING SUBINDICE-TXF FROM 1 BY 1
               UNTIL SUBINDICE-TXF > WS-CANT-TRAMOS-X-FECHA
           IF WS-TXF-MENOR > ZERO THEN
               MOVE "O" TO TXF-ESTADO(WS-TXF-MENOR)
               IF WS-TXF-SUC-ANTERIOR NOT = SPACES AND
                  WS-TXF-SUC-ANTERIOR NOT =
                      TXF-SUCURSAL(WS-TXF-MENOR) THEN
                   MOVE WS-TXF-SUC-ANTERIOR TO WS-MOV-ORIGEN
                   MOVE TXF-SUCURSAL(WS-TXF-MENOR) TO WS-MOV-DESTINO
                   PERFORM REGISTRAR-TRASLADO
               END-IF
               MOVE TXF-SUCURSAL(WS-TXF-MENOR) TO WS-TXF-SUC-ANTERIOR
           END-IF.

       COMPARAR-TRAMO-MENOR.
           IF TXF-PENDIENTE(SUBINDICE-TXF) THEN
               IF WS-TXF-MENOR = ZERO THEN
                   MOVE SUBINDICE-TXF TO WS-TXF-MENOR
               ELSE
                   IF TXF-HORA-DESDE(SUBINDICE-TXF) <
                      TXF-HORA-DESDE(WS-TXF-MENOR) THEN
                       MOVE SUBINDICE-TXF TO WS-TXF-MENOR
                   END-IF
               END-IF
           END-IF.

      * El traslado se valoriza con el importe fijo del par o, si no
      * tiene, con la distancia por el valor del kilometro. Un par
      * que no esta en la matriz sale en el listado sin importe.
       REGISTRAR-TRASLADO.
           PERFORM BUSCAR-PAR-MOVILIDAD
           MOVE ZERO TO WS-IMPORTE-TRASLADO
           IF WS-MOV-ENCONTRADO-SI THEN
               IF VEC-MOV-IMPORTE(SUBINDICE-MOV) > ZERO THEN
                   MOVE VEC-MOV-IMPORTE(SUBINDICE-MOV) TO
                       WS-IMPORTE-TRASLADO
               ELSE
                   COMPUTE WS-IMPORTE-TRASLADO ROUNDED =
                       VEC-MOV-DISTANCIA(SUBINDICE-MOV) *
                       WS-VALOR-KM-MOVILIDAD
               END-IF
           END-IF
           MOVE WS-MOV-ORIGEN TO LTRL-ORIGEN
           MOVE WS-MOV-DESTINO TO LTRL-DESTINO
           MOVE WS-IMPORTE-TRASLADO TO LTRL-IMPORTE
           MOVE SPACES TO LTRL-OBSERVACION
           IF NOT WS-MOV-ENCONTRADO-SI THEN
               MOVE "PAR SIN VALOR EN LA MATRIZ" TO LTRL-OBSERVACION
           END-IF
           IF WS-IMPORTE-TRASLADO > ZERO THEN
               IF WS-CANT-MOV-PROF < WS-MAX-MOV-PROF THEN
                   ADD 1 TO WS-CANT-MOV-PROF
                   MOVE FECHA-ANTERIOR TO MVP-FECHA(WS-CANT-MOV-PROF)
                   MOVE WS-MOV-ORIGEN TO
                       MVP-SUC-ORIGEN(WS-CANT-MOV-PROF)
                   MOVE WS-MOV-DESTINO TO
                       MVP-SUC-DESTINO(WS-CANT-MOV-PROF)
                   MOVE WS-IMPORTE-TRASLADO TO
                       MVP-IMPORTE(WS-CANT-MOV-PROF)
                   ADD WS-IMPORTE-TRASLADO TO WS-MOVILIDAD-X-PROFESOR
               ELSE
                   MOVE "EXCEDE TRASLADOS DEL MES" TO LTRL-OBSERVACION
               END-IF
           END-IF
           PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
           WRITE LISTADO_DE_HORAS_REG FROM LINEA-TRASLADO-LISTADO
           ADD 1 TO WS-LINEAS.

       BUSCAR-PAR-MOVILIDAD.
           MOVE "N" TO WS-MOV-ENCONTRADO
           MOVE 1 TO SUBINDICE-MOV
           PERFORM AVANZAR-SUBINDICE-MOV UNTIL
               SUBINDICE-MOV > WS-CANT-MOVILIDAD OR
               WS-MOV-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-MOV.
           IF (VEC-MOV-ORIGEN(SUBINDICE-MOV) = WS-MOV-ORIGEN AND
               VEC-MOV-DESTINO(SUBINDICE-MOV) = WS-MOV-DESTINO) OR
              (VEC-MOV-ORIGEN(SUBINDICE-MOV) = WS-MOV-DESTINO AND
               VEC-MOV-DESTINO(SUBINDICE-MOV) = WS-MOV-ORIGEN)
           THEN
               MOVE "S" TO WS-MOV-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-MOV
           END-IF.

       BUSCAR-TARIFA-SUCURSAL.
               PERFORM GRABAR-DETALLE-SUC-X-FECHA
                   VARYING SUBINDICE-SXF FROM 1 BY 1
                   UNTIL SUBINDICE-SXF > WS-CANT-SUC-X-FECHA
               PERFORM DETECTAR-TRASLADOS-X-FECHA
           END-IF
           IF PROFESOR-ANTERIOR = MENOR-NUMERO THEN
               PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
               WRITE RECIBOS_REG FROM LINEA-CONCEPTO-RECIBO
               ADD 1 TO WS-LINEAS
           END-IF.
      * Los ajustes de periodos anteriores ya estan en el total;
      * el renglon dice cuanto del recibo corresponde a ellos.
           IF WS-HORAS-AJU-PROF NOT = ZERO OR
               WS-IMP-AJU-PROF NOT = ZERO THEN
               MOVE "  AJUSTES PER.ANTER.: " TO LCON-TITULO
               MOVE WS-HORAS-AJU-PROF TO LCON-HORAS
               MOVE WS-IMP-AJU-PROF TO LCON-IMPORTE
               PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
               WRITE LISTADO_DE_HORAS_REG FROM
                   LINEA-CONCEPTO-RECIBO
               WRITE RECIBOS_REG FROM LINEA-CONCEPTO-RECIBO
               ADD 1 TO WS-LINEAS
           END-IF.

      * El adicional por antiguedad ya esta sumado en el total; el
      * renglon propio explica cuanto del importe vino de ahi.
               ADD 1 TO WS-LINEAS
           END-IF.

      * Los conceptos manuales van antes de la retencion: los que
      * el maestro marca suman a su base y todos al neto.
           PERFORM APLICAR-CONCEPTOS-MANUALES
           PERFORM APLICAR-REINTEGRO-MOVILIDAD
           PERFORM CALCULAR-RETENCION-PROFESOR
           COMPUTE WS-NETO-X-PROFESOR =
               IMPORTE-TOTAL-X-PROFESOR - WS-RETENCION-X-PROFESOR +
               WS-CMA-NETO-PROF
      * El profesor en relacion de dependencia tiene descontados sus
      * aportes antes que cualquier otro descuento; cada concepto
      * sale como renglon propio del recibo.
           IF WS-PROFESOR-ENCONTRADA-SI AND
               PROF-RELACION-DEPENDENCIA THEN
               PERFORM CALCULAR-APORTES-PROFESOR
               SUBTRACT WS-APORTES-X-PROFESOR FROM WS-NETO-X-PROFESOR
               PERFORM GRABAR-HABERES-LIBRO-SUELDOS
           END-IF
      * Los adelantos pendientes se descuentan del neto antes del
      * minimo de recibo y del arrastre, que asi evaluan el neto
      * que de verdad queda por pagar; cada descuento sale como
               WS-CANT-EMBARGOS > ZERO THEN
               PERFORM APLICAR-EMBARGOS-PROFESOR
           END-IF
      * Los descuentos voluntarios van despues de los adelantos y
      * de los embargos: solo toman el neto que queda, por su
      * prioridad y hasta agotarlo. Lo que no alcanza no se arrastra.
           IF NOT WS-ARRASTRAR-NETO-SI AND
               NOT WS-SIMULACION-SI AND
               WS-NETO-X-PROFESOR > ZERO AND
               WS-CANT-DESC-VOL > ZERO THEN
               PERFORM APLICAR-DESCUENTOS-VOLUNTARIOS
           END-IF
           IF WS-SUC-ENCONTRADA-SI THEN
               MOVE VEC-SUC-CUIT(SUBINDICE-SUC) TO LR-CUIT
           ELSE
               PERFORM GRABAR-RECIBO-EMITIDO-INDICE
           END-IF.

      * El profesor que tiene que facturar cobra contra su
      * comprobante: el recibo lo avisa y el neto queda retenido
      * fuera del lote y de cheques.
           PERFORM EVALUAR-FACTURA-PROFESOR
           IF WS-PAGO-RETENIDO-SI THEN
               WRITE RECIBOS_REG FROM LINEA-RETENIDO-RECIBO
           END-IF

           IF NOT WS-SIMULACION-SI THEN
               IF WS-PAGO-RETENIDO-SI THEN
                   PERFORM RETENER-PAGO-SIN-FACTURA
               ELSE
                   PERFORM GRABAR-TRANSFERENCIA-PROFESOR
               END-IF
           END-IF.


                   MOVE ZERO TO WS-MINIMO-RET-A-USAR
           END-EVALUATE
           COMPUTE WS-BASE-RETENCION =
               IMPORTE-TOTAL-X-PROFESOR + WS-CMA-BASE-RET-PROF -
               WS-MINIMO-RET-A-USAR
           IF WS-BASE-RETENCION > ZERO THEN
               COMPUTE WS-RETENCION-X-PROFESOR ROUNDED =
                   WS-BASE-RETENCION * WS-PORC-RET-A-USAR
               MOVE ZERO TO WS-RETENCION-X-PROFESOR
           END-IF.

      * Cada concepto vigente se calcula sobre el total liquidado
      * hasta su tope de base; los sindicales solo al afiliado. La
      * base imponible declarada es la de seguridad social.
       CALCULAR-APORTES-PROFESOR.
           MOVE ZERO TO WS-APORTES-X-PROFESOR
           MOVE ZERO TO WS-CONTRIB-X-PROFESOR
           MOVE ZERO TO WS-APO-SEG-SOCIAL
           MOVE ZERO TO WS-APO-OBRA-SOCIAL
           MOVE ZERO TO WS-APO-SINDICATO
           MOVE ZERO TO WS-CON-SEG-SOCIAL
           MOVE ZERO TO WS-CON-OBRA-SOCIAL
           MOVE ZERO TO WS-CON-SINDICATO
      * Los conceptos manuales remunerativos integran la base.
           COMPUTE WS-REMUNERACION-SS = IMPORTE-TOTAL-X-PROFESOR +
               WS-CMA-REMUNERATIVO-PROF
           MOVE WS-REMUNERACION-SS TO WS-BASE-IMPONIBLE-SS
           PERFORM CALCULAR-UN-CONCEPTO-SS
               VARYING SUBINDICE-ASS FROM 1 BY 1
               UNTIL SUBINDICE-ASS > WS-CANT-ALICUOTAS-SS
           ADD WS-APORTES-X-PROFESOR TO IMPORTE-APORTES-GRAL
           ADD WS-CONTRIB-X-PROFESOR TO IMPORTE-CONTRIB-GRAL
           IF WS-CONTRIB-X-PROFESOR NOT = ZERO THEN
               PERFORM ACUMULAR-CONTRIB-EMPRESA
           END-IF
           IF NOT WS-SIMULACION-SI THEN
               PERFORM GRABAR-DECLARACION-SS
           END-IF.

       CALCULAR-UN-CONCEPTO-SS.
           IF VEC-ASS-APLICA-AFILIADOS(SUBINDICE-ASS) AND
               PROF-SINDICATO = SPACES THEN
               MOVE ZERO TO WS-IMPORTE-APORTE
           ELSE
               MOVE WS-REMUNERACION-SS TO WS-BASE-APORTE
               IF VEC-ASS-TOPE-BASE(SUBINDICE-ASS) NOT = ZERO AND
                   WS-BASE-APORTE > VEC-ASS-TOPE-BASE(SUBINDICE-ASS)
                   THEN
                   MOVE VEC-ASS-TOPE-BASE(SUBINDICE-ASS) TO
                       WS-BASE-APORTE
               END-IF
               IF VEC-ASS-DESTINO-SEG-SOCIAL(SUBINDICE-ASS) AND
                   WS-BASE-APORTE < WS-BASE-IMPONIBLE-SS THEN
                   MOVE WS-BASE-APORTE TO WS-BASE-IMPONIBLE-SS
               END-IF
               COMPUTE WS-IMPORTE-APORTE ROUNDED =
                   WS-BASE-APORTE *
                   VEC-ASS-PORCENTAJE(SUBINDICE-ASS) / 100
           END-IF
           IF WS-IMPORTE-APORTE > ZERO THEN
               IF VEC-ASS-ES-APORTE(SUBINDICE-ASS) THEN
                   ADD WS-IMPORTE-APORTE TO WS-APORTES-X-PROFESOR
                   EVALUATE TRUE
                       WHEN VEC-ASS-DESTINO-SEG-SOCIAL(SUBINDICE-ASS)
                           ADD WS-IMPORTE-APORTE TO WS-APO-SEG-SOCIAL
                       WHEN VEC-ASS-DESTINO-OBRA-SOCIAL(SUBINDICE-ASS)
                           ADD WS-IMPORTE-APORTE TO WS-APO-OBRA-SOCIAL
                       WHEN OTHER
                           ADD WS-IMPORTE-APORTE TO WS-APO-SINDICATO
                   END-EVALUATE
                   MOVE VEC-ASS-DESCRIPCION(SUBINDICE-ASS) TO
                       LAPO-DESCRIPCION
                   MOVE VEC-ASS-PORCENTAJE(SUBINDICE-ASS) TO
                       LAPO-PORCENTAJE
                   MOVE WS-IMPORTE-APORTE TO LAPO-IMPORTE
                   WRITE RECIBOS_REG FROM LINEA-APORTE-RECIBO
                   MOVE VEC-ASS-CONCEPTO(SUBINDICE-ASS) TO
                       WS-CLQ-CODIGO
                   MOVE VEC-ASS-DESCRIPCION(SUBINDICE-ASS) TO
                       WS-CLQ-DESCRIPCION
                   MOVE "D" TO WS-CLQ-TIPO
                   MOVE VEC-ASS-PORCENTAJE(SUBINDICE-ASS) TO
                       WS-CLQ-CANTIDAD
                   MOVE WS-IMPORTE-APORTE TO WS-CLQ-IMPORTE
                   PERFORM GRABAR-CONCEPTO-LIQUIDADO
               ELSE
                   ADD WS-IMPORTE-APORTE TO WS-CONTRIB-X-PROFESOR
                   EVALUATE TRUE
                       WHEN VEC-ASS-DESTINO-SEG-SOCIAL(SUBINDICE-ASS)
                           ADD WS-IMPORTE-APORTE TO WS-CON-SEG-SOCIAL
                       WHEN VEC-ASS-DESTINO-OBRA-SOCIAL(SUBINDICE-ASS)
                           ADD WS-IMPORTE-APORTE TO WS-CON-OBRA-SOCIAL
                       WHEN OTHER
                           ADD WS-IMPORTE-APORTE TO WS-CON-SINDICATO
                   END-EVALUATE
               END-IF
           END-IF.

      * Haberes del recibo para el libro de sueldos: las horas sin
      * los adicionales, que van como conceptos propios, y la
      * retencion practicada.
       GRABAR-HABERES-LIBRO-SUELDOS.
           MOVE "HORA" TO WS-CLQ-CODIGO
           MOVE "HORAS DE CLASE" TO WS-CLQ-DESCRIPCION
           MOVE "H" TO WS-CLQ-TIPO
           MOVE HORAS-TOTAL-X-PROFESOR TO WS-CLQ-CANTIDAD
           COMPUTE WS-CLQ-IMPORTE = IMPORTE-TOTAL-X-PROFESOR -
               WS-ADIC-ANTIG-X-PROFESOR - WS-ADIC-NOCT-X-PROFESOR
           PERFORM GRABAR-CONCEPTO-LIQUIDADO
           IF WS-ADIC-ANTIG-X-PROFESOR NOT = ZERO THEN
               MOVE "ANTG" TO WS-CLQ-CODIGO
               MOVE "ADICIONAL ANTIGUEDAD" TO WS-CLQ-DESCRIPCION
               MOVE ZERO TO WS-CLQ-CANTIDAD
               MOVE WS-ADIC-ANTIG-X-PROFESOR TO WS-CLQ-IMPORTE
               PERFORM GRABAR-CONCEPTO-LIQUIDADO
           END-IF
           IF WS-ADIC-NOCT-X-PROFESOR NOT = ZERO THEN
               MOVE "NOCT" TO WS-CLQ-CODIGO
               MOVE "ADICIONAL NOCTURNO" TO WS-CLQ-DESCRIPCION
               MOVE ZERO TO WS-CLQ-CANTIDAD
               MOVE WS-ADIC-NOCT-X-PROFESOR TO WS-CLQ-IMPORTE
               PERFORM GRABAR-CONCEPTO-LIQUIDADO
           END-IF
           IF WS-RETENCION-X-PROFESOR NOT = ZERO THEN
               MOVE "RGAN" TO WS-CLQ-CODIGO
               MOVE "RETENCION GANANCIAS" TO WS-CLQ-DESCRIPCION
               MOVE "D" TO WS-CLQ-TIPO
               MOVE ZERO TO WS-CLQ-CANTIDAD
               MOVE WS-RETENCION-X-PROFESOR TO WS-CLQ-IMPORTE
               PERFORM GRABAR-CONCEPTO-LIQUIDADO
           END-IF.

      * Solo el personal en relacion de dependencia va al libro, y
      * un ensayo no deja nada.
       GRABAR-CONCEPTO-LIQUIDADO.
           IF WS-PROFESOR-ENCONTRADA-SI AND
               PROF-RELACION-DEPENDENCIA AND
               NOT WS-SIMULACION-SI THEN
               COMPUTE CLQ-PERIODO = WS-CURRENT-YEAR * 100 +
                   WS-CURRENT-MONTH
               MOVE PROFESOR-ANTERIOR TO CLQ-PROFESOR
               MOVE WS-FOLIO-RECIBO-ACTUAL TO CLQ-FOLIO-RECIBO
               MOVE WS-CLQ-CODIGO TO CLQ-CODIGO
               MOVE WS-CLQ-DESCRIPCION TO CLQ-DESCRIPCION
               MOVE WS-CLQ-TIPO TO CLQ-TIPO
               MOVE WS-CLQ-CANTIDAD TO CLQ-CANTIDAD
               MOVE WS-CLQ-IMPORTE TO CLQ-IMPORTE
               WRITE CONCEPTOS-LIQUIDADOS-REG
           END-IF.

       ACUMULAR-CONTRIB-EMPRESA.
           MOVE "N" TO WS-CEM-ENCONTRADA
           MOVE 1 TO SUBINDICE-CEM
           PERFORM AVANZAR-SUBINDICE-CEM UNTIL
               SUBINDICE-CEM > WS-CANT-CONTRIB-EMP OR
               WS-CEM-ENCONTRADA-SI
           IF WS-CEM-ENCONTRADA-SI THEN
               ADD WS-CONTRIB-X-PROFESOR TO
                   VEC-CEM-IMPORTE(SUBINDICE-CEM)
           ELSE
               IF WS-CANT-CONTRIB-EMP < WS-MAX-CONTRIB-EMP THEN
                   ADD 1 TO WS-CANT-CONTRIB-EMP
                   MOVE PROF-EMPRESA TO
                       VEC-CEM-EMPRESA(WS-CANT-CONTRIB-EMP)
                   MOVE WS-CONTRIB-X-PROFESOR TO
                       VEC-CEM-IMPORTE(WS-CANT-CONTRIB-EMP)
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-CEM.
           IF VEC-CEM-EMPRESA(SUBINDICE-CEM) = PROF-EMPRESA THEN
               MOVE "S" TO WS-CEM-ENCONTRADA
           ELSE
               ADD 1 TO SUBINDICE-CEM
           END-IF.

       GRABAR-DECLARACION-SS.
           IF PROF-CUIL = ZEROS THEN
               DISPLAY "PROFESOR " PROFESOR-ANTERIOR
                   " EN RELACION DE DEPENDENCIA SIN CUIL"
           END-IF
           MOVE PROF-CUIL TO DSS-CUIL
           MOVE PROF-NOMBRE TO DSS-NOMBRE
           COMPUTE DSS-PERIODO = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           MOVE PROF-EMPRESA TO DSS-EMPRESA
           MOVE PROF-OBRA-SOCIAL TO DSS-OBRA-SOCIAL
           MOVE PROF-SINDICATO TO DSS-SINDICATO
           MOVE WS-REMUNERACION-SS TO DSS-REMUNERACION
           MOVE WS-BASE-IMPONIBLE-SS TO DSS-BASE-IMPONIBLE
           MOVE WS-APO-SEG-SOCIAL TO DSS-APORTE-SEG-SOCIAL
           MOVE WS-APO-OBRA-SOCIAL TO DSS-APORTE-OBRA-SOCIAL
           MOVE WS-APO-SINDICATO TO DSS-APORTE-SINDICATO
           MOVE WS-CON-SEG-SOCIAL TO DSS-CONTRIB-SEG-SOCIAL
           MOVE WS-CON-OBRA-SOCIAL TO DSS-CONTRIB-OBRA-SOCIAL
           MOVE WS-CON-SINDICATO TO DSS-CONTRIB-SINDICATO
           MOVE PROFESOR-ANTERIOR TO DSS-PROFESOR
           WRITE DECLARACION-SEG-SOCIAL-REG.

      * Recupera del neto lo que alcance de cada adelanto pendiente
      * del profesor, en el orden en que se pagaron; lo que no
      * alcanza queda pendiente para el proximo periodo.
                   MOVE VEC-ADE-FECHA(SUBINDICE-ADE) TO LADE-FECHA
                   MOVE WS-RECUPERAR-ADE TO LADE-IMPORTE
                   WRITE RECIBOS_REG FROM LINEA-ADELANTO-RECIBO
                   MOVE "ADEL" TO WS-CLQ-CODIGO
                   MOVE "ADELANTO DESCONTADO" TO WS-CLQ-DESCRIPCION
                   MOVE "D" TO WS-CLQ-TIPO
                   MOVE ZERO TO WS-CLQ-CANTIDAD
                   MOVE WS-RECUPERAR-ADE TO WS-CLQ-IMPORTE
                   PERFORM GRABAR-CONCEPTO-LIQUIDADO
               END-IF
           END-IF.

               IF WS-TOPE-PERIODO-EMB < WS-RETENER-EMB THEN
                   MOVE WS-TOPE-PERIODO-EMB TO WS-RETENER-EMB
               END-IF
               IF WS-NETO-X-PROFESOR < WS-RETENER-EMB THEN
                   MOVE WS-NETO-X-PROFESOR TO WS-RETENER-EMB
               END-IF
               IF WS-RETENER-EMB > ZERO THEN
                   ADD WS-RETENER-EMB TO
                       VEC-EMB-RETENIDO(SUBINDICE-EMB)
                   SUBTRACT WS-RETENER-EMB FROM WS-NETO-X-PROFESOR
                   IF VEC-EMB-RETENIDO(SUBINDICE-EMB) >=
                       VEC-EMB-TOTAL(SUBINDICE-EMB) THEN
                       MOVE "S" TO VEC-EMB-ESTADO(SUBINDICE-EMB)
                   END-IF
                   MOVE VEC-EMB-EXPEDIENTE(SUBINDICE-EMB) TO
                       LEMB-EXPEDIENTE
                   MOVE WS-RETENER-EMB TO LEMB-IMPORTE
                   WRITE RECIBOS_REG FROM LINEA-EMBARGO-RECIBO
                   MOVE PROFESOR-ANTERIOR TO EMBA-PROFESOR
                   MOVE VEC-EMB-EXPEDIENTE(SUBINDICE-EMB) TO
                       EMBA-EXPEDIENTE
                   COMPUTE EMBA-PERIODO = WS-CURRENT-YEAR * 100 +
                       WS-CURRENT-MONTH
                   MOVE WS-RETENER-EMB TO EMBA-IMPORTE
                   WRITE EMBARGOS-APLICADOS-REG
               END-IF
           END-IF.

       APLICAR-CONCEPTOS-MANUALES.
           MOVE ZERO TO WS-CMA-NETO-PROF
           MOVE ZERO TO WS-CMA-BASE-RET-PROF
           MOVE ZERO TO WS-CMA-REMUNERATIVO-PROF
           IF WS-CANT-NOV-CONCEPTOS > ZERO THEN
               PERFORM APLICAR-UNA-NOV-CONCEPTO
                   VARYING SUBINDICE-NCO FROM 1 BY 1
                   UNTIL SUBINDICE-NCO > WS-CANT-NOV-CONCEPTOS
           END-IF.

      * Cada novedad pendiente del profesor sale en el recibo con su
      * leyenda y su signo; un ensayo la muestra pero no la marca.
       APLICAR-UNA-NOV-CONCEPTO.
           MOVE VEC-NCO-REGISTRO(SUBINDICE-NCO) TO NOV-CONCEPTOS-REG
           IF NCO-PROFESOR = PROFESOR-ANTERIOR AND NCO-PENDIENTE THEN
               PERFORM BUSCAR-CONCEPTO-MANUAL
               IF NCO-RESTA THEN
                   COMPUTE WS-IMPORTE-CONCEPTO = 0 - NCO-IMPORTE
               ELSE
                   MOVE NCO-IMPORTE TO WS-IMPORTE-CONCEPTO
               END-IF
               ADD WS-IMPORTE-CONCEPTO TO WS-CMA-NETO-PROF
               IF VEC-CMA-SUMA-BASE-RETENCION(SUBINDICE-CMA) THEN
                   ADD WS-IMPORTE-CONCEPTO TO WS-CMA-BASE-RET-PROF
               END-IF
               IF NCO-ES-REMUNERATIVO THEN
                   ADD WS-IMPORTE-CONCEPTO TO
                       WS-CMA-REMUNERATIVO-PROF
                   MOVE SPACES TO LCMR-NO-REMUN
               ELSE
                   MOVE "(NO REMUNERAT.)" TO LCMR-NO-REMUN
               END-IF
               MOVE NCO-LEYENDA TO LCMR-LEYENDA
               MOVE NCO-SIGNO TO LCMR-SIGNO
               MOVE NCO-IMPORTE TO LCMR-IMPORTE
               PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
               WRITE LISTADO_DE_HORAS_REG FROM
                   LINEA-CONCEPTO-MANUAL-RECIBO
               WRITE RECIBOS_REG FROM LINEA-CONCEPTO-MANUAL-RECIBO
               ADD 1 TO WS-LINEAS
               MOVE NCO-CONCEPTO TO WS-CLQ-CODIGO
               MOVE NCO-LEYENDA TO WS-CLQ-DESCRIPCION
               IF NCO-RESTA THEN
                   MOVE "D" TO WS-CLQ-TIPO
               ELSE
                   MOVE "H" TO WS-CLQ-TIPO
               END-IF
               MOVE ZERO TO WS-CLQ-CANTIDAD
               MOVE NCO-IMPORTE TO WS-CLQ-IMPORTE
               PERFORM GRABAR-CONCEPTO-LIQUIDADO
               IF NOT WS-SIMULACION-SI THEN
                   PERFORM ACUMULAR-GL-CONCEPTO
                   MOVE "L" TO NCO-ESTADO
                   MOVE WS-FOLIO-RECIBO-ACTUAL TO NCO-FOLIO-RECIBO
                   MOVE NOV-CONCEPTOS-REG TO
                       VEC-NCO-REGISTRO(SUBINDICE-NCO)
               END-IF
           END-IF.

      * El reintegro de movilidad suma al neto como un concepto no
      * remunerativo: no entra en la base de retencion ni en la de
      * aportes. Cada traslado va al detalle del reporte mensual y al
      * extracto contable con la sucursal destino como centro.
       APLICAR-REINTEGRO-MOVILIDAD.
           IF WS-MOVILIDAD-X-PROFESOR > ZERO THEN
               ADD WS-MOVILIDAD-X-PROFESOR TO WS-CMA-NETO-PROF
               MOVE WS-CANT-MOV-PROF TO LMOR-CANTIDAD
               MOVE WS-MOVILIDAD-X-PROFESOR TO LMOR-IMPORTE
               PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
               WRITE LISTADO_DE_HORAS_REG FROM LINEA-MOVILIDAD-RECIBO
               WRITE RECIBOS_REG FROM LINEA-MOVILIDAD-RECIBO
               ADD 1 TO WS-LINEAS
               MOVE "MOVI" TO WS-CLQ-CODIGO
               MOVE "REINTEGRO MOVILIDAD" TO WS-CLQ-DESCRIPCION
               MOVE "H" TO WS-CLQ-TIPO
               MOVE WS-CANT-MOV-PROF TO WS-CLQ-CANTIDAD
               MOVE WS-MOVILIDAD-X-PROFESOR TO WS-CLQ-IMPORTE
               PERFORM GRABAR-CONCEPTO-LIQUIDADO
               IF NOT WS-SIMULACION-SI THEN
                   PERFORM GRABAR-TRASLADO-LIQUIDADO
                       VARYING SUBINDICE-MVP FROM 1 BY 1
                       UNTIL SUBINDICE-MVP > WS-CANT-MOV-PROF
               END-IF
           END-IF.

       GRABAR-TRASLADO-LIQUIDADO.
           COMPUTE MLQ-PERIODO =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           MOVE PROFESOR-ANTERIOR TO MLQ-PROFESOR
           MOVE MVP-FECHA(SUBINDICE-MVP) TO MLQ-FECHA
           MOVE MVP-SUC-ORIGEN(SUBINDICE-MVP) TO MLQ-SUC-ORIGEN
           MOVE MVP-SUC-DESTINO(SUBINDICE-MVP) TO MLQ-SUC-DESTINO
           MOVE MVP-IMPORTE(SUBINDICE-MVP) TO MLQ-IMPORTE
           MOVE WS-FOLIO-RECIBO-ACTUAL TO MLQ-FOLIO-RECIBO
           WRITE MOVILIDAD-LIQUIDADA-REG
           MOVE "M" TO WS-GCM-TIPO
           IF WS-PROFESOR-ENCONTRADA-SI THEN
               MOVE PROF-EMPRESA TO WS-GCM-EMPRESA
           ELSE
               MOVE SPACES TO WS-GCM-EMPRESA
           END-IF
           MOVE MVP-SUC-DESTINO(SUBINDICE-MVP) TO WS-GCM-CENTRO
           MOVE MVP-IMPORTE(SUBINDICE-MVP) TO WS-IMPORTE-GCM
           PERFORM SUMAR-GL-CONCEPTO.

      * Cada disertante de un evento a liquidar cobra su porcentaje
      * del honorario con un recibo propio en la serie de folios de
      * la corrida. La retencion es la de su condicion, sin minimo
      * no imponible: el minimo es mensual y ya juega en el recibo
      * de horas. El pago sigue el camino del profesor (lote,
      * cheque, efectivo o retenido hasta su factura); el externo
      * va al lote si tiene CBU y si no al control para transferir
      * a mano. Los renglones del listado van al final porque el
      * salto de hoja relee el maestro de profesores.
       LIQUIDAR-EVENTOS.
           IF WS-CANT-EVENTOS-A-LIQ > ZERO THEN
               PERFORM LIQUIDAR-UN-DISERTANTE
                   VARYING SUBINDICE-EVD FROM 1 BY 1
                   UNTIL SUBINDICE-EVD > WS-CANT-EVD
           END-IF.

       LIQUIDAR-UN-DISERTANTE.
           IF VEC-EVD-IND-EVENTO(SUBINDICE-EVD) NOT = ZERO THEN
               MOVE VEC-EVD-IND-EVENTO(SUBINDICE-EVD) TO SUBINDICE-EVE
               IF VEC-EVE-A-LIQUIDAR-SI(SUBINDICE-EVE) THEN
                   PERFORM LIQUIDAR-HONORARIO-EVENTO
               END-IF
           END-IF.

       LIQUIDAR-HONORARIO-EVENTO.
           MOVE VEC-EVE-IND-SUC(SUBINDICE-EVE) TO SUBINDICE-SUC
           COMPUTE WS-HONORARIO-EVENTO ROUNDED =
               VEC-EVE-HONORARIO(SUBINDICE-EVE) *
               VEC-EVD-PORCENTAJE(SUBINDICE-EVD) / 100
           MOVE VEC-EVD-CODIGO(SUBINDICE-EVD) TO PROFESOR-ANTERIOR
           MOVE "N" TO WS-PROFESOR-ENCONTRADA
           MOVE "N" TO WS-DEX-ENCONTRADO
           MOVE "N" TO WS-ARRASTRAR-NETO
           MOVE "N" TO WS-PAGO-RETENIDO
           IF VEC-EVD-TIPO(SUBINDICE-EVD) = "P" THEN
               MOVE VEC-EVD-CODIGO(SUBINDICE-EVD) TO PROF-NUMERO
               READ PROFESORES
                   INVALID KEY
                       MOVE "N" TO WS-PROFESOR-ENCONTRADA
                   NOT INVALID KEY
                       MOVE "S" TO WS-PROFESOR-ENCONTRADA
               END-READ
           ELSE
               MOVE VEC-EVD-CODIGO(SUBINDICE-EVD) TO WS-DEX-BUSCADO
               PERFORM BUSCAR-DISERTANTE-EXTERNO
           END-IF
           EVALUATE TRUE
               WHEN WS-PROFESOR-ENCONTRADA-SI AND PROF-MONOTRIBUTISTA
                   MOVE WS-PORC-RET-MONO TO WS-PORC-RET-A-USAR
               WHEN WS-PROFESOR-ENCONTRADA-SI AND PROF-RESP-INSCRIPTO
                   MOVE WS-PORC-RET-RI TO WS-PORC-RET-A-USAR
               WHEN WS-DEX-ENCONTRADO-SI AND
                   VEC-DEX-COND-IMPUESTO(SUBINDICE-DEX) = "M"
                   MOVE WS-PORC-RET-MONO TO WS-PORC-RET-A-USAR
               WHEN WS-DEX-ENCONTRADO-SI AND
                   VEC-DEX-COND-IMPUESTO(SUBINDICE-DEX) = "I"
                   MOVE WS-PORC-RET-RI TO WS-PORC-RET-A-USAR
               WHEN OTHER
                   MOVE WS-PORCENTAJE-RETENCION TO WS-PORC-RET-A-USAR
           END-EVALUATE
           COMPUTE WS-RETENCION-EVENTO ROUNDED =
               WS-HONORARIO-EVENTO * WS-PORC-RET-A-USAR
           COMPUTE WS-NETO-X-PROFESOR =
               WS-HONORARIO-EVENTO - WS-RETENCION-EVENTO
           ADD 1 TO WS-FOLIO-RECIBO-ACTUAL
           PERFORM GRABAR-RECIBO-EVENTO
           IF NOT WS-SIMULACION-SI THEN
               PERFORM GRABAR-RECIBO-EMITIDO-INDICE
               IF WS-RETENCION-EVENTO NOT = ZERO THEN
                   PERFORM GRABAR-RETENCION-EVENTO
               END-IF
               IF WS-PROFESOR-ENCONTRADA-SI THEN
                   IF WS-PAGO-RETENIDO-SI THEN
                       PERFORM RETENER-PAGO-SIN-FACTURA
                   ELSE
                       PERFORM GRABAR-TRANSFERENCIA-PROFESOR
                   END-IF
               ELSE
                   PERFORM GRABAR-TRANSFERENCIA-EXTERNO
               END-IF
               MOVE "L" TO VEC-EVE-ESTADO(SUBINDICE-EVE)
           END-IF
           MOVE "E" TO WS-GCM-TIPO
           MOVE VEC-SUC-EMPRESA(SUBINDICE-SUC) TO WS-GCM-EMPRESA
           MOVE VEC-EVE-SUCURSAL(SUBINDICE-EVE) TO WS-GCM-CENTRO
           MOVE WS-HONORARIO-EVENTO TO WS-IMPORTE-GCM
           PERFORM SUMAR-GL-CONCEPTO
           ADD WS-HONORARIO-EVENTO TO WS-TOTAL-HONORARIOS-EVE
           ADD WS-RETENCION-EVENTO TO WS-TOTAL-RETENCION-EVE
           ADD WS-NETO-X-PROFESOR TO WS-TOTAL-NETO-EVE
           MOVE VEC-EVE-CODIGO(SUBINDICE-EVE) TO LEVL-CODIGO
           MOVE VEC-EVE-SUCURSAL(SUBINDICE-EVE) TO LEVL-SUCURSAL
           MOVE VEC-EVD-TIPO(SUBINDICE-EVD) TO LEVL-TIPO
           MOVE VEC-EVD-CODIGO(SUBINDICE-EVD) TO LEVL-DISERTANTE
           MOVE WS-HONORARIO-EVENTO TO LEVL-HONORARIO
           MOVE WS-RETENCION-EVENTO TO LEVL-RETENCION
           MOVE WS-NETO-X-PROFESOR TO LEVL-NETO
           MOVE WS-FOLIO-RECIBO-ACTUAL TO LEVL-FOLIO
           PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
           WRITE LISTADO_DE_HORAS_REG FROM LINEA-EVENTO-LISTADO
           ADD 1 TO WS-LINEAS.

       GRABAR-RECIBO-EVENTO.
           MOVE PROFESOR-ANTERIOR TO ENCR-NUMERO
           MOVE SPACES TO ENCR-CATEGORIA
           MOVE SPACES TO ENCR-TEL
           EVALUATE TRUE
               WHEN WS-PROFESOR-ENCONTRADA-SI
                   MOVE PROF-NOMBRE TO ENCR-NOMBRE
                   MOVE PROF-DNI TO ENCR-DNI
                   MOVE PROF-CATEGORIA TO ENCR-CATEGORIA
                   MOVE PROF-TEL TO WS-TEL-ENTRADA
                   PERFORM FORMATEAR-TELEFONO
                   MOVE WS-TEL-FORMATEADO TO ENCR-TEL
               WHEN WS-DEX-ENCONTRADO-SI
                   MOVE VEC-DEX-NOMBRE(SUBINDICE-DEX) TO ENCR-NOMBRE
                   MOVE VEC-DEX-DNI(SUBINDICE-DEX) TO ENCR-DNI
               WHEN OTHER
                   MOVE SPACES TO ENCR-NOMBRE
                   MOVE ZERO TO ENCR-DNI
           END-EVALUATE
           MOVE WS-FOLIO-RECIBO-ACTUAL TO ENCR-FOLIO
           WRITE RECIBOS_REG FROM ENCABEZADO-RECIBO1 AFTER PAGE
           IF WS-SIMULACION-SI THEN
               WRITE RECIBOS_REG FROM LINEA-DOC-SIMULACION
           END-IF
           WRITE RECIBOS_REG FROM ENCABEZADO-RECIBO2
           WRITE RECIBOS_REG FROM ENCABEZADO-RECIBO3
           MOVE VEC-EVE-CODIGO(SUBINDICE-EVE) TO LEVR-CODIGO
           MOVE VEC-EVE-DESCRIPCION(SUBINDICE-EVE) TO LEVR-DESCRIPCION
           MOVE VEC-EVE-FECHA(SUBINDICE-EVE) TO LEVR-FECHA
           MOVE VEC-EVD-PORCENTAJE(SUBINDICE-EVD) TO LEVR-PORCENTAJE
           MOVE WS-HONORARIO-EVENTO TO LEVR-HONORARIO
           WRITE RECIBOS_REG FROM LINEA-EVENTO-RECIBO
           MOVE VEC-SUC-CUIT(SUBINDICE-SUC) TO LR-CUIT
           MOVE WS-RETENCION-EVENTO TO LR-RETENCION
           MOVE WS-NETO-X-PROFESOR TO LR-NETO
           WRITE RECIBOS_REG FROM LINEA-RETENCION-X-PROFESOR
           IF WS-PROFESOR-ENCONTRADA-SI THEN
               PERFORM EVALUAR-FACTURA-PROFESOR
               IF WS-PAGO-RETENIDO-SI THEN
                   WRITE RECIBOS_REG FROM LINEA-RETENIDO-RECIBO
               END-IF
           END-IF.

       GRABAR-RETENCION-EVENTO.
           MOVE PROFESOR-ANTERIOR TO LRET-PROFESOR
           EVALUATE TRUE
               WHEN WS-PROFESOR-ENCONTRADA-SI
                   MOVE PROF-DNI TO LRET-DNI
               WHEN WS-DEX-ENCONTRADO-SI
                   MOVE VEC-DEX-DNI(SUBINDICE-DEX) TO LRET-DNI
               WHEN OTHER
                   MOVE ZEROS TO LRET-DNI
           END-EVALUATE
           COMPUTE LRET-PERIODO = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           MOVE WS-HONORARIO-EVENTO TO LRET-BASE
           MOVE WS-RETENCION-EVENTO TO LRET-RETENCION
           MOVE "E" TO LRET-ESTADO
           WRITE LIBRO_RETENCIONES_REG.

       GRABAR-TRANSFERENCIA-EXTERNO.
           IF WS-NETO-X-PROFESOR > ZERO THEN
               IF WS-DEX-ENCONTRADO-SI AND
                   VEC-DEX-CBU(SUBINDICE-DEX) NUMERIC THEN
                   MOVE VEC-DEX-CBU(SUBINDICE-DEX) TO TRF-CBU
                   MOVE WS-NETO-X-PROFESOR TO TRF-IMPORTE
                   MOVE PROFESOR-ANTERIOR TO TRF-PROFESOR
                   MOVE VEC-DEX-DNI(SUBINDICE-DEX) TO TRF-DNI
                   COMPUTE TRF-PERIODO = WS-CURRENT-YEAR * 100 +
                       WS-CURRENT-MONTH
                   WRITE TRANSFERENCIAS_BANCO_REG
                   ADD 1 TO WS-CANT-TRANSFERENCIAS
                   ADD WS-NETO-X-PROFESOR TO WS-TOTAL-LOTE-TRANSF
                   MOVE PROFESOR-ANTERIOR TO LCT-PROFESOR
                   MOVE VEC-DEX-CBU(SUBINDICE-DEX) TO LCT-CBU
                   MOVE WS-NETO-X-PROFESOR TO LCT-IMPORTE
                   WRITE CONTROL_TRANSFERENCIAS_REG FROM
                       LINEA-CTRL-TRANSF
               ELSE
                   MOVE PROFESOR-ANTERIOR TO LCTS-PROFESOR
                   MOVE WS-NETO-X-PROFESOR TO LCTS-IMPORTE
                   MOVE " EXTERNO SIN CBU - TRANSFERIR A MANO: " TO
                       LCTS-LEYENDA
                   WRITE CONTROL_TRANSFERENCIAS_REG FROM
                       LINEA-CTRL-TRANSF-SIN-CBU
               END-IF
           END-IF.

       BUSCAR-CONCEPTO-MANUAL.
           MOVE "N" TO WS-CMA-ENCONTRADO
           MOVE 1 TO SUBINDICE-CMA
           PERFORM AVANZAR-SUBINDICE-CMA UNTIL
               SUBINDICE-CMA > WS-CANT-CONC-MANUALES OR
               WS-CMA-ENCONTRADO-SI.

       AVANZAR-SUBINDICE-CMA.
           IF VEC-CMA-CODIGO(SUBINDICE-CMA) = NCO-CONCEPTO THEN
               MOVE "S" TO WS-CMA-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-CMA
           END-IF.

       ACUMULAR-GL-CONCEPTO.
           MOVE VEC-CMA-TIPO-MOV-GL(SUBINDICE-CMA) TO WS-GCM-TIPO
           IF WS-PROFESOR-ENCONTRADA-SI THEN
               MOVE PROF-EMPRESA TO WS-GCM-EMPRESA
           ELSE
               MOVE SPACES TO WS-GCM-EMPRESA
           END-IF
           IF NCO-RESTA THEN
               MOVE "DES" TO WS-GCM-CENTRO
           ELSE
               MOVE "HAB" TO WS-GCM-CENTRO
           END-IF
           MOVE NCO-IMPORTE TO WS-IMPORTE-GCM
           PERFORM SUMAR-GL-CONCEPTO.

       SUMAR-GL-CONCEPTO.
           MOVE "N" TO WS-GCM-ENCONTRADO
           MOVE 1 TO SUBINDICE-GCM
           PERFORM AVANZAR-SUBINDICE-GCM UNTIL
               SUBINDICE-GCM > WS-CANT-GL-CONCEPTOS OR
               WS-GCM-ENCONTRADO-SI
           IF WS-GCM-ENCONTRADO-SI THEN
               ADD WS-IMPORTE-GCM TO VEC-GCM-IMPORTE(SUBINDICE-GCM)
           ELSE
               IF WS-CANT-GL-CONCEPTOS < WS-MAX-GL-CONCEPTOS THEN
                   ADD 1 TO WS-CANT-GL-CONCEPTOS
                   MOVE WS-GCM-TIPO TO
                       VEC-GCM-TIPO(WS-CANT-GL-CONCEPTOS)
                   MOVE WS-GCM-EMPRESA TO
                       VEC-GCM-EMPRESA(WS-CANT-GL-CONCEPTOS)
                   MOVE WS-GCM-CENTRO TO
                       VEC-GCM-CENTRO(WS-CANT-GL-CONCEPTOS)
                   MOVE WS-IMPORTE-GCM TO
                       VEC-GCM-IMPORTE(WS-CANT-GL-CONCEPTOS)
               END-IF
           END-IF.

       AVANZAR-SUBINDICE-GCM.
           IF VEC-GCM-TIPO(SUBINDICE-GCM) = WS-GCM-TIPO AND
               VEC-GCM-EMPRESA(SUBINDICE-GCM) = WS-GCM-EMPRESA AND
               VEC-GCM-CENTRO(SUBINDICE-GCM) = WS-GCM-CENTRO THEN
               MOVE "S" TO WS-GCM-ENCONTRADO
           ELSE
               ADD 1 TO SUBINDICE-GCM
           END-IF.

       APLICAR-DESCUENTOS-VOLUNTARIOS.
           PERFORM APLICAR-DESC-VOL-PRIORIDAD
               VARYING WS-PRIORIDAD-DVO FROM 1 BY 1
               UNTIL WS-PRIORIDAD-DVO > 9 OR
                   WS-NETO-X-PROFESOR <= ZERO.

       APLICAR-DESC-VOL-PRIORIDAD.
           PERFORM APLICAR-UN-DESCUENTO-VOL
               VARYING SUBINDICE-DVO FROM 1 BY 1
               UNTIL SUBINDICE-DVO > WS-CANT-DESC-VOL OR
                   WS-NETO-X-PROFESOR <= ZERO.

      * El porcentaje se aplica sobre el bruto del periodo; el
      * descuento nunca deja el neto en negativo. Lo retenido sale
      * en el recibo y queda en el detalle para la nomina de la
      * entidad.
       APLICAR-UN-DESCUENTO-VOL.
           IF VEC-DVO-PROFESOR(SUBINDICE-DVO) = PROFESOR-ANTERIOR
               AND VEC-DVO-PRIORIDAD(SUBINDICE-DVO) =
                   WS-PRIORIDAD-DVO THEN
               IF VEC-DVO-IMPORTE-FIJO(SUBINDICE-DVO) THEN
                   MOVE VEC-DVO-IMPORTE(SUBINDICE-DVO) TO
                       WS-IMPORTE-DESC-VOL
               ELSE
                   COMPUTE WS-IMPORTE-DESC-VOL ROUNDED =
                       IMPORTE-TOTAL-X-PROFESOR *
                       VEC-DVO-PORCENTAJE(SUBINDICE-DVO) / 100
               END-IF
               IF WS-NETO-X-PROFESOR < WS-IMPORTE-DESC-VOL THEN
                   MOVE WS-NETO-X-PROFESOR TO WS-IMPORTE-DESC-VOL
               END-IF
               IF WS-IMPORTE-DESC-VOL > ZERO THEN
                   SUBTRACT WS-IMPORTE-DESC-VOL FROM
                       WS-NETO-X-PROFESOR
                   ADD WS-IMPORTE-DESC-VOL TO IMPORTE-DESC-VOL-GRAL
                   MOVE VEC-DVO-CONCEPTO(SUBINDICE-DVO) TO
                       LDVR-CONCEPTO
                   MOVE VEC-DVO-ENTIDAD(SUBINDICE-DVO) TO LDVR-ENTIDAD
                   MOVE WS-IMPORTE-DESC-VOL TO LDVR-IMPORTE
                   WRITE RECIBOS_REG FROM LINEA-DESC-VOL-RECIBO
                   COMPUTE DRET-PERIODO = WS-CURRENT-YEAR * 100 +
                       WS-CURRENT-MONTH
                   MOVE VEC-DVO-ENTIDAD(SUBINDICE-DVO) TO DRET-ENTIDAD
                   MOVE PROFESOR-ANTERIOR TO DRET-PROFESOR
                   IF WS-PROFESOR-ENCONTRADA-SI THEN
                       MOVE PROF-NOMBRE TO DRET-NOMBRE
                   ELSE
                       MOVE SPACES TO DRET-NOMBRE
                   END-IF
                   MOVE VEC-DVO-CONCEPTO(SUBINDICE-DVO) TO
                       DRET-CONCEPTO
                   MOVE WS-IMPORTE-DESC-VOL TO DRET-IMPORTE
                   MOVE WS-FOLIO-RECIBO-ACTUAL TO DRET-FOLIO-RECIBO
                   WRITE DESCUENTOS-RETENIDOS-REG
                   MOVE VEC-DVO-ENTIDAD(SUBINDICE-DVO) TO
                       WS-CLQ-CODIGO
                   MOVE VEC-DVO-CONCEPTO(SUBINDICE-DVO) TO
                       WS-CLQ-DESCRIPCION
                   MOVE "D" TO WS-CLQ-TIPO
                   MOVE ZERO TO WS-CLQ-CANTIDAD
                   MOVE WS-IMPORTE-DESC-VOL TO WS-CLQ-IMPORTE
                   PERFORM GRABAR-CONCEPTO-LIQUIDADO
               END-IF
           END-IF.

           ELSE
               MOVE "E" TO RECEMI-ESTADO
           END-IF
           MOVE "R" TO WS-CVER-TIPO
           MOVE RECEMI-FOLIO TO WS-CVER-NUMERO
           MOVE RECEMI-PROFESOR TO WS-CVER-TITULAR
           COMPUTE WS-CVER-PERIODO = RECEMI-FECHA-EMISION / 100
           MOVE RECEMI-NETO TO WS-CVER-IMPORTE-DOC
           PERFORM CALCULAR-CODIGO-VERIFICACION
           MOVE WS-CVER-CODIGO TO RECEMI-CODIGO-VERIF
           WRITE RECIBOS_EMITIDOS_REG
      * El codigo sale impreso en el recibo: con el folio permite
      * comprobar en ConsultaAutenticidad que el papel es genuino.
           MOVE WS-CVER-CODIGO TO LVR-CODIGO
           WRITE RECIBOS_REG FROM LINEA-VERIF-RECIBO.

      * Un renglon del lote bancario por profesor con neto a favor.
      * Los netos en cero o negativos no se transfieren. El medio de
      * en blanco de los registros viejos) arma el renglon del lote
      * como siempre. Un profesor de transferencia sin CBU cargado
      * tambien va a cheque, que era lo que antes se cortaba a mano
      * sin rastro. Con un cambio de CBU en cuarentena se paga al
      * CBU anterior, o se retiene si el anterior no era valido.
      * Un neto anomalo para el profesor no sale por ningun medio:
      * queda retenido hasta la liberacion con doble firma.
       GRABAR-TRANSFERENCIA-PROFESOR.
           IF WS-NETO-X-PROFESOR > ZERO AND
               NOT WS-ARRASTRAR-NETO-SI THEN
               PERFORM DETERMINAR-CBU-VIGENTE
               PERFORM EVALUAR-NETO-ANOMALO
               EVALUATE TRUE
                   WHEN WS-NETO-ANOMALO-SI
                       PERFORM RETENER-PAGO-NETO-ANOMALO
                   WHEN WS-PROFESOR-ENCONTRADA-SI AND
                       PROF-PAGA-CHEQUE
                       PERFORM GRABAR-CHEQUE-PROFESOR
                           LCTS-LEYENDA
                       WRITE CONTROL_TRANSFERENCIAS_REG FROM
                           LINEA-CTRL-TRANSF-SIN-CBU
                   WHEN WS-CBU-RETENER-SI
                       PERFORM RETENER-PAGO-CUARENTENA-CBU
                   WHEN WS-PROFESOR-ENCONTRADA-SI AND
                       WS-CBU-VIGENTE NOT NUMERIC
                       PERFORM GRABAR-CHEQUE-PROFESOR
                   WHEN OTHER
                       PERFORM GRABAR-TRANSFERENCIA-RENGLON
               END-EVALUATE
           END-IF.

      * Responsables inscriptos siempre; monotributistas solo si el
      * parametro FACTURA-MONOTRIBUTO lo pide. Un neto que no se
      * paga (cero, negativo o arrastrado) no tiene que esperar
      * nada.
       EVALUAR-FACTURA-PROFESOR.
           MOVE "N" TO WS-PAGO-RETENIDO
           IF WS-NETO-X-PROFESOR > ZERO AND
               NOT WS-ARRASTRAR-NETO-SI AND
               WS-PROFESOR-ENCONTRADA-SI THEN
               IF PROF-RESP-INSCRIPTO OR
                   (PROF-MONOTRIBUTISTA AND
                    WS-FACTURA-MONOTRIBUTO-SI) THEN
                   MOVE "S" TO WS-PAGO-RETENIDO
               END-IF
           END-IF.

       RETENER-PAGO-SIN-FACTURA.
           MOVE PROFESOR-ANTERIOR TO LCTS-PROFESOR
           MOVE WS-NETO-X-PROFESOR TO LCTS-IMPORTE
           IF WS-CANT-PAGOS-RETENIDOS < WS-MAX-PAGOS-RETENIDOS THEN
               ADD 1 TO WS-CANT-PAGOS-RETENIDOS
               ADD 1 TO WS-CANT-PRET-NUEVOS
               MOVE WS-FOLIO-RECIBO-ACTUAL TO
                   VEC-PRET-FOLIO(WS-CANT-PAGOS-RETENIDOS)
               MOVE PROFESOR-ANTERIOR TO
                   VEC-PRET-PROFESOR(WS-CANT-PAGOS-RETENIDOS)
               COMPUTE VEC-PRET-PERIODO(WS-CANT-PAGOS-RETENIDOS) =
                   WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
               COMPUTE VEC-PRET-FECHA(WS-CANT-PAGOS-RETENIDOS) =
                   WS-CURRENT-YEAR * 10000 +
                   WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               MOVE WS-NETO-X-PROFESOR TO
                   VEC-PRET-IMPORTE(WS-CANT-PAGOS-RETENIDOS)
               MOVE "P" TO VEC-PRET-ESTADO(WS-CANT-PAGOS-RETENIDOS)
               MOVE " RETENIDO HASTA RECIBIR FACTURA, NETO: " TO
                   LCTS-LEYENDA
           ELSE
               DISPLAY "TABLA DE PAGOS RETENIDOS LLENA ("
                   WS-MAX-PAGOS-RETENIDOS "), PROFESOR "
                   PROFESOR-ANTERIOR " SIN REGISTRAR"
               DISPLAY "SE ABORTA LA CORRIDA"
               PERFORM ABORTAR-CORRIDA
           END-IF
           WRITE CONTROL_TRANSFERENCIAS_REG FROM
               LINEA-CTRL-TRANSF-SIN-CBU.

      * Igual que la retencion por factura, pero con estado "C": la
      * libera la primera corrida posterior al fin de la cuarentena.
       RETENER-PAGO-CUARENTENA-CBU.
           MOVE PROFESOR-ANTERIOR TO LCTS-PROFESOR
           MOVE WS-NETO-X-PROFESOR TO LCTS-IMPORTE
           IF WS-CANT-PAGOS-RETENIDOS < WS-MAX-PAGOS-RETENIDOS THEN
               ADD 1 TO WS-CANT-PAGOS-RETENIDOS
               ADD 1 TO WS-CANT-CBU-RETENIDOS
               MOVE WS-FOLIO-RECIBO-ACTUAL TO
                   VEC-PRET-FOLIO(WS-CANT-PAGOS-RETENIDOS)
               MOVE PROFESOR-ANTERIOR TO
                   VEC-PRET-PROFESOR(WS-CANT-PAGOS-RETENIDOS)
               COMPUTE VEC-PRET-PERIODO(WS-CANT-PAGOS-RETENIDOS) =
                   WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
               COMPUTE VEC-PRET-FECHA(WS-CANT-PAGOS-RETENIDOS) =
                   WS-CURRENT-YEAR * 10000 +
                   WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               MOVE WS-NETO-X-PROFESOR TO
                   VEC-PRET-IMPORTE(WS-CANT-PAGOS-RETENIDOS)
               MOVE "C" TO VEC-PRET-ESTADO(WS-CANT-PAGOS-RETENIDOS)
               MOVE " CBU EN CUARENTENA - RETENIDO, NETO: " TO
                   LCTS-LEYENDA
           ELSE
               DISPLAY "TABLA DE PAGOS RETENIDOS LLENA ("
                   WS-MAX-PAGOS-RETENIDOS "), PROFESOR "
                   PROFESOR-ANTERIOR " SIN REGISTRAR"
               DISPLAY "SE ABORTA LA CORRIDA"
               PERFORM ABORTAR-CORRIDA
           END-IF
           WRITE CONTROL_TRANSFERENCIAS_REG FROM
               LINEA-CTRL-TRANSF-SIN-CBU.

      * Igual que las otras retenciones, con estado "N"; el renglon
      * de la excepcion lleva el folio para pedir la liberacion.
       RETENER-PAGO-NETO-ANOMALO.
           MOVE PROFESOR-ANTERIOR TO LCTS-PROFESOR
           MOVE WS-NETO-X-PROFESOR TO LCTS-IMPORTE
           IF WS-CANT-PAGOS-RETENIDOS < WS-MAX-PAGOS-RETENIDOS THEN
               ADD 1 TO WS-CANT-PAGOS-RETENIDOS
               MOVE WS-FOLIO-RECIBO-ACTUAL TO
                   VEC-PRET-FOLIO(WS-CANT-PAGOS-RETENIDOS)
               MOVE PROFESOR-ANTERIOR TO
                   VEC-PRET-PROFESOR(WS-CANT-PAGOS-RETENIDOS)
               COMPUTE VEC-PRET-PERIODO(WS-CANT-PAGOS-RETENIDOS) =
                   WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
               COMPUTE VEC-PRET-FECHA(WS-CANT-PAGOS-RETENIDOS) =
                   WS-CURRENT-YEAR * 10000 +
                   WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               MOVE WS-NETO-X-PROFESOR TO
                   VEC-PRET-IMPORTE(WS-CANT-PAGOS-RETENIDOS)
               MOVE "N" TO VEC-PRET-ESTADO(WS-CANT-PAGOS-RETENIDOS)
               MOVE " NETO ANOMALO - RETENIDO, NETO: " TO
                   LCTS-LEYENDA
               MOVE WS-FOLIO-RECIBO-ACTUAL TO LENE-FOLIO
               PERFORM GRABAR-EXCEP-NETO
           ELSE
               DISPLAY "TABLA DE PAGOS RETENIDOS LLENA ("
                   WS-MAX-PAGOS-RETENIDOS "), PROFESOR "
                   PROFESOR-ANTERIOR " SIN REGISTRAR"
               DISPLAY "SE ABORTA LA CORRIDA"
               PERFORM ABORTAR-CORRIDA
           END-IF
           WRITE CONTROL_TRANSFERENCIAS_REG FROM
               LINEA-CTRL-TRANSF-SIN-CBU.

       GRABAR-TRANSFERENCIA-RENGLON.
           IF WS-PROFESOR-ENCONTRADA-SI AND
               WS-CBU-VIGENTE NUMERIC THEN
               IF WS-CBU-EN-CUARENTENA-SI THEN
                   ADD 1 TO WS-CANT-CBU-ANTERIOR
               END-IF
               MOVE WS-CBU-VIGENTE TO TRF-CBU
               MOVE WS-NETO-X-PROFESOR TO TRF-IMPORTE
               MOVE PROFESOR-ANTERIOR TO TRF-PROFESOR
               MOVE PROF-DNI TO TRF-DNI
               COMPUTE TRF-PERIODO = WS-CURRENT-YEAR * 100 +
                   WS-CURRENT-MONTH
               WRITE TRANSFERENCIAS_BANCO_REG
               ADD 1 TO WS-CANT-TRANSFERENCIAS
               ADD WS-NETO-X-PROFESOR TO WS-TOTAL-LOTE-TRANSF
               MOVE PROFESOR-ANTERIOR TO LCT-PROFESOR
               MOVE WS-CBU-VIGENTE TO LCT-CBU
               MOVE WS-NETO-X-PROFESOR TO LCT-IMPORTE
               WRITE CONTROL_TRANSFERENCIAS_REG FROM
                   LINEA-CTRL-TRANSF
           ELSE
               MOVE PROFESOR-ANTERIOR TO LCTS-PROFESOR
               MOVE WS-NETO-X-PROFESOR TO LCTS-IMPORTE
               MOVE " SIN CBU - TRANSFERIR A MANO, NETO: " TO
                   LCTS-LEYENDA
               WRITE CONTROL_TRANSFERENCIAS_REG FROM
                   LINEA-CTRL-TRANSF-SIN-CBU
           END-IF.

      * El cheque sale emitido con el numero correlativo siguiente;
      * la entrega y el cobro los marca despues tesoreria con
           PERFORM VERIFICAR-CANTIDAD-DE-LINEAS.
           WRITE LISTADO_DE_HORAS_REG FROM LINEA-RETENCION-GRAL.

           IF IMPORTE-APORTES-GRAL NOT = ZERO OR
               IMPORTE-CONTRIB-GRAL NOT = ZERO THEN
               MOVE IMPORTE-APORTES-GRAL TO LAPG-APORTES
               MOVE IMPORTE-CONTRIB-GRAL TO LAPG-CONTRIB
               PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
               WRITE LISTADO_DE_HORAS_REG FROM LINEA-APORTES-GRAL
           END-IF.

           IF IMPORTE-DESC-VOL-GRAL NOT = ZERO THEN
               MOVE IMPORTE-DESC-VOL-GRAL TO LDVG-IMPORTE
               PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
               WRITE LISTADO_DE_HORAS_REG FROM LINEA-DESC-VOL-GRAL
           END-IF.

           IF WS-TOTAL-HONORARIOS-EVE NOT = ZERO THEN
               MOVE WS-TOTAL-HONORARIOS-EVE TO LEVG-HONORARIOS
               MOVE WS-TOTAL-RETENCION-EVE TO LEVG-RETENCION
               MOVE WS-TOTAL-NETO-EVE TO LEVG-NETO
               PERFORM VERIFICAR-CANTIDAD-DE-LINEAS
               WRITE LISTADO_DE_HORAS_REG FROM LINEA-EVENTOS-GRAL
           END-IF.

           IF NOT WS-SIMULACION-SI THEN
               PERFORM GRABAR-EXTRACTO-CONTABLE
                   VARYING SUBINDICE-SUC FROM 1 BY 1
                   UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
               PERFORM GRABAR-EXTRACTO-CONTRIB
                   VARYING SUBINDICE-CEM FROM 1 BY 1
                   UNTIL SUBINDICE-CEM > WS-CANT-CONTRIB-EMP
               PERFORM GRABAR-EXTRACTO-CONCEPTOS
                   VARYING SUBINDICE-GCM FROM 1 BY 1
                   UNTIL SUBINDICE-GCM > WS-CANT-GL-CONCEPTOS
           END-IF.

      * El costo patronal no es de una sucursal sino de la empresa:
      * va sin centro de costo y el plan de cuentas lo toma por el
      * comodin de centro.
       GRABAR-EXTRACTO-CONCEPTOS.
           MOVE VEC-GCM-CENTRO(SUBINDICE-GCM) TO GLE-CENTRO-COSTO
           COMPUTE GLE-PERIODO = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           MOVE VEC-GCM-TIPO(SUBINDICE-GCM) TO GLE-TIPO-MOVIMIENTO
           MOVE VEC-GCM-IMPORTE(SUBINDICE-GCM) TO GLE-IMPORTE
           MOVE VEC-GCM-EMPRESA(SUBINDICE-GCM) TO GLE-EMPRESA
           WRITE GL_EXTRACTO_REG.

       GRABAR-EXTRACTO-CONTRIB.
           MOVE SPACES TO GLE-CENTRO-COSTO
           COMPUTE GLE-PERIODO = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           MOVE "C" TO GLE-TIPO-MOVIMIENTO
           MOVE VEC-CEM-IMPORTE(SUBINDICE-CEM) TO GLE-IMPORTE
           MOVE VEC-CEM-EMPRESA(SUBINDICE-CEM) TO GLE-EMPRESA
           WRITE GL_EXTRACTO_REG.

       GRABAR-EXTRACTO-CONTABLE.
           MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO GLE-CENTRO-COSTO
           MOVE "D" TO GLE-TIPO-MOVIMIENTO
           MOVE VEC-SUC-IMPORTE(SUBINDICE-SUC) TO GLE-IMPORTE
           MOVE VEC-SUC-EMPRESA(SUBINDICE-SUC) TO GLE-EMPRESA
           WRITE GL_EXTRACTO_REG
      * Los cargos fijos facturados van con su propio tipo de
      * movimiento, para que el plan de cuentas los lleve a la
      * cuenta de ingresos por canon y no a la de horas.
      * Lo facturado por seminarios y talleres sale aparte, con su
      * propio tipo, del resto de los cargos fijos.
           PERFORM SUMAR-CARGOS-FIJOS-SUC
           SUBTRACT WS-CFS-NETO-EVENTOS-SUC FROM WS-CFS-NETO-SUC
           IF WS-CFS-NETO-SUC NOT = ZERO THEN
               MOVE "F" TO GLE-TIPO-MOVIMIENTO
               MOVE WS-CFS-NETO-SUC TO GLE-IMPORTE
               WRITE GL_EXTRACTO_REG
           END-IF
           IF WS-CFS-NETO-EVENTOS-SUC NOT = ZERO THEN
               MOVE "V" TO GLE-TIPO-MOVIMIENTO
               MOVE WS-CFS-NETO-EVENTOS-SUC TO GLE-IMPORTE
               WRITE GL_EXTRACTO_REG
           END-IF
      * La bonificacion por volumen, tambien con tipo propio, como
      * menor ingreso de la sucursal.
           IF VEC-SUC-BONIF(SUBINDICE-SUC) NOT = ZERO THEN
               MOVE "B" TO GLE-TIPO-MOVIMIENTO
               MOVE VEC-SUC-BONIF(SUBINDICE-SUC) TO GLE-IMPORTE
               WRITE GL_EXTRACTO_REG
           END-IF.

       GRABAR-RANKING.
           WRITE RANKING_REPORTE_REG FROM LINEA-RANKING-ENC-PROF
               MOVE SUBINDICE-RANK TO WS-TOP-MAX-SUBINDICE
           END-IF.

      * Bonificacion comercial por volumen, calculada una sola vez
      * antes del extracto contable y de las facturas para que los
      * dos usen el mismo importe. Se aplica sobre la venta por
      * horas del periodo (no sobre los cargos fijos) y solo cuando
      * la sucursal queda con factura, no con nota de credito. Las
      * horas del anio son las de AcumuladoSucursal.dat mas las del
      * periodo, que todavia no se acumularon.
       CALCULAR-BONIFICACIONES-SUC.
           MOVE ZERO TO WS-TOTAL-BONIF-PERIODO
           IF NOT WS-SIMULACION-SI AND WS-CANT-BONIF-VOLUMEN > ZERO
               THEN
               OPEN EXTEND BONIFICACIONES-OTORGADAS
               IF WS-STATUS-BONIF-OTORGADAS = "35" THEN
                   OPEN OUTPUT BONIFICACIONES-OTORGADAS
                   CLOSE BONIFICACIONES-OTORGADAS
                   OPEN EXTEND BONIFICACIONES-OTORGADAS
               END-IF
           END-IF
           PERFORM CALCULAR-BONIF-UNA-SUC
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           IF NOT WS-SIMULACION-SI AND WS-CANT-BONIF-VOLUMEN > ZERO
               THEN
               CLOSE BONIFICACIONES-OTORGADAS
           END-IF.

       CALCULAR-BONIF-UNA-SUC.
           MOVE ZERO TO VEC-SUC-PORC-BONIF(SUBINDICE-SUC)
           MOVE ZERO TO VEC-SUC-BONIF(SUBINDICE-SUC)
           IF WS-CANT-BONIF-VOLUMEN > ZERO AND
               VEC-SUC-VENTA(SUBINDICE-SUC) > ZERO THEN
               MOVE VEC-SUC-HORAS(SUBINDICE-SUC) TO WS-BVO-HORAS-MES
               MOVE VEC-SUC-HORAS(SUBINDICE-SUC) TO WS-BVO-HORAS-ANIO
               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO ACSU-SUCURSAL
               READ ACUMULADO_SUCURSAL
                   NOT INVALID KEY
                       IF ACSU-ANIO = WS-CURRENT-YEAR THEN
                           ADD ACSU-HORAS TO WS-BVO-HORAS-ANIO
                       END-IF
               END-READ
               MOVE "N" TO WS-BVO-TIENE-PROPIA
               PERFORM VERIFICAR-ESCALA-PROPIA
                   VARYING SUBINDICE-BVO FROM 1 BY 1
                   UNTIL SUBINDICE-BVO > WS-CANT-BONIF-VOLUMEN OR
                       WS-BVO-TIENE-PROPIA-SI
               IF WS-BVO-TIENE-PROPIA-SI THEN
                   MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO
                       WS-BVO-SUC-ESCALA
               ELSE
                   MOVE SPACES TO WS-BVO-SUC-ESCALA
               END-IF
               PERFORM EVALUAR-TRAMO-BONIF
                   VARYING SUBINDICE-BVO FROM 1 BY 1
                   UNTIL SUBINDICE-BVO > WS-CANT-BONIF-VOLUMEN
               IF VEC-SUC-PORC-BONIF(SUBINDICE-SUC) > ZERO THEN
                   COMPUTE VEC-SUC-BONIF(SUBINDICE-SUC) ROUNDED =
                       VEC-SUC-VENTA(SUBINDICE-SUC) *
                       VEC-SUC-PORC-BONIF(SUBINDICE-SUC) / 100
                   ADD VEC-SUC-BONIF(SUBINDICE-SUC) TO
                       WS-TOTAL-BONIF-PERIODO
                   IF NOT WS-SIMULACION-SI THEN
                       MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO
                           BOT-SUCURSAL
                       COMPUTE BOT-PERIODO = WS-CURRENT-YEAR * 100 +
                           WS-CURRENT-MONTH
                       MOVE WS-BVO-HORAS-MES TO BOT-HORAS-MES
                       MOVE WS-BVO-HORAS-ANIO TO BOT-HORAS-ANIO
                       MOVE VEC-SUC-PORC-BONIF(SUBINDICE-SUC) TO
                           BOT-PORCENTAJE
                       MOVE VEC-SUC-BONIF(SUBINDICE-SUC) TO BOT-IMPORTE
                       WRITE BONIFICACIONES-OTORGADAS-REG
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-ESCALA-PROPIA.
           IF VEC-BVO-SUCURSAL(SUBINDICE-BVO) =
               VEC-SUC-SUCURSAL(SUBINDICE-SUC) THEN
               MOVE "S" TO WS-BVO-TIENE-PROPIA
           END-IF.

       EVALUAR-TRAMO-BONIF.
           IF VEC-BVO-SUCURSAL(SUBINDICE-BVO) = WS-BVO-SUC-ESCALA AND
               VEC-BVO-PORCENTAJE(SUBINDICE-BVO) >
                   VEC-SUC-PORC-BONIF(SUBINDICE-SUC) THEN
               IF (VEC-BVO-BASE(SUBINDICE-BVO) = "A" AND
                   WS-BVO-HORAS-ANIO >=
                       VEC-BVO-HORAS-DESDE(SUBINDICE-BVO)) OR
                  (VEC-BVO-BASE(SUBINDICE-BVO) NOT = "A" AND
                   WS-BVO-HORAS-MES >=
                       VEC-BVO-HORAS-DESDE(SUBINDICE-BVO)) THEN
                   MOVE VEC-BVO-PORCENTAJE(SUBINDICE-BVO) TO
                       VEC-SUC-PORC-BONIF(SUBINDICE-SUC)
               END-IF
           END-IF.

       GRABAR-FACTURAS-SUCURSAL.
           PERFORM GRABAR-DOCUMENTO-SUC-UNA
               VARYING SUBINDICE-SUC FROM 1 BY 1
               UNTIL SUBINDICE-SUC > WS-CANT-SUCURSALES
           PERFORM GRABAR-DOCUMENTO-CLI-UNO
               VARYING SUBINDICE-CLI FROM 1 BY 1
               UNTIL SUBINDICE-CLI > WS-CANT-CLIENTES
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-CUADRO-ZONAS-ENC
           PERFORM GRABAR-ZONA-EN-FACTURACION
               VARYING SUBINDICE-ZON FROM 1 BY 1
      * Cuando los reversos del periodo dejan a la sucursal con
      * importe negativo no se emite una factura en negativo (que
      * contaduria no puede registrar) sino una nota de credito como
      * documento separado, con su propia serie de folios. Los
      * documentos van siempre a precio de venta (VEC-SUC-VENTA).
       GRABAR-DOCUMENTO-SUC-UNA.
           PERFORM SUMAR-CARGOS-FIJOS-SUC
           IF VEC-SUC-VENTA(SUBINDICE-SUC) < ZERO THEN
               PERFORM GRABAR-NOTA-CREDITO-SUC
               IF WS-CFS-NETO-SUC NOT = ZERO THEN
                   PERFORM GRABAR-FACTURA-SOLO-CARGOS
               END-IF
           ELSE
               PERFORM GRABAR-FACTURA-SUC-UNA
               ADD VEC-SUC-VENTA(SUBINDICE-SUC) TO
                   WS-TOTAL-FACTURAS-PERIODO
               SUBTRACT VEC-SUC-BONIF(SUBINDICE-SUC) FROM
                   WS-TOTAL-FACTURAS-PERIODO
           END-IF
           ADD WS-CFS-NETO-SUC TO WS-TOTAL-FACTURAS-PERIODO.

       GRABAR-NOTA-CREDITO-SUC.
           ADD 1 TO WS-FOLIO-NC-ACTUAL
           COMPUTE WS-IMPORTE-NC-ABS =
               VEC-SUC-VENTA(SUBINDICE-SUC) * -1
           COMPUTE WS-HORAS-NC-ABS =
               VEC-SUC-HORAS(SUBINDICE-SUC) * -1
           MOVE WS-FOLIO-NC-ACTUAL TO LNC-FOLIO
           MOVE WS-HORAS-NC-ABS TO LNC-HORAS
           MOVE WS-IMPORTE-NC-ABS TO LNC-IMPORTE
           WRITE NOTAS_CREDITO_REG FROM LINEA-NC-TOTAL
           ADD WS-IMPORTE-NC-ABS TO WS-TOTAL-NC-PERIODO
      * En el indice de cuenta corriente la nota de credito queda
      * con importe negativo y estado propio, para que la deuda de
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 +
               WS-CURRENT-DAY
           MOVE VEC-SUC-VENTA(SUBINDICE-SUC) TO FEMI-IMPORTE
           MOVE "C" TO FEMI-ESTADO
           MOVE ZEROS TO FEMI-CAE
           MOVE ZEROS TO FEMI-CAE-VTO
           MOVE FEMI-FECHA-EMISION TO FEMI-FECHA-VTO
           MOVE ZEROS TO FEMI-CODIGO-PAGO
           IF NOT WS-SIMULACION-SI THEN
               PERFORM CALCULAR-CODIGO-VERIF-FACTURA
               WRITE FACTURAS_EMITIDAS_REG
               WRITE NOTAS_CREDITO_REG FROM LINEA-VERIF-FACTURA
           END-IF
           WRITE NOTAS_CREDITO_REG FROM BLANCO.

      * Resuelve la alicuota que corresponde a la condicion frente
      * al IVA de la sucursal del subindice actual y calcula el
      * impuesto y el total sobre el neto facturable del periodo,
      * que es la venta por horas menos la bonificacion por volumen.
       CALCULAR-IVA-SUCURSAL.
           EVALUATE VEC-SUC-IVA-COND(SUBINDICE-SUC)
               WHEN "I"
               WHEN OTHER
                   MOVE ZERO TO WS-ALICUOTA-FACTURA
           END-EVALUATE
           COMPUTE WS-NETO-FACTURA-SUC =
               VEC-SUC-VENTA(SUBINDICE-SUC) -
               VEC-SUC-BONIF(SUBINDICE-SUC)
           COMPUTE WS-IVA-FACTURA ROUNDED =
               WS-NETO-FACTURA-SUC * WS-ALICUOTA-FACTURA / 100
           COMPUTE WS-TOTAL-FACTURA =
               WS-NETO-FACTURA-SUC + WS-IVA-FACTURA
           MOVE WS-NETO-FACTURA-SUC TO WS-BASE-PERCEPCION
           PERFORM CALCULAR-PERCEPCION-IIBB
           ADD WS-PERCEPCION-IIBB TO WS-TOTAL-FACTURA.

      * Percepcion de Ingresos Brutos sobre el neto del renglon con
      * la alicuota del padron de la sucursal del subindice actual.
       CALCULAR-PERCEPCION-IIBB.
           IF VEC-SUC-ALIC-IIBB(SUBINDICE-SUC) > ZERO AND
               WS-BASE-PERCEPCION > ZERO THEN
               COMPUTE WS-PERCEPCION-IIBB ROUNDED =
                   WS-BASE-PERCEPCION *
                   VEC-SUC-ALIC-IIBB(SUBINDICE-SUC) / 100
           ELSE
               MOVE ZERO TO WS-PERCEPCION-IIBB
           END-IF.

      * Renglon de la percepcion en la factura, con el total que
      * queda a pagar (pasado en LFPI-TOTAL).
       GRABAR-PERCEPCION-IIBB-DOC.
           IF WS-PERCEPCION-IIBB NOT = ZERO THEN
               MOVE VEC-SUC-JURISDICCION(SUBINDICE-SUC) TO
                   LFPI-JURISDICCION
               MOVE VEC-SUC-ALIC-IIBB(SUBINDICE-SUC) TO LFPI-ALICUOTA
               MOVE WS-PERCEPCION-IIBB TO LFPI-PERCEPCION
               WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-IIBB
           END-IF.

      * Cada percepcion practicada queda en el libro de la
      * jurisdiccion con su base y alicuota, y suma al total del
      * libro IVA.
       REGISTRAR-PERCEPCION-IIBB.
           IF WS-PERCEPCION-IIBB NOT = ZERO THEN
               ADD WS-BASE-PERCEPCION TO WS-IIBB-BASE-PERIODO
               ADD WS-PERCEPCION-IIBB TO WS-IIBB-PERC-PERIODO
               IF NOT WS-SIMULACION-SI THEN
                   COMPUTE LPIB-PERIODO = WS-CURRENT-YEAR * 100 +
                       WS-CURRENT-MONTH
                   MOVE WS-PIB-FECHA-HOY TO LPIB-FECHA
                   MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO
                       LPIB-SUCURSAL
                   MOVE VEC-SUC-CUIT(SUBINDICE-SUC) TO LPIB-CUIT
                   MOVE VEC-SUC-JURISDICCION(SUBINDICE-SUC) TO
                       LPIB-JURISDICCION
                   MOVE WS-BASE-PERCEPCION TO LPIB-BASE
                   MOVE VEC-SUC-ALIC-IIBB(SUBINDICE-SUC) TO
                       LPIB-ALICUOTA
                   MOVE WS-PERCEPCION-IIBB TO LPIB-PERCEPCION
                   MOVE "E" TO LPIB-ESTADO
                   WRITE LIBRO-PERCEPCIONES-IIBB-REG
               END-IF
           END-IF.

       GRABAR-TOTALES-LIBRO-IVA.
           MOVE "TOTAL GRAVADO 21%   " TO LLIVT-ETIQUETA
           MOVE "TOTAL EXENTO        " TO LLIVT-ETIQUETA
           MOVE WS-IVA-NETO-EXENTO TO LLIVT-NETO
           MOVE ZERO TO LLIVT-IVA
           WRITE LIBRO_IVA_VENTAS_REG FROM LINEA-LIBRO-IVA-TOTAL
      * Cargos fijos con alicuota distinta de las de la condicion de
      * la sucursal (por ejemplo 27%): solo si los hubo.
           IF WS-IVA-NETO-OTRAS NOT = ZERO THEN
               MOVE "TOTAL OTRAS ALICUOTAS" TO LLIVT-ETIQUETA
               MOVE WS-IVA-NETO-OTRAS TO LLIVT-NETO
               MOVE WS-IVA-IMP-OTRAS TO LLIVT-IVA
               WRITE LIBRO_IVA_VENTAS_REG FROM LINEA-LIBRO-IVA-TOTAL
           END-IF
           IF WS-IIBB-PERC-PERIODO NOT = ZERO THEN
               MOVE "TOTAL PERCEPCIONES IIBB" TO LLIVT-ETIQUETA
               MOVE WS-IIBB-BASE-PERIODO TO LLIVT-NETO
               MOVE WS-IIBB-PERC-PERIODO TO LLIVT-IVA
               WRITE LIBRO_IVA_VENTAS_REG FROM LINEA-LIBRO-IVA-TOTAL
           END-IF.

      * Los ajustes de periodos anteriores facturados a la
      * sucursal salen detallados debajo del total, que ya los
      * incluye, con la fecha original y el periodo de origen.
       GRABAR-AJUSTES-FACTURA-SUC.
           MOVE ZERO TO WS-CANT-AJU-SUC
           MOVE ZERO TO WS-HORAS-AJU-SUC
           MOVE ZERO TO WS-VENTA-AJU-SUC
           PERFORM GRABAR-AJUSTE-FACTURA-SUC
               VARYING SUBINDICE-AJU FROM 1 BY 1
               UNTIL SUBINDICE-AJU > WS-CANT-AJUSTES
           IF WS-CANT-AJU-SUC > ZERO THEN
               MOVE WS-HORAS-AJU-SUC TO LFAJT-HORAS
               MOVE WS-VENTA-AJU-SUC TO LFAJT-IMPORTE
               WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-AJU-TOTAL
           END-IF.

       GRABAR-AJUSTE-FACTURA-SUC.
           IF VEC-AJU-FACTURA-SUC-SI(SUBINDICE-AJU) AND
               VEC-AJU-SUCURSAL(SUBINDICE-AJU) =
               VEC-SUC-SUCURSAL(SUBINDICE-SUC) THEN
               IF WS-CANT-AJU-SUC = ZERO THEN
                   WRITE FACTURAS_SUCURSAL_REG FROM
                       LINEA-FACTURA-AJU-TITULO
               END-IF
               ADD 1 TO WS-CANT-AJU-SUC
               ADD VEC-AJU-HORAS(SUBINDICE-AJU) TO WS-HORAS-AJU-SUC
               ADD VEC-AJU-VENTA(SUBINDICE-AJU) TO WS-VENTA-AJU-SUC
               MOVE VEC-AJU-FECHA(SUBINDICE-AJU) TO WS-AJU-FECHA-AUX
               PERFORM EDITAR-FECHA-AJUSTE
               MOVE WS-AJU-FECHA-EDITADA TO LFAJ-FECHA
               MOVE VEC-AJU-PERIODO-DESDE(SUBINDICE-AJU) TO
                   WS-AJU-FECHA-AUX
               PERFORM EDITAR-FECHA-AJUSTE
               MOVE WS-AJU-FECHA-EDITADA TO LFAJ-DESDE
               MOVE VEC-AJU-PERIODO-HASTA(SUBINDICE-AJU) TO
                   WS-AJU-FECHA-AUX
               PERFORM EDITAR-FECHA-AJUSTE
               MOVE WS-AJU-FECHA-EDITADA TO LFAJ-HASTA
               MOVE VEC-AJU-NUMERO(SUBINDICE-AJU) TO LFAJ-PROFESOR
               MOVE VEC-AJU-HORAS(SUBINDICE-AJU) TO LFAJ-HORAS
               MOVE VEC-AJU-VENTA(SUBINDICE-AJU) TO LFAJ-IMPORTE
               WRITE FACTURAS_SUCURSAL_REG FROM
                   LINEA-FACTURA-AJU-DETALLE
           END-IF.

       GRABAR-FACTURA-SUC-UNA.
           MOVE "N" TO WS-CPAG-ASIGNADO
           MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO LFS-SUCURSAL
           MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LFS-RAZON
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-ENC
           MOVE WS-TEL-FORMATEADO TO LFS-TEL
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-DIRE
           MOVE VEC-SUC-HORAS(SUBINDICE-SUC) TO LFS-HORAS
           MOVE VEC-SUC-VENTA(SUBINDICE-SUC) TO LFS-IMPORTE
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-TOTAL
           IF WS-CANT-AJUSTES > ZERO THEN
               PERFORM GRABAR-AJUSTES-FACTURA-SUC
           END-IF
           IF VEC-SUC-BONIF(SUBINDICE-SUC) NOT = ZERO THEN
               MOVE VEC-SUC-PORC-BONIF(SUBINDICE-SUC) TO
                   LFB-PORCENTAJE
               MOVE VEC-SUC-BONIF(SUBINDICE-SUC) TO LFB-IMPORTE
               WRITE FACTURAS_SUCURSAL_REG FROM
                   LINEA-FACTURA-SUC-BONIF
           END-IF
           PERFORM CALCULAR-IVA-SUCURSAL
           MOVE WS-NETO-FACTURA-SUC TO LFIV-NETO
           MOVE WS-ALICUOTA-FACTURA TO LFIV-ALICUOTA
           MOVE WS-IVA-FACTURA TO LFIV-IVA
           COMPUTE LFIV-TOTAL = WS-NETO-FACTURA-SUC + WS-IVA-FACTURA
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-IVA
           MOVE WS-TOTAL-FACTURA TO LFPI-TOTAL
           PERFORM GRABAR-PERCEPCION-IIBB-DOC
      * Solo las sucursales con actividad del periodo generan renglon
      * en el libro IVA y en el indice de cuenta corriente; una
      * factura en cero no es una venta ni una deuda a perseguir.
           IF VEC-SUC-VENTA(SUBINDICE-SUC) NOT = ZERO THEN
               COMPUTE LLIV-PERIODO = WS-CURRENT-YEAR * 100 +
                   WS-CURRENT-MONTH
               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO LLIV-SUCURSAL
               MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LLIV-RAZON
               MOVE VEC-SUC-CUIT(SUBINDICE-SUC) TO LLIV-CUIT
               MOVE VEC-SUC-IVA-COND(SUBINDICE-SUC) TO LLIV-COND
               MOVE WS-NETO-FACTURA-SUC TO LLIV-NETO
               MOVE WS-ALICUOTA-FACTURA TO LLIV-ALICUOTA
               MOVE WS-IVA-FACTURA TO LLIV-IVA
               MOVE WS-TOTAL-FACTURA TO LLIV-TOTAL
               MOVE WS-PERCEPCION-IIBB TO LLIV-PERCEPCION
               WRITE LIBRO_IVA_VENTAS_REG FROM LINEA-LIBRO-IVA
               PERFORM REGISTRAR-PERCEPCION-IIBB
               EVALUATE VEC-SUC-IVA-COND(SUBINDICE-SUC)
                   WHEN "I"
                       ADD WS-NETO-FACTURA-SUC TO WS-IVA-NETO-21
                       ADD WS-IVA-FACTURA TO WS-IVA-IMP-21
                   WHEN "R"
                       ADD WS-NETO-FACTURA-SUC TO WS-IVA-NETO-105
                       ADD WS-IVA-FACTURA TO WS-IVA-IMP-105
                   WHEN OTHER
                       ADD WS-NETO-FACTURA-SUC TO WS-IVA-NETO-EXENTO
               END-EVALUATE
               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO FEMI-SUCURSAL
               COMPUTE FEMI-PERIODO = WS-CURRENT-YEAR * 100 +
                   WS-DIAS-A-SUMAR
               PERFORM SUMAR-DIAS-A-FECHA
               MOVE WS-FECHA-SUMADA TO FEMI-FECHA-VTO
               PERFORM ASIGNAR-CODIGO-PAGO
               IF NOT WS-SIMULACION-SI THEN
                   PERFORM CALCULAR-CODIGO-VERIF-FACTURA
                   WRITE FACTURAS_EMITIDAS_REG
                   WRITE FACTURAS_SUCURSAL_REG FROM LINEA-VERIF-FACTURA
               END-IF
           END-IF
           PERFORM GRABAR-CARGOS-FIJOS-SUC
           PERFORM GRABAR-CODIGO-PAGO-DOC
           WRITE FACTURAS_SUCURSAL_REG FROM BLANCO.

      * Sucursal a la que los reversos dejaron en nota de credito
      * pero que tiene cargos fijos del periodo: los cargos no se
      * netean contra el credito, salen en su propia factura.
       GRABAR-FACTURA-SOLO-CARGOS.
           MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO LFS-SUCURSAL
           MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LFS-RAZON
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-ENC
           IF WS-SIMULACION-SI THEN
               WRITE FACTURAS_SUCURSAL_REG FROM LINEA-DOC-SIMULACION
           END-IF
           MOVE VEC-SUC-DIRE(SUBINDICE-SUC) TO LFS-DIRE
           MOVE VEC-SUC-CUIT(SUBINDICE-SUC) TO LFS-CUIT
           MOVE VEC-SUC-TEL(SUBINDICE-SUC) TO WS-TEL-ENTRADA
           PERFORM FORMATEAR-TELEFONO
           MOVE WS-TEL-FORMATEADO TO LFS-TEL
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-DIRE
           MOVE ZERO TO WS-TOTAL-FACTURA
           MOVE "N" TO WS-CPAG-ASIGNADO
           PERFORM GRABAR-CARGOS-FIJOS-SUC
           PERFORM GRABAR-CODIGO-PAGO-DOC
           WRITE FACTURAS_SUCURSAL_REG FROM BLANCO.

      * Neto de los cargos fijos que corresponden en el periodo a la
      * sucursal del subindice actual.
       SUMAR-CARGOS-FIJOS-SUC.
           MOVE ZERO TO WS-CFS-NETO-SUC
           MOVE ZERO TO WS-CFS-NETO-EVENTOS-SUC
           PERFORM SUMAR-UN-CARGO-FIJO
               VARYING SUBINDICE-CFS FROM 1 BY 1
               UNTIL SUBINDICE-CFS > WS-CANT-CARGOS-FIJOS.

       SUMAR-UN-CARGO-FIJO.
           IF VEC-CFS-SUCURSAL(SUBINDICE-CFS) =
               VEC-SUC-SUCURSAL(SUBINDICE-SUC) AND
               VEC-CFS-CORRESPONDE-SI(SUBINDICE-CFS) THEN
               ADD VEC-CFS-IMPORTE(SUBINDICE-CFS) TO WS-CFS-NETO-SUC
               IF VEC-CFS-EVENTO-SI(SUBINDICE-CFS) THEN
                   ADD VEC-CFS-IMPORTE(SUBINDICE-CFS) TO
                       WS-CFS-NETO-EVENTOS-SUC
               END-IF
           END-IF.

      * Cada cargo fijo es un renglon propio de la factura, del libro
      * IVA (con su alicuota, no la de la condicion de la sucursal) y
      * del indice de cuenta corriente, con el mismo vencimiento que
      * las horas. Cierra el documento con el total general c/IVA,
      * que suma lo de horas que haya quedado en WS-TOTAL-FACTURA.
       GRABAR-CARGOS-FIJOS-SUC.
           MOVE ZERO TO WS-CFS-TOTAL-SUC
           PERFORM GRABAR-UN-CARGO-FIJO
               VARYING SUBINDICE-CFS FROM 1 BY 1
               UNTIL SUBINDICE-CFS > WS-CANT-CARGOS-FIJOS
           IF WS-CFS-TOTAL-SUC NOT = ZERO THEN
               COMPUTE LFTD-TOTAL = WS-TOTAL-FACTURA + WS-CFS-TOTAL-SUC
               WRITE FACTURAS_SUCURSAL_REG FROM
                   LINEA-FACTURA-SUC-TOTDOC
           END-IF.

       GRABAR-UN-CARGO-FIJO.
           IF VEC-CFS-SUCURSAL(SUBINDICE-CFS) =
               VEC-SUC-SUCURSAL(SUBINDICE-SUC) AND
               VEC-CFS-CORRESPONDE-SI(SUBINDICE-CFS) THEN
               COMPUTE WS-CFS-IVA ROUNDED =
                   VEC-CFS-IMPORTE(SUBINDICE-CFS) *
                   VEC-CFS-ALICUOTA(SUBINDICE-CFS) / 100
               COMPUTE WS-CFS-TOTAL =
                   VEC-CFS-IMPORTE(SUBINDICE-CFS) + WS-CFS-IVA
               MOVE WS-CFS-TOTAL TO LFC-TOTAL
               MOVE VEC-CFS-IMPORTE(SUBINDICE-CFS) TO
                   WS-BASE-PERCEPCION
               PERFORM CALCULAR-PERCEPCION-IIBB
               ADD WS-PERCEPCION-IIBB TO WS-CFS-TOTAL
               ADD WS-CFS-TOTAL TO WS-CFS-TOTAL-SUC
               MOVE VEC-CFS-CONCEPTO(SUBINDICE-CFS) TO LFC-CONCEPTO
               MOVE VEC-CFS-IMPORTE(SUBINDICE-CFS) TO LFC-NETO
               MOVE VEC-CFS-ALICUOTA(SUBINDICE-CFS) TO LFC-ALICUOTA
               MOVE WS-CFS-IVA TO LFC-IVA
               WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-CARGO
               MOVE WS-CFS-TOTAL TO LFPI-TOTAL
               PERFORM GRABAR-PERCEPCION-IIBB-DOC

               COMPUTE LLIV-PERIODO = WS-CURRENT-YEAR * 100 +
                   WS-CURRENT-MONTH
               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO LLIV-SUCURSAL
               MOVE VEC-SUC-RAZON(SUBINDICE-SUC) TO LLIV-RAZON
               MOVE VEC-SUC-CUIT(SUBINDICE-SUC) TO LLIV-CUIT
               MOVE VEC-SUC-IVA-COND(SUBINDICE-SUC) TO LLIV-COND
               MOVE VEC-CFS-IMPORTE(SUBINDICE-CFS) TO LLIV-NETO
               MOVE VEC-CFS-ALICUOTA(SUBINDICE-CFS) TO LLIV-ALICUOTA
               MOVE WS-CFS-IVA TO LLIV-IVA
               MOVE WS-CFS-TOTAL TO LLIV-TOTAL
               MOVE WS-PERCEPCION-IIBB TO LLIV-PERCEPCION
               WRITE LIBRO_IVA_VENTAS_REG FROM LINEA-LIBRO-IVA
               PERFORM REGISTRAR-PERCEPCION-IIBB
               EVALUATE VEC-CFS-ALICUOTA(SUBINDICE-CFS)
                   WHEN WS-ALICUOTA-INSCRIPTO
                       ADD VEC-CFS-IMPORTE(SUBINDICE-CFS) TO
                           WS-IVA-NETO-21
                       ADD WS-CFS-IVA TO WS-IVA-IMP-21
                   WHEN WS-ALICUOTA-REDUCIDA
                       ADD VEC-CFS-IMPORTE(SUBINDICE-CFS) TO
                           WS-IVA-NETO-105
                       ADD WS-CFS-IVA TO WS-IVA-IMP-105
                   WHEN ZERO
                       ADD VEC-CFS-IMPORTE(SUBINDICE-CFS) TO
                           WS-IVA-NETO-EXENTO
                   WHEN OTHER
                       ADD VEC-CFS-IMPORTE(SUBINDICE-CFS) TO
                           WS-IVA-NETO-OTRAS
                       ADD WS-CFS-IVA TO WS-IVA-IMP-OTRAS
               END-EVALUATE

               MOVE VEC-SUC-SUCURSAL(SUBINDICE-SUC) TO FEMI-SUCURSAL
               COMPUTE FEMI-PERIODO = WS-CURRENT-YEAR * 100 +
                   WS-CURRENT-MONTH
               COMPUTE FEMI-FECHA-EMISION =
                   WS-CURRENT-YEAR * 10000 +
                   WS-CURRENT-MONTH * 100 +
                   WS-CURRENT-DAY
               MOVE WS-CFS-TOTAL TO FEMI-IMPORTE
               MOVE "E" TO FEMI-ESTADO
               MOVE ZEROS TO FEMI-CAE
               MOVE ZEROS TO FEMI-CAE-VTO
               MOVE FEMI-FECHA-EMISION TO WS-FECHA-A-SUMAR
               MOVE VEC-SUC-DIAS-PAGO(SUBINDICE-SUC) TO
                   WS-DIAS-A-SUMAR
               PERFORM SUMAR-DIAS-A-FECHA
               MOVE WS-FECHA-SUMADA TO FEMI-FECHA-VTO
               PERFORM ASIGNAR-CODIGO-PAGO
               IF NOT WS-SIMULACION-SI THEN
                   PERFORM CALCULAR-CODIGO-VERIF-FACTURA
                   WRITE FACTURAS_EMITIDAS_REG
                   WRITE FACTURAS_SUCURSAL_REG FROM LINEA-VERIF-FACTURA
               END-IF
           END-IF.

      * Cada renglon de cuenta corriente lleva su codigo de
      * verificacion, que sale impreso en el documento; el numero
      * del calculo es la fecha de emision (la factura no tiene
      * folio propio en el indice).
       CALCULAR-CODIGO-VERIF-FACTURA.
           MOVE FEMI-ESTADO TO WS-CVER-TIPO
           MOVE FEMI-FECHA-EMISION TO WS-CVER-NUMERO
           MOVE FEMI-SUCURSAL TO WS-CVER-TITULAR
           MOVE FEMI-PERIODO TO WS-CVER-PERIODO
           MOVE FEMI-IMPORTE TO WS-CVER-IMPORTE-DOC
           PERFORM CALCULAR-CODIGO-VERIFICACION
           MOVE WS-CVER-CODIGO TO FEMI-CODIGO-VERIF
           MOVE WS-CVER-CODIGO TO LVF-CODIGO.

      * El codigo de pago se toma con el primer renglon de cuenta
      * corriente del documento y se repite en los siguientes.
       ASIGNAR-CODIGO-PAGO.
           IF NOT WS-CPAG-ASIGNADO-SI THEN
               ADD 1 TO WS-FOLIO-CPAG-ACTUAL
               MOVE WS-FOLIO-CPAG-ACTUAL TO WS-CPAG-FOLIO
               MOVE ZEROS TO WS-DV-BUFFER
               MOVE WS-CPAG-FOLIO TO WS-DV-BUFFER(1:9)
               MOVE 9 TO WS-DV-LARGO
               PERFORM CALCULAR-DIGITO-VERIFICADOR
               MOVE WS-DV-RESULTADO TO WS-CPAG-DV
               MOVE FEMI-FECHA-VTO TO WS-CPAG-VTO
               MOVE "S" TO WS-CPAG-ASIGNADO
           END-IF
           MOVE WS-CODIGO-PAGO-NUM TO FEMI-CODIGO-PAGO.

      * Pie del documento con el codigo de pago y el codigo de barras
      * por el total del documento, para pagar en la red de cobranza
      * sin depender de la referencia de una transferencia.
       GRABAR-CODIGO-PAGO-DOC.
           IF WS-CPAG-ASIGNADO-SI THEN
               MOVE WS-CODIGO-PAGO-NUM TO LFCP-CODIGO
               MOVE WS-CPAG-VTO TO LFCP-VTO
               WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-CPAG
               MOVE WS-ENTE-RED-COBRANZA TO WS-CBAR-ENTE
               MOVE WS-CODIGO-PAGO-NUM TO WS-CBAR-CODIGO-PAGO
               COMPUTE WS-CBAR-IMPORTE =
                   WS-TOTAL-FACTURA + WS-CFS-TOTAL-SUC
               MOVE WS-CPAG-VTO TO WS-CBAR-VTO
               MOVE WS-CODIGO-BARRAS(1:32) TO WS-DV-BUFFER
               MOVE 32 TO WS-DV-LARGO
               PERFORM CALCULAR-DIGITO-VERIFICADOR
               MOVE WS-DV-RESULTADO TO WS-CBAR-DV
               MOVE WS-CODIGO-BARRAS TO LFCB-BARRAS
               WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-CBAR
           END-IF.

       CALCULAR-DIGITO-VERIFICADOR.
           MOVE ZERO TO WS-DV-SUMA
           MOVE 1 TO WS-DV-PESO
           PERFORM PONDERAR-UN-DIGITO
               VARYING SUBINDICE-DV FROM 1 BY 1
               UNTIL SUBINDICE-DV > WS-DV-LARGO
           DIVIDE WS-DV-SUMA BY 2 GIVING WS-DV-MITAD
           DIVIDE WS-DV-MITAD BY 10 GIVING WS-DV-COCIENTE
               REMAINDER WS-DV-RESULTADO.

       PONDERAR-UN-DIGITO.
           COMPUTE WS-DV-SUMA = WS-DV-SUMA +
               WS-DV-DIGITO(SUBINDICE-DV) * WS-DV-PESO
           IF WS-DV-PESO = 9 THEN
               MOVE 3 TO WS-DV-PESO
           ELSE
               ADD 2 TO WS-DV-PESO
           END-IF.

      * Documento del periodo para un cliente corporativo: la misma
      * regla que la sucursal (factura, o nota de credito con la
      * serie comun de folios si los reversos lo dejan en negativo)
      * pero sin cargos fijos ni bonificacion por volumen, y con su
      * propio indice de cuenta corriente. Un cliente sin horas en
      * el periodo no genera documento.
       GRABAR-DOCUMENTO-CLI-UNO.
           IF VEC-CLI-VENTA(SUBINDICE-CLI) < ZERO THEN
               PERFORM GRABAR-NOTA-CREDITO-CLI
           ELSE
               IF VEC-CLI-VENTA(SUBINDICE-CLI) > ZERO THEN
                   PERFORM GRABAR-FACTURA-CLI-UNA
                   ADD VEC-CLI-VENTA(SUBINDICE-CLI) TO
                       WS-TOTAL-FACTURAS-PERIODO
               END-IF
           END-IF.

       GRABAR-NOTA-CREDITO-CLI.
           ADD 1 TO WS-FOLIO-NC-ACTUAL
           COMPUTE WS-IMPORTE-NC-ABS =
               VEC-CLI-VENTA(SUBINDICE-CLI) * -1
           COMPUTE WS-HORAS-NC-ABS =
               VEC-CLI-HORAS(SUBINDICE-CLI) * -1
           MOVE WS-FOLIO-NC-ACTUAL TO LNCC-FOLIO
           MOVE VEC-CLI-CODIGO(SUBINDICE-CLI) TO LNCC-CLIENTE
           MOVE VEC-CLI-RAZON(SUBINDICE-CLI) TO LNCC-RAZON
           WRITE NOTAS_CREDITO_REG FROM LINEA-NC-CLI-ENC
           IF WS-SIMULACION-SI THEN
               WRITE NOTAS_CREDITO_REG FROM LINEA-DOC-SIMULACION
           END-IF
           MOVE VEC-CLI-DIRE(SUBINDICE-CLI) TO LFS-DIRE
           MOVE VEC-CLI-CUIT(SUBINDICE-CLI) TO LFS-CUIT
           MOVE SPACES TO LFS-TEL
           WRITE NOTAS_CREDITO_REG FROM LINEA-FACTURA-SUC-DIRE
           MOVE WS-HORAS-NC-ABS TO LNC-HORAS
           MOVE WS-IMPORTE-NC-ABS TO LNC-IMPORTE
           WRITE NOTAS_CREDITO_REG FROM LINEA-NC-TOTAL
           WRITE NOTAS_CREDITO_REG FROM BLANCO
           ADD WS-IMPORTE-NC-ABS TO WS-TOTAL-NC-PERIODO
           MOVE VEC-CLI-CODIGO(SUBINDICE-CLI) TO FCLI-CLIENTE
           COMPUTE FCLI-PERIODO = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           COMPUTE FCLI-FECHA-EMISION =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 +
               WS-CURRENT-DAY
           MOVE VEC-CLI-VENTA(SUBINDICE-CLI) TO FCLI-IMPORTE
           MOVE "C" TO FCLI-ESTADO
           MOVE ZEROS TO FCLI-CAE
           MOVE ZEROS TO FCLI-CAE-VTO
           MOVE FCLI-FECHA-EMISION TO FCLI-FECHA-VTO
           IF NOT WS-SIMULACION-SI THEN
               WRITE FACTURAS-CLIENTES-EMITIDAS-REG
           END-IF.

      * Alicuota segun la condicion frente al IVA del cliente.
       CALCULAR-IVA-CLIENTE.
           EVALUATE VEC-CLI-IVA-COND(SUBINDICE-CLI)
               WHEN "I"
                   MOVE WS-ALICUOTA-INSCRIPTO TO WS-ALICUOTA-FACTURA
               WHEN "R"
                   MOVE WS-ALICUOTA-REDUCIDA TO WS-ALICUOTA-FACTURA
               WHEN OTHER
                   MOVE ZERO TO WS-ALICUOTA-FACTURA
           END-EVALUATE
           COMPUTE WS-IVA-FACTURA ROUNDED =
               VEC-CLI-VENTA(SUBINDICE-CLI) * WS-ALICUOTA-FACTURA / 100
           COMPUTE WS-TOTAL-FACTURA =
               VEC-CLI-VENTA(SUBINDICE-CLI) + WS-IVA-FACTURA.

       GRABAR-FACTURA-CLI-UNA.
           MOVE VEC-CLI-CODIGO(SUBINDICE-CLI) TO LFCL-CLIENTE
           MOVE VEC-CLI-RAZON(SUBINDICE-CLI) TO LFCL-RAZON
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-CLI-ENC
           IF WS-SIMULACION-SI THEN
               WRITE FACTURAS_SUCURSAL_REG FROM LINEA-DOC-SIMULACION
           END-IF
           MOVE VEC-CLI-DIRE(SUBINDICE-CLI) TO LFS-DIRE
           MOVE VEC-CLI-CUIT(SUBINDICE-CLI) TO LFS-CUIT
           MOVE SPACES TO LFS-TEL
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-DIRE
           MOVE VEC-CLI-HORAS(SUBINDICE-CLI) TO LFS-HORAS
           MOVE VEC-CLI-VENTA(SUBINDICE-CLI) TO LFS-IMPORTE
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-TOTAL
           PERFORM CALCULAR-IVA-CLIENTE
           MOVE VEC-CLI-VENTA(SUBINDICE-CLI) TO LFIV-NETO
           MOVE WS-ALICUOTA-FACTURA TO LFIV-ALICUOTA
           MOVE WS-IVA-FACTURA TO LFIV-IVA
           MOVE WS-TOTAL-FACTURA TO LFIV-TOTAL
           WRITE FACTURAS_SUCURSAL_REG FROM LINEA-FACTURA-SUC-IVA
           WRITE FACTURAS_SUCURSAL_REG FROM BLANCO
           COMPUTE LLIV-PERIODO = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           MOVE VEC-CLI-CODIGO(SUBINDICE-CLI) TO LLIV-SUCURSAL
           MOVE VEC-CLI-RAZON(SUBINDICE-CLI) TO LLIV-RAZON
           MOVE VEC-CLI-CUIT(SUBINDICE-CLI) TO LLIV-CUIT
           MOVE VEC-CLI-IVA-COND(SUBINDICE-CLI) TO LLIV-COND
           MOVE VEC-CLI-VENTA(SUBINDICE-CLI) TO LLIV-NETO
           MOVE WS-ALICUOTA-FACTURA TO LLIV-ALICUOTA
           MOVE WS-IVA-FACTURA TO LLIV-IVA
           MOVE WS-TOTAL-FACTURA TO LLIV-TOTAL
           MOVE ZERO TO LLIV-PERCEPCION
           WRITE LIBRO_IVA_VENTAS_REG FROM LINEA-LIBRO-IVA
           EVALUATE VEC-CLI-IVA-COND(SUBINDICE-CLI)
               WHEN "I"
                   ADD VEC-CLI-VENTA(SUBINDICE-CLI) TO WS-IVA-NETO-21
                   ADD WS-IVA-FACTURA TO WS-IVA-IMP-21
               WHEN "R"
                   ADD VEC-CLI-VENTA(SUBINDICE-CLI) TO WS-IVA-NETO-105
                   ADD WS-IVA-FACTURA TO WS-IVA-IMP-105
               WHEN OTHER
                   ADD VEC-CLI-VENTA(SUBINDICE-CLI) TO
                       WS-IVA-NETO-EXENTO
           END-EVALUATE
      * El cliente paga a los dias pactados en su maestro, con el
      * total con IVA, igual que una sucursal.
           MOVE VEC-CLI-CODIGO(SUBINDICE-CLI) TO FCLI-CLIENTE
           COMPUTE FCLI-PERIODO = WS-CURRENT-YEAR * 100 +
               WS-CURRENT-MONTH
           COMPUTE FCLI-FECHA-EMISION =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 +
               WS-CURRENT-DAY
           MOVE WS-TOTAL-FACTURA TO FCLI-IMPORTE
           MOVE "E" TO FCLI-ESTADO
           MOVE ZEROS TO FCLI-CAE
           MOVE ZEROS TO FCLI-CAE-VTO
           MOVE FCLI-FECHA-EMISION TO WS-FECHA-A-SUMAR
           MOVE VEC-CLI-DIAS-PAGO(SUBINDICE-CLI) TO WS-DIAS-A-SUMAR
           PERFORM SUMAR-DIAS-A-FECHA
           MOVE WS-FECHA-SUMADA TO FCLI-FECHA-VTO
           IF NOT WS-SIMULACION-SI THEN
               WRITE FACTURAS-CLIENTES-EMITIDAS-REG
           END-IF.

      * Suma de dias calendario a una fecha AAAAMMDD, desbordando
      * mes a mes con la tabla de dias por mes (febrero bisiesto
      * por division entera por cuatro, como el resto del sistema).
           CLOSE MARGEN_SUCURSALES.

       CONTAR-SUC-CON-MARGEN.
           IF VEC-SUC-IMPORTE(SUBINDICE-SUC) NOT = ZERO OR
               VEC-SUC-VENTA(SUBINDICE-SUC) NOT = ZERO THEN
               ADD 1 TO WS-MARGEN-RESTANTES
           END-IF.


       BUSCAR-MIN-MARGEN.
           IF VEC-SUC-MARGEN-USADO(SUBINDICE-SUC) = "N" AND
               (VEC-SUC-IMPORTE(SUBINDICE-SUC) NOT = ZERO OR
                VEC-SUC-VENTA(SUBINDICE-SUC) NOT = ZERO) THEN
               PERFORM CALCULAR-MARGEN-SUCURSAL
               IF WS-MARGEN-PORCENTAJE < WS-MARGEN-MIN-PORC THEN
                   MOVE WS-MARGEN-PORCENTAJE TO WS-MARGEN-MIN-PORC
           END-IF.

      * Las dos puntas se toman de datos distintos: el ingreso es
      * el neto facturado a la sucursal a precio de venta, sin el
      * IVA que no es de la casa (lo que entra), y el costo es el
      * bruto que se les paga a los profesores por las horas
      * dictadas ahi (lo que sale).
       CALCULAR-MARGEN-SUCURSAL.
           COMPUTE WS-MARGEN-INGRESO = VEC-SUC-VENTA(SUBINDICE-SUC) -
               VEC-SUC-BONIF(SUBINDICE-SUC)
           MOVE VEC-SUC-IMPORTE(SUBINDICE-SUC) TO WS-MARGEN-COSTO
           COMPUTE WS-MARGEN-BRUTO =
               WS-MARGEN-INGRESO - WS-MARGEN-COSTO
       GRABAR-PERFIL-TIPO-DEL-DIA.
           IF VEC-DST-DIA(SUBINDICE-DSX) = WS-DIA-REPORTE THEN
               MOVE VEC-DST-TIPO(SUBINDICE-DSX) TO LPT-TIPO
               IF VEC-DST-VIRTUAL(SUBINDICE-DSX) THEN
                   MOVE "VIRTUAL" TO LPT-MODALIDAD
               ELSE
                   MOVE "PRESENCIAL" TO LPT-MODALIDAD
               END-IF
               MOVE VEC-DST-HORAS(SUBINDICE-DSX) TO LPT-HORAS
               MOVE VEC-DST-IMPORTE(SUBINDICE-DSX) TO LPT-IMPORTE
               WRITE PERFIL-DIA-SEMANA-REG FROM LINEA-PERFIL-TIPO
           MOVE WS-EST-EXC-HAB TO EST-EXCEP-HAB
           MOVE WS-EST-EXC-LIC TO EST-EXCEP-LIC
           MOVE WS-EST-EXC-SUP TO EST-EXCEP-SUP
           MOVE WS-EST-EXC-CON TO EST-EXCEP-CON
           WRITE ESTADISTICAS-CORRIDAS-REG
           CLOSE ESTADISTICAS-CORRIDAS.

           END-IF.

      ** add other procedures here
      * Codigo de verificacion del documento cargado en WS-CVER-*
      * (ver WS-CVER-DATOS); deja el resultado en WS-CVER-CODIGO.
       CALCULAR-CODIGO-VERIFICACION.
           IF WS-CVER-IMPORTE-DOC < ZERO THEN
               MOVE "-" TO WS-CVER-SIGNO
           ELSE
               MOVE "+" TO WS-CVER-SIGNO
           END-IF
           MOVE WS-CVER-IMPORTE-DOC TO WS-CVER-IMPORTE
           MOVE 4271 TO WS-CVER-ACUM-A
           MOVE 1693 TO WS-CVER-ACUM-B
           PERFORM ACUMULAR-CARACTER-CVER
               VARYING SUBINDICE-CVER FROM 1 BY 1
               UNTIL SUBINDICE-CVER > 33
           COMPUTE WS-CVER-CODIGO =
               WS-CVER-ACUM-A * 10000 + WS-CVER-ACUM-B.

       ACUMULAR-CARACTER-CVER.
           MOVE 38 TO WS-CVER-VALOR
           PERFORM BUSCAR-SIMBOLO-CVER
               VARYING SUBINDICE-CVER-SIM FROM 1 BY 1
               UNTIL SUBINDICE-CVER-SIM > 37 OR WS-CVER-VALOR < 38
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-A * 31 +
               WS-CVER-VALOR + SUBINDICE-CVER
           DIVIDE WS-CVER-PRODUCTO BY 9973 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-A
           COMPUTE WS-CVER-PRODUCTO = WS-CVER-ACUM-B * 7 +
               WS-CVER-ACUM-A
           DIVIDE WS-CVER-PRODUCTO BY 9967 GIVING WS-CVER-COCIENTE
               REMAINDER WS-CVER-ACUM-B.

       BUSCAR-SIMBOLO-CVER.
           IF VEC-CVER-SIMBOLO(SUBINDICE-CVER-SIM) =
               WS-CVER-CARACTER(SUBINDICE-CVER) THEN
               MOVE SUBINDICE-CVER-SIM TO WS-CVER-VALOR
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
