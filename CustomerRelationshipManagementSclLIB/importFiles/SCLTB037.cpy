************************************************************************
***   * 112102 26/10/15 RPAZ ASSI HOST VARS TABLA DB2 REASIG_PEND      *
************************************************************************
      *==============================================================*
      *  COPY    : SCLTB037  HOST-VARIABLES TABLA DB2 REASIG_PEND     *
      *  TABLA   : SCT.REASIG_PEND                                    *
      *--------------------------------------------------------------*
      *  COLA DE SOLICITUDES DE REASIGNACION DE UN CLIENTE A OTRO     *
      *  SECTORISTA, PEDIDAS POR PANTALLA (SCLCA037/SCLCS044) Y       *
      *  APLICADAS AL MAESTRO POR EL PROCESO NOCTURNO SCLCB022.       *
      *  AL ENCOLAR SE GUARDA LA FOTO DE LO VALIDADO: EL SECTORISTA   *
      *  Y LA SUCURSAL DEL CLIENTE (COD-SCTA-ANT, COD-SUCU-CLI) Y LA  *
      *  SUCURSAL DEL DESTINO (COD-SUCU-SCTA).  SI AL APLICAR ALGO    *
      *  DE ESO CAMBIO, LA SOLICITUD SE RECHAZA EN VEZ DE APLICARSE   *
      *  SOBRE DATOS QUE EL SOLICITANTE NO VIO.                       *
      *  IND-ESTADO    'P' = PENDIENTE  'M' = APLICADA EN EL MAESTRO  *
      *                CANDIDATO, ESPERANDO LA PROMOCION  'A' =       *
      *                APLICADA (PROMOVIDA)  'R' = RECHAZADA.         *
      *                SCLCB022 DEJA EN 'M' LO QUE APLICA; SCLCB032   *
      *                LA PASA A 'A' Y GRABA LA HISTORIA RECIEN       *
      *                CUANDO EL MAESTRO PROMOVIDO TRAE EL CAMBIO.    *
      *                UNA 'M' QUE NO LLEGO AL MAESTRO LA VUELVE A    *
      *                TOMAR SCLCB022 LA NOCHE SIGUIENTE.  LAS FILAS  *
      *                RESUELTAS SE CONSERVAN COMO RASTRO; LA LOGICA  *
      *                SOLO ADMITE UNA SOLICITUD 'P' O 'M' POR        *
      *                CLIENTE A LA VEZ.                              *
      *  FEC/HORA-SOLICITUD Y FEC/HORA-RESOLUCION SON CURRENT DATE/   *
      *  TIME DE DB2.  LAS COLUMNAS DE RESOLUCION (FECHA, HORA Y      *
      *  DE-RESULTADO) SON ANULABLES Y QUEDAN EN NULL HASTA QUE       *
      *  SCLCB022 RESUELVE LA SOLICITUD, IGUAL QUE EN BAJA_PEND.      *
      *==============================================================*
       01  SCLTB037-REASIG-PEND.
           05  SCLTB037-NO-CLIENTE        PIC X(10).
           05  SCLTB037-COD-SCTA-ANT      PIC X(09).
           05  SCLTB037-COD-SCTA-NUE      PIC X(09).
           05  SCLTB037-COD-SUCU-CLI      PIC X(04).
           05  SCLTB037-COD-SUCU-SCTA     PIC X(04).
           05  SCLTB037-USUARIO-SOLICITA  PIC X(08).
           05  SCLTB037-FEC-SOLICITUD     PIC X(10).
           05  SCLTB037-HORA-SOLICITUD    PIC X(08).
           05  SCLTB037-IND-ESTADO        PIC X(01).
               88  SCLTB037-PENDIENTE            VALUE 'P'.
               88  SCLTB037-EN-PROMOCION         VALUE 'M'.
               88  SCLTB037-APLICADA             VALUE 'A'.
               88  SCLTB037-RECHAZADA            VALUE 'R'.
           05  SCLTB037-FEC-RESOLUCION    PIC X(10).
           05  SCLTB037-HORA-RESOLUCION   PIC X(08).
           05  SCLTB037-DE-RESULTADO      PIC X(30).
      *==============================================================*
