************************************************************************
***   * 112109 26/10/15 RPAZ ASSI HOST VARS TABLA DB2 SCTA_PROGRAMADA  *
************************************************************************
      *==============================================================*
      *  COPY    : SCLTB040  HOST-VARIABLES TABLA DB2 SCTA_PROGRAMADA *
      *  TABLA   : SCT.SCTA_PROGRAMADA                                *
      *--------------------------------------------------------------*
      *  MANTENIMIENTOS DE SECTORISTA (ALTA/CAMBIO/BAJA) PEDIDOS POR  *
      *  SCLCA032/SCLCS034 CON FECHA EFECTIVA FUTURA.  SE VALIDAN AL  *
      *  PEDIRLOS Y LOS APLICA EL PROCESO NOCTURNO SCLCB030 EL DIA    *
      *  QUE CORRESPONDE, VOLVIENDO A PASAR POR SCLCS034.             *
      *  FUNCION / NOM-SCTA ... COD-SCTA-SUPV: EL MANTENIMIENTO A     *
      *                APLICAR (EN BAJA, LA FILA CON ESTADO 'I').     *
      *  NOM-SCTA-ANT ... COD-SCTA-SUPV-ANT: LA FILA DE               *
      *                SCT.SECTORISTA TAL COMO ESTABA AL PEDIRLO (EN  *
      *                BLANCO EN ALTA).  SI AL APLICAR LA FILA YA NO  *
      *                ES ESA, EL PEDIDO SE RECHAZA EN VEZ DE PISAR   *
      *                UN CAMBIO QUE EL SOLICITANTE NO VIO.           *
      *  IND-ESTADO    'P' = PENDIENTE  'A' = APLICADO  'R' =         *
      *                RECHAZADO  'C' = CANCELADO.  LOS RESUELTOS SE  *
      *                CONSERVAN COMO RASTRO; LA LOGICA SOLO ADMITE   *
      *                UN PEDIDO 'P' POR SECTORISTA A LA VEZ.         *
      *  FECHAS EN FORMATO AAAA-MM-DD.  FEC/HORA-SOLICITUD Y          *
      *  FEC/HORA-RESOLUCION SON CURRENT DATE/TIME DE DB2.  LAS       *
      *  COLUMNAS DE RESOLUCION (USUARIO, FECHA, HORA Y RESULTADO)    *
      *  SON ANULABLES Y QUEDAN EN NULL HASTA QUE EL PEDIDO SE        *
      *  APLICA, SE RECHAZA O SE CANCELA, IGUAL QUE EN BAJA_PEND.     *
      *==============================================================*
       01  SCLTB040-SCTA-PROGRAMADA.
           05  SCLTB040-COD-SCTA-9        PIC X(09).
           05  SCLTB040-FEC-EFECTIVA      PIC X(10).
           05  SCLTB040-FUNCION           PIC X(06).
           05  SCLTB040-NOM-SCTA          PIC X(40).
           05  SCLTB040-COD-SUCU          PIC X(04).
           05  SCLTB040-IND-ESTA-SCTA     PIC X(01).
           05  SCLTB040-COD-SCTA-SUPV     PIC X(09).
           05  SCLTB040-NOM-SCTA-ANT      PIC X(40).
           05  SCLTB040-COD-SUCU-ANT      PIC X(04).
           05  SCLTB040-IND-ESTA-ANT      PIC X(01).
           05  SCLTB040-COD-SCTA-SUPV-ANT PIC X(09).
           05  SCLTB040-USUARIO-SOLICITA  PIC X(08).
           05  SCLTB040-FEC-SOLICITUD     PIC X(10).
           05  SCLTB040-HORA-SOLICITUD    PIC X(08).
           05  SCLTB040-IND-ESTADO        PIC X(01).
               88  SCLTB040-PENDIENTE            VALUE 'P'.
               88  SCLTB040-APLICADO             VALUE 'A'.
               88  SCLTB040-RECHAZADO            VALUE 'R'.
               88  SCLTB040-CANCELADO            VALUE 'C'.
           05  SCLTB040-USUARIO-RESUELVE  PIC X(08).
           05  SCLTB040-FEC-RESOLUCION    PIC X(10).
           05  SCLTB040-HORA-RESOLUCION   PIC X(08).
           05  SCLTB040-DE-RESULTADO      PIC X(30).
      *==============================================================*
