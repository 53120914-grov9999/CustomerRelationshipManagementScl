************************************************************************
***   * 112104 26/10/15 RPAZ ASSI HOST VARS TABLA DB2 COBERTURA        *
************************************************************************
      *==============================================================*
      *  COPY    : SCLTB038  HOST-VARIABLES TABLA DB2 COBERTURA       *
      *  TABLA   : SCT.COBERTURA                                      *
      *--------------------------------------------------------------*
      *  COBERTURA TEMPORARIA DE UN SECTORISTA AUSENTE (VACACIONES,   *
      *  LICENCIA) POR OTRO, ENTRE FEC-DESDE Y FEC-HASTA INCLUSIVE.   *
      *  LA CARTERA NO SE MUEVE: EL MAESTRO Y CLIENTE_SCTA_HIST       *
      *  SIGUEN CON EL DUENO Y SCLCS031 DEVUELVE RETU '01' CON EL     *
      *  QUE CUBRE MIENTRAS LA COBERTURA ESTA VIGENTE.                *
      *  LA MANTIENE LA TRANSACCION SCLCA038 (MODULO SCLCS047) Y LA   *
      *  CONTROLA EL PROCESO NOCTURNO SCLCB024.                       *
      *  CLAVE PRIMARIA: COD-SCTA-AUSENTE + FEC-ALTA + HORA-ALTA.     *
      *  LA LOGICA NO ADMITE DOS COBERTURAS 'V' SUPERPUESTAS DEL      *
      *  MISMO AUSENTE, ASI QUE AUSENTE + FEC-DESDE IDENTIFICA LA     *
      *  COBERTURA VIGENTE A CANCELAR.                                *
      *  COD-MOTIVO    'V' = VACACIONES  'L' = LICENCIA  'O' = OTRO.  *
      *  IND-ESTADO    'V' = VIGENTE  'C' = CANCELADA.  LAS           *
      *                CANCELADAS SE CONSERVAN COMO RASTRO, CON EL    *
      *                USUARIO Y LA FECHA DE LA CANCELACION (EN       *
      *                BLANCO MIENTRAS ESTA VIGENTE).                 *
      *  FECHAS EN FORMATO AAAA-MM-DD; FEC/HORA-ALTA Y FEC-BAJA SON   *
      *  CURRENT DATE/TIME DE DB2.                                    *
      *==============================================================*
       01  SCLTB038-COBERTURA.
           05  SCLTB038-COD-SCTA-AUSENTE  PIC X(09).
           05  SCLTB038-COD-SCTA-CUBRE    PIC X(09).
           05  SCLTB038-FEC-DESDE         PIC X(10).
           05  SCLTB038-FEC-HASTA         PIC X(10).
           05  SCLTB038-COD-MOTIVO        PIC X(01).
               88  SCLTB038-MOTIVO-VALIDO        VALUE 'V' 'L' 'O'.
           05  SCLTB038-USUARIO-ALTA      PIC X(08).
           05  SCLTB038-FEC-ALTA          PIC X(10).
           05  SCLTB038-HORA-ALTA         PIC X(08).
           05  SCLTB038-IND-ESTADO        PIC X(01).
               88  SCLTB038-VIGENTE              VALUE 'V'.
               88  SCLTB038-CANCELADA            VALUE 'C'.
           05  SCLTB038-USUARIO-BAJA      PIC X(08).
           05  SCLTB038-FEC-BAJA          PIC X(10).
      *==============================================================*
