************************************************************************
***   * 111208 26/08/21 RPAZ ASSI HOST VARS TABLA DB2 SECTORISTA_HIST  *
***   * 112108 26/10/15 RPAZ ASSI FUNCION 'CONCIL' (SCLCB029)          *
************************************************************************
      *==============================================================*
      *  COPY    : SCLTB033  HOST-VARIABLES TABLA DB2 SECTORISTA_HIST *
      *  FEC-CAMBIO/HORA-CAMBIO SON CURRENT DATE/TIME DE DB2 AL       *
      *  MOMENTO DE LA ACCION; USUARIO ES EL SOLICITANTE (CO-USUARIO  *
      *  DEL MANTENIMIENTO, O 'RRHHFEED' PARA LA CARGA NOCTURNA).     *
      *  FUNCION 'CONCIL' ES UNA FILA DE CONCILIACION GRABADA POR     *
      *  SCLCB029 (USUARIO 'CONCILIA'): SU IMAGEN ES LA REFERENCIA,   *
      *  LA FILA COMO ESTABA ANTES DE UN CAMBIO (O ELIMINACION) QUE   *
      *  NO DEJO HISTORIA, Y FEC/HORA-CAMBIO SON LAS DE LA            *
      *  CONCILIACION, NO LAS DEL CAMBIO.                             *
      *==============================================================*
       01  SCLTB033-SECTORISTA-HIST.
           05  SCLTB033-COD-SCTA-9        PIC X(09).
