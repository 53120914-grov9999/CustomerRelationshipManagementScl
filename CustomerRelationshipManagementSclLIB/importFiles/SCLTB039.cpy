************************************************************************
***   * 112106 26/10/15 RPAZ ASSI HOST VARS TABLA DB2 CARTERA_MES      *
************************************************************************
      *==============================================================*
      *  COPY    : SCLTB039  HOST-VARIABLES TABLA DB2 CARTERA_MES     *
      *  TABLA   : SCT.CARTERA_MES                                    *
      *--------------------------------------------------------------*
      *  FOTO DE FIN DE MES DE LA CARTERA: UNA FILA POR PERIODO       *
      *  (AAAAMM) Y SECTORISTA CON LA CANTIDAD DE CLIENTES QUE TENIA  *
      *  AL CIERRE Y LA SUCURSAL DEL SECTORISTA EN ESE MOMENTO.  LA   *
      *  GRABA EL REPORTE DE MOVIMIENTO DE CARTERA (SCLCB027, VIA     *
      *  SCLCS051) Y LA FOTO DEL MES ANTERIOR ES LA APERTURA DEL MES  *
      *  SIGUIENTE.  CLAVE PRIMARIA: PERIODO + COD-SCTA-9.            *
      *  CANT-CLIENTES ES DECIMAL(9,0).  FEC/HORA-FOTO SON CURRENT    *
      *  DATE/TIME DE DB2 AL GRABAR; UNA NUEVA CORRIDA DEL MISMO      *
      *  PERIODO REEMPLAZA LA FOTO COMPLETA.                          *
      *==============================================================*
       01  SCLTB039-CARTERA-MES.
           05  SCLTB039-PERIODO           PIC X(06).
           05  SCLTB039-COD-SCTA-9        PIC X(09).
           05  SCLTB039-COD-SUCU          PIC X(04).
           05  SCLTB039-CANT-CLIENTES     PIC S9(09) COMP-3.
           05  SCLTB039-FEC-FOTO          PIC X(10).
           05  SCLTB039-HORA-FOTO         PIC X(08).
      *==============================================================*
