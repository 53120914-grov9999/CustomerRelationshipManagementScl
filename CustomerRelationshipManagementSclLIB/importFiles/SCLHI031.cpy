************************************************************************
***   * 111208 26/08/21 RPAZ ASSI INTERFAZ GRABADOR DE HISTORIA        *
***   * 112108 26/10/15 RPAZ ASSI FUNCION 'CONCIL' (SCLCB029)          *
************************************************************************
      *==============================================================*
      *  COPY    : SCLHI031  INTERFAZ DE SCLCS036 (GRABA HISTORIA)    *
      *  SOLICITANTE.  SCLCS036 INSERTA LA FILA EN                    *
      *  SCT.SECTORISTA_HIST CON CURRENT DATE/TIME.                   *
      *  HI-FUNCION : 'ALTA  ' / 'CAMBIO' / 'BAJA  ' / 'CARGA '       *
      *               / 'CONCIL' (CONCILIACION DE SCLCB029: LA IMAGEN  *
      *               ES LA REFERENCIA, EL ESTADO DE LA FILA ANTES DE  *
      *               UN CAMBIO QUE NO DEJO HISTORIA)                  *
      *  HI-ERROR   : 'S' LA INSERCION FALLO EN DB2; EL SQLCODE       *
      *               DE-EDITADO QUEDA EN HI-SQLCODE.  EL LLAMADOR    *
      *               NO DEBE DAR LA ACCION POR AUDITADA.             *
