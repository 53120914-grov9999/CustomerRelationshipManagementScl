************************************************************************
***   * 112002 26/09/03 RPAZ ASSI INTERFAZ GRABADOR HISTORIA CLIENTE   *
***   * 112102 26/10/15 RPAZ ASSI AGREGA HI-USUARIO (SOLICITANTE)      *
************************************************************************
      *==============================================================*
      *  COPY    : SCLHI032  INTERFAZ DE SCLCS038 (GRABA HISTORIA     *
      *  EL LLAMADOR CARGA EL CLIENTE, EL CODIGO ANTERIOR, EL NUEVO   *
      *  Y EL PROCESO QUE APLICA EL CAMBIO.  SCLCS038 INSERTA LA      *
      *  FILA EN SCT.CLIENTE_SCTA_HIST CON CURRENT DATE/TIME.         *
      *  HI-USUARIO : USUARIO QUE PIDIO EL CAMBIO, SI LO PIDIO UNA    *
      *               PERSONA; LOS PROCESOS QUE DECIDEN SOLOS LO      *
      *               DEJAN EN BLANCO (MOVE SPACES AL INTERFAZ).      *
      *  HI-ERROR   : 'S' LA INSERCION FALLO EN DB2; EL SQLCODE       *
      *               DE-EDITADO QUEDA EN HI-SQLCODE.  EL LLAMADOR    *
      *               NO DEBE DAR EL CAMBIO POR AUDITADO.             *
           05  SCLHI032-COD-SCTA-ANT     PIC X(09).
           05  SCLHI032-COD-SCTA-NUE     PIC X(09).
           05  SCLHI032-PROCESO          PIC X(08).
           05  SCLHI032-USUARIO          PIC X(08).
      *==============================================================*
