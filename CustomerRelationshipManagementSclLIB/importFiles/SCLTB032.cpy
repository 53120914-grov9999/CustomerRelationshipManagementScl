***   *                     PROPIA TABLA SCTAUTH).  IND-AUTORIZA QUEDA *
***   *                     COMO LLAVE GENERAL: EN 'N' EL USUARIO NO   *
***   *                     PUEDE NADA, TENGA LOS NIVELES QUE TENGA    *
***   * 112102 26/10/15 RPAZ ASSI AGREGA IND-AUT-INTERSUC: PEDIR LA    *
***   *                     REASIGNACION DE UN CLIENTE A UN SECTORISTA *
***   *                     DE OTRA SUCURSAL                           *
***   * 112105 26/10/15 RPAZ ASSI AGREGA COD-SCTA-9: SECTORISTA QUE ES *
***   *                     EL PROPIO USUARIO (SU EQUIPO, PARA LA      *
***   *                     RECERTIFICACION TRIMESTRAL)                *
************************************************************************
      *==============================================================*
      *  COPY    : SCLTB032  HOST-VARIABLES TABLA DB2 SCTAUTH          *
      *                 JUNIOR CORRIGE UN NOMBRE PERO NO INACTIVA).   *
      *  IND-AUT-ADMIN  'S' = PUEDE MANTENER LA PROPIA TABLA SCTAUTH  *
      *                 (VIA SCLCA035/SCLCS040).                      *
      *  IND-AUT-INTERSUC 'S' = AL PEDIR LA REASIGNACION DE UN        *
      *                 CLIENTE (SCLCA037/SCLCS044) PUEDE ELEGIR UN   *
      *                 SECTORISTA DE OTRA SUCURSAL QUE LA DEL        *
      *                 CLIENTE.  LA REASIGNACION MISMA REQUIERE      *
      *                 IND-AUT-MANT.                                 *
      *  COD-SCTA-9     SECTORISTA QUE ES EL PROPIO USUARIO, SI LO    *
      *                 ES (BLANCO SI NO).  UBICA AL USUARIO EN SU    *
      *                 EQUIPO (SU SUPERVISOR EN SCT.SECTORISTA) PARA *
      *                 LA RECERTIFICACION TRIMESTRAL (SCLCB025).     *
      *==============================================================*
       01  SCLTB032-SCTAUTH.
           05  SCLTB032-COD-USUARIO       PIC X(08).
               88  SCLTB032-PUEDE-BAJA              VALUE 'S'.
           05  SCLTB032-IND-AUT-ADMIN     PIC X(01).
               88  SCLTB032-PUEDE-ADMIN             VALUE 'S'.
           05  SCLTB032-IND-AUT-INTERSUC  PIC X(01).
               88  SCLTB032-PUEDE-INTERSUC          VALUE 'S'.
           05  SCLTB032-COD-SCTA-9        PIC X(09).
      *==============================================================*
