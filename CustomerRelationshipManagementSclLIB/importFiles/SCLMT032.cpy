************************************************************************
***   * 112006 26/09/03 RPAZ ASSI MANTENIMIENTO (ALTA/CAMBIO/BAJA)     *
***   *                     DE LA TABLA DE AUTORIZACION SCTAUTH        *
***   * 112102 26/10/15 RPAZ ASSI AGREGA IN-AUT-INTERSUC-I (EN BLANCO  *
***   *                     SE TOMA COMO 'N')                          *
***   * 112105 26/10/15 RPAZ ASSI AGREGA CO-SCTA-OBJ-I (SECTORISTA QUE *
***   *                     ES EL USUARIO MANTENIDO, EN EL FILLER)     *
************************************************************************
      *==============================================================*
      *  COPY    : SCLMT032  MANTENIMIENTO DE SCT.SCTAUTH             *
      *                        FILA SE CONSERVA PARA NO PERDER EL     *
      *                        RASTRO DE QUE EXISTIO)                 *
      *  CO-USUARIO-OBJ-I ES EL USUARIO MANTENIDO; EN ALTA Y CAMBIO   *
      *  SE USAN ADEMAS LOS CUATRO INDICADORES ('S' O 'N') Y EL       *
      *  DERECHO INTERSUCURSAL IN-AUT-INTERSUC-I ('S', 'N' O EN       *
      *  BLANCO = 'N', PARA LOS FRONTS QUE TODAVIA NO LO ENVIAN).     *
      *  CO-SCTA-OBJ-I ES EL SECTORISTA QUE ES EL PROPIO USUARIO      *
      *  MANTENIDO (OPCIONAL): SI VIENE DEBE EXISTIR EN               *
      *  SCT.SECTORISTA; EN CAMBIO, EN BLANCO CONSERVA EL VALOR QUE   *
      *  TENIA (LOS FRONTS QUE NO LO ENVIAN NO LO BORRAN).            *
      *  CO-USUARIO-I ES EL USUARIO QUE SOLICITA EL MANTENIMIENTO Y   *
      *  DEBE TENER IND_AUT_ADMIN EN SCT.SCTAUTH: LOS DERECHOS SE     *
      *  OTORGAN POR ESTA TRANSACCION, NO POR SQL DE UN DBA, Y CADA   *
               05  SCLMT032-IN-AUT-BAJA-I   PIC X(01).
               05  SCLMT032-IN-AUT-ADMIN-I  PIC X(01).
               05  SCLMT032-CO-USUARIO-I    PIC X(08).
               05  SCLMT032-IN-AUT-INTERSUC-I PIC X(01).
               05  SCLMT032-CO-SCTA-OBJ-I   PIC X(09).
               05  SCLMT032-FILLER-I        PIC X(44).
      *--------------------------------------------------- 81-120 ---*
           03  SCLMT032-DATOS-OUTPUT.
               05  SCLMT032-CO-RETU-O        PIC X(02).
