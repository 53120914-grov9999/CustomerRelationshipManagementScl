************************************************************************
***   * 112108 26/10/15 RPAZ ASSI FOTO CONCILIADA DE SCT.SECTORISTA    *
************************************************************************
      *==============================================================*
      *  COPY    : SCLFS031  FOTO CONCILIADA DE SCT.SECTORISTA        *
      *  L.REG   : 100                                               *
      *  ARCHIVO : SCTFANT / SCTFNUE (SECUENCIAL, GDG)               *
      *--------------------------------------------------------------*
      *  SCLCB029 GRABA AL FINAL DE CADA CORRIDA UN REGISTRO POR     *
      *  SECTORISTA CON EL CONTENIDO QUE LA HISTORIA RESPALDA, Y LA  *
      *  CORRIDA SIGUIENTE LO USA COMO REFERENCIA: COMO LA IMAGEN DE *
      *  SCT.SECTORISTA_HIST ES LA PREVIA A CADA CAMBIO, LA HISTORIA *
      *  SOLA NO DICE COMO QUEDO LA FILA DESPUES DEL ULTIMO.         *
      *    FS-IMAGEN     COD-SCTA-5 (DEL CROSSWALK), NOMBRE,         *
      *                  SUCURSAL, ESTADO Y SUPERVISOR.  SI UN       *
      *                  CAMBIO SIN HISTORIA NO SE CONCILIO, QUEDA   *
      *                  LA IMAGEN ANTERIOR AL CAMBIO, PARA QUE SE   *
      *                  VUELVA A INFORMAR.                          *
      *    FS-FEC-FOTO / FS-HORA-FOTO  MOMENTO DE LA FOTO            *
      *                  (AAAA-MM-DD / HH.MM.SS), IGUAL EN TODOS LOS *
      *                  REGISTROS; LOS CAMBIOS DE LA HISTORIA       *
      *                  POSTERIORES A ESE MOMENTO SON LOS QUE        *
      *                  EXPLICAN LAS DIFERENCIAS DE LA CORRIDA       *
      *                  SIGUIENTE.                                  *
      *==============================================================*
       01  SCLFS031-REGISTRO.
           05  SCLFS031-COD-SCTA-9           PIC X(09).
           05  SCLFS031-IMAGEN.
               10  SCLFS031-COD-SCTA-5       PIC X(05).
               10  SCLFS031-NOM-SCTA         PIC X(40).
               10  SCLFS031-COD-SUCU         PIC X(04).
               10  SCLFS031-IND-ESTA-SCTA    PIC X(01).
               10  SCLFS031-COD-SCTA-SUPV    PIC X(09).
           05  SCLFS031-FEC-FOTO             PIC X(10).
           05  SCLFS031-HORA-FOTO            PIC X(08).
           05  FILLER                        PIC X(14).
      *==============================================================*
