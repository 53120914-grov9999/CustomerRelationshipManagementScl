************************************************************************
***   * 112107 26/10/15 RPAZ ASSI EXTRACTO DIARIO DE NOTIFICACION A    *
***   *                     CLIENTES CON CAMBIO DE SECTORISTA          *
************************************************************************
      *==============================================================*
      *  COPY    : SCLNT031  NOTIFICACION DE CAMBIO DE SECTORISTA     *
      *  L.REG   : 250                                               *
      *  ARCHIVO : SCTNOTIF (SECUENCIAL, GDG)                        *
      *--------------------------------------------------------------*
      *  SCLCB028 GRABA UN REGISTRO POR CLIENTE CUYO SECTORISTA      *
      *  CAMBIO EN LA FECHA PROCESADA, SEGUN SCT.CLIENTE_SCTA_HIST,  *
      *  PARA QUE LA PASARELA DE CARTAS / E-MAIL AVISE AL CLIENTE.   *
      *  NO SE INCLUYEN LAS CONVERSIONES DE CODIGO DE 5 A 9 DIGITOS  *
      *  (MISMA PERSONA).  SI EL CLIENTE CAMBIO VARIAS VECES EN EL   *
      *  DIA, SCTA-ANT ES EL QUE TENIA AL EMPEZAR EL DIA Y SCTA-NUE  *
      *  EL ULTIMO; CT-CAMBIOS CUENTA LOS CAMBIOS DEL DIA.           *
      *    NT-PROCESO    PROGRAMA QUE GRABO EL ULTIMO CAMBIO.        *
      *    NT-COD-SUCU   SUCURSAL DEL NUEVO SECTORISTA (LA DEL       *
      *                  CLIENTE SI EL NUEVO NO ESTA EN EL           *
      *                  DIRECTORIO), CON NOMBRE Y REGION DE         *
      *                  SCT.SUCURSAL.                               *
      *  LOS NOMBRES QUE NO SE PUDIERON RESOLVER QUEDAN EN BLANCO.   *
      *==============================================================*
       01  SCLNT031-REGISTRO.
           05  SCLNT031-NO-CLIENTE           PIC X(10).
           05  SCLNT031-NOM-CLIENTE          PIC X(40).
           05  SCLNT031-COD-SCTA-ANT         PIC X(09).
           05  SCLNT031-NOM-SCTA-ANT         PIC X(40).
           05  SCLNT031-COD-SCTA-NUE         PIC X(09).
           05  SCLNT031-NOM-SCTA-NUE         PIC X(40).
           05  SCLNT031-COD-SUCU             PIC X(04).
           05  SCLNT031-NOM-SUCU             PIC X(30).
           05  SCLNT031-COD-REGION           PIC X(04).
           05  SCLNT031-PROCESO              PIC X(08).
           05  SCLNT031-FEC-CAMBIO           PIC X(10).
           05  SCLNT031-CT-CAMBIOS           PIC 9(02).
           05  FILLER                        PIC X(44).
      *==============================================================*
