************************************************************************
***   * 112105 26/10/15 RPAZ ASSI ARCHIVO DE CONFIRMACION DE LA        *
***   *                     RECERTIFICACION DE ACCESOS (SCTAUTH)       *
************************************************************************
      *==============================================================*
      *  COPY    : SCLCF031  CONFIRMACION DE RECERTIFICACION          *
      *  L.REG   : 80                                                *
      *  ARCHIVO : SCTKCONF (SECUENCIAL, GDG)                        *
      *--------------------------------------------------------------*
      *  SCLCB025 GRABA UN REGISTRO POR USUARIO HABILITADO EN        *
      *  SCT.SCTAUTH CON LA DECISION EN BLANCO.  CADA GERENTE EDITA  *
      *  LOS REGISTROS DE SU GENTE Y COMPLETA:                       *
      *    CF-DECISION   'C' = CONSERVAR EL ACCESO                   *
      *                  'R' = REVOCAR EL ACCESO                     *
      *    CF-USUARIO-CONFIRMA / CF-FE-CONFIRMA (AAAAMMDD): QUIEN    *
      *                  DECIDIO Y CUANDO.                           *
      *  SCLCB026 LEE EL ARCHIVO EDITADO Y REVOCA VIA SCLCS040 LOS   *
      *  MARCADOS 'R' Y LOS QUE SIGAN SIN DECISION VALIDA UNA VEZ    *
      *  VENCIDO CF-FE-LIMITE (AAAAMMDD).                            *
      *  LOS DEMAS CAMPOS SON LA FOTO DEL MOMENTO DE LA              *
      *  RECERTIFICACION, PARA QUE EL GERENTE DECIDA CON ELLOS:      *
      *    CF-NIVELES    MANT/BAJA/ADMIN/INTERSUC ('S'/'N').         *
      *    CF-FE-ULT-ACTIV ULTIMA ACTIVIDAD EN LA AUDITORIA, EN      *
      *                  FORMATO 0CYYDDD (EL DE EIBDATE); CEROS SI   *
      *                  NO HAY ACTIVIDAD EN LOS ARCHIVOS.           *
      *    CF-IN-INACTIVO / CF-IN-CONFLICTO: 'S' SI EL USUARIO QUEDO *
      *                  MARCADO SIN ACTIVIDAD O CON ADMIN JUNTO A   *
      *                  MANT/BAJA.                                  *
      *    CF-CT-EQUIPO  BAJAS DE SU PROPIO EQUIPO QUE APROBO.       *
      *==============================================================*
       01  SCLCF031-REGISTRO.
           05  SCLCF031-COD-USUARIO          PIC X(08).
           05  SCLCF031-NIVELES.
               10  SCLCF031-IND-AUT-MANT     PIC X(01).
               10  SCLCF031-IND-AUT-BAJA     PIC X(01).
               10  SCLCF031-IND-AUT-ADMIN    PIC X(01).
               10  SCLCF031-IND-AUT-INTERSUC PIC X(01).
           05  SCLCF031-COD-SCTA-9           PIC X(09).
           05  SCLCF031-FE-ULT-ACTIV         PIC X(07).
           05  SCLCF031-IN-INACTIVO          PIC X(01).
           05  SCLCF031-IN-CONFLICTO         PIC X(01).
           05  SCLCF031-CT-EQUIPO            PIC 9(03).
           05  SCLCF031-FE-LIMITE            PIC X(08).
           05  SCLCF031-DECISION             PIC X(01).
               88  SCLCF031-CONSERVAR               VALUE 'C'.
               88  SCLCF031-REVOCAR                 VALUE 'R'.
           05  SCLCF031-USUARIO-CONFIRMA     PIC X(08).
           05  SCLCF031-FE-CONFIRMA          PIC X(08).
           05  FILLER                        PIC X(22).
      *==============================================================*
