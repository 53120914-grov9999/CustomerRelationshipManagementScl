************************************************************************
***   * 112105 26/10/15 RPAZ ASSI INTERFAZ CURSOR USUARIOS AUTORIZADOS *
************************************************************************
      *==============================================================*
      *  COPY    : SCLUA031  INTERFAZ DE SCLCS049 (CURSOR DE LOS      *
      *            USUARIOS HABILITADOS EN SCT.SCTAUTH)               *
      *--------------------------------------------------------------*
      *  UA-FUNCION : 'OPEN '  ABRE EL CURSOR                        *
      *               'FETCH'  TRAE LA SIGUIENTE FILA                *
      *               'CLOSE'  CIERRA EL CURSOR                      *
      *  UA-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  UA-ERROR   : 'S' EL FETCH TERMINO POR UN ERROR DURO DE DB2,  *
      *               NO POR FIN DE CURSOR; EL LLAMADOR NO DEBE      *
      *               TRATAR LA CORRIDA COMO COMPLETA.                *
      *  EL CURSOR DEVUELVE LOS USUARIOS CON LA LLAVE GENERAL EN 'S' *
      *  (LOS REVOCADOS NO TIENEN DERECHOS QUE RECERTIFICAR),        *
      *  ORDENADOS POR CODIGO DE USUARIO.  COD-SCTA-9 ES EL          *
      *  SECTORISTA QUE ES EL PROPIO USUARIO (BLANCO SI NO LO ES).   *
      *==============================================================*
       01  SCLUA031-INTERFAZ.
           05  SCLUA031-FUNCION          PIC X(05).
           05  SCLUA031-EOF              PIC X(01).
           05  SCLUA031-ERROR            PIC X(01).
           05  SCLUA031-COD-USUARIO      PIC X(08).
           05  SCLUA031-IND-AUT-MANT     PIC X(01).
           05  SCLUA031-IND-AUT-BAJA     PIC X(01).
           05  SCLUA031-IND-AUT-ADMIN    PIC X(01).
           05  SCLUA031-IND-AUT-INTERSUC PIC X(01).
           05  SCLUA031-COD-SCTA-9       PIC X(09).
      *==============================================================*
