************************************************************************
***   * 112106 26/10/15 RPAZ ASSI INTERFAZ CURSOR MOVIMIENTOS CLIENTE  *
************************************************************************
      *==============================================================*
      *  COPY    : SCLMV031  INTERFAZ DE SCLCS052 (CURSOR DE          *
      *            MOVIMIENTOS DE SCT.CLIENTE_SCTA_HIST)              *
      *--------------------------------------------------------------*
      *  MV-FUNCION : 'OPEN '  ABRE EL CURSOR                        *
      *               'FETCH'  TRAE LA SIGUIENTE FILA                *
      *               'CLOSE'  CIERRA EL CURSOR                      *
      *  MV-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  MV-ERROR   : 'S' EL FETCH TERMINO POR UN ERROR DURO DE DB2,  *
      *               NO POR FIN DE CURSOR; EL LLAMADOR NO DEBE      *
      *               TRATAR LA CORRIDA COMO COMPLETA.                *
      *  MV-FEC-DESDE / MV-FEC-HASTA (AAAA-MM-DD) SE INFORMAN EN EL  *
      *  'OPEN': EL CURSOR DEVUELVE LOS CAMBIOS CON FEC-CAMBIO >=    *
      *  DESDE Y < HASTA (HASTA EXCLUIDA), ORDENADOS POR CLIENTE Y   *
      *  FECHA/HORA DEL CAMBIO.                                       *
      *==============================================================*
       01  SCLMV031-INTERFAZ.
           05  SCLMV031-FUNCION          PIC X(05).
           05  SCLMV031-EOF              PIC X(01).
           05  SCLMV031-ERROR            PIC X(01).
           05  SCLMV031-FEC-DESDE        PIC X(10).
           05  SCLMV031-FEC-HASTA        PIC X(10).
           05  SCLMV031-NO-CLIENTE       PIC X(10).
           05  SCLMV031-COD-SCTA-ANT     PIC X(09).
           05  SCLMV031-COD-SCTA-NUE     PIC X(09).
           05  SCLMV031-FEC-CAMBIO       PIC X(10).
           05  SCLMV031-HORA-CAMBIO      PIC X(08).
           05  SCLMV031-PROCESO          PIC X(08).
           05  SCLMV031-USUARIO          PIC X(08).
      *==============================================================*
