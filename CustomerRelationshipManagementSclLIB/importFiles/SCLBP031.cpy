************************************************************************
***   * 112103 26/10/15 RPAZ ASSI INTERFAZ CURSOR BAJAS PENDIENTES     *
************************************************************************
      *==============================================================*
      *  COPY    : SCLBP031  INTERFAZ DE SCLCS046 (CURSOR DE BAJAS    *
      *            DE SECTORISTA PENDIENTES EN SCT.BAJA_PEND)         *
      *--------------------------------------------------------------*
      *  BP-FUNCION : 'OPEN '  ABRE EL CURSOR                        *
      *               'FETCH'  TRAE LA SIGUIENTE FILA                *
      *               'CLOSE'  CIERRA EL CURSOR                      *
      *  BP-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  BP-ERROR   : 'S' EL FETCH TERMINO POR UN ERROR DURO DE DB2,  *
      *               NO POR FIN DE CURSOR; EL LLAMADOR NO DEBE      *
      *               TRATAR LA CORRIDA COMO COMPLETA.                *
      *  EL CURSOR DEVUELVE LAS SOLICITUDES EN ESTADO 'P' ORDENADAS  *
      *  POR CODIGO DE SECTORISTA.                                    *
      *==============================================================*
       01  SCLBP031-INTERFAZ.
           05  SCLBP031-FUNCION          PIC X(05).
           05  SCLBP031-EOF              PIC X(01).
           05  SCLBP031-ERROR            PIC X(01).
           05  SCLBP031-COD-SCTA-9       PIC X(09).
           05  SCLBP031-USUARIO-SOLICITA PIC X(08).
           05  SCLBP031-FEC-SOLICITUD    PIC X(10).
      *==============================================================*
