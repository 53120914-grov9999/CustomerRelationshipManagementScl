************************************************************************
***   * 112109 26/10/15 RPAZ ASSI INTERFAZ CAMBIOS PROGRAMADOS         *
************************************************************************
      *==============================================================*
      *  COPY    : SCLSP031  INTERFAZ DE SCLCS055 (CAMBIOS DE         *
      *            SECTORISTA PROGRAMADOS, SCT.SCTA_PROGRAMADA)       *
      *--------------------------------------------------------------*
      *  SP-FUNCION : 'OPEN '  ABRE EL CURSOR DE PEDIDOS 'P' CON      *
      *               FECHA EFECTIVA HASTA SP-FEC-HOY + 7 DIAS        *
      *               (ORDENADOS POR FECHA EFECTIVA Y SECTORISTA)     *
      *               'FETCH'  TRAE EL SIGUIENTE PEDIDO               *
      *               'CLOSE'  CIERRA EL CURSOR                       *
      *               'RESOL'  RESUELVE EL PEDIDO IDENTIFICADO POR    *
      *               COD-SCTA-9 + FEC/HORA-SOLICITUD: LO PASA A      *
      *               SP-IND-ESTADO ('A' O 'R') CON SP-DE-RESULTADO,  *
      *               SP-USUARIO-RESUELVE Y CURRENT DATE/TIME COMO    *
      *               FECHA DE RESOLUCION.                            *
      *  SP-FEC-HOY : FECHA DE PROCESO AAAA-MM-DD (ENTRADA DE OPEN)   *
      *  SP-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  SP-ERROR   : 'S' EL FETCH O LA RESOLUCION TERMINO POR UN     *
      *               ERROR DURO DE DB2 (SQLCODE EN SP-SQLCODE); EL   *
      *               LLAMADOR NO DEBE TRATAR LA CORRIDA COMO         *
      *               COMPLETA.  UN 'RESOL' QUE NO ENCUENTRA EL       *
      *               PEDIDO EN 'P' TAMBIEN DEVUELVE 'S'.             *
      *==============================================================*
       01  SCLSP031-INTERFAZ.
           05  SCLSP031-FUNCION          PIC X(05).
           05  SCLSP031-EOF              PIC X(01).
           05  SCLSP031-ERROR            PIC X(01).
           05  SCLSP031-SQLCODE          PIC X(04).
           05  SCLSP031-FEC-HOY          PIC X(10).
           05  SCLSP031-COD-SCTA-9       PIC X(09).
           05  SCLSP031-FEC-EFECTIVA     PIC X(10).
           05  SCLSP031-FUNCION-PROG     PIC X(06).
           05  SCLSP031-NOM-SCTA         PIC X(40).
           05  SCLSP031-COD-SUCU         PIC X(04).
           05  SCLSP031-IND-ESTA-SCTA    PIC X(01).
           05  SCLSP031-COD-SCTA-SUPV    PIC X(09).
           05  SCLSP031-NOM-SCTA-ANT     PIC X(40).
           05  SCLSP031-COD-SUCU-ANT     PIC X(04).
           05  SCLSP031-IND-ESTA-ANT     PIC X(01).
           05  SCLSP031-COD-SCTA-SUPV-ANT PIC X(09).
           05  SCLSP031-USUARIO-SOLICITA PIC X(08).
           05  SCLSP031-FEC-SOLICITUD    PIC X(10).
           05  SCLSP031-HORA-SOLICITUD   PIC X(08).
           05  SCLSP031-IND-ESTADO       PIC X(01).
           05  SCLSP031-USUARIO-RESUELVE PIC X(08).
           05  SCLSP031-DE-RESULTADO     PIC X(30).
      *==============================================================*
