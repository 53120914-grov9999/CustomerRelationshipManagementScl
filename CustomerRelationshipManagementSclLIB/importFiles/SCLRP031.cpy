************************************************************************
***   * 112102 26/10/15 RPAZ ASSI INTERFAZ COLA DE REASIGNACIONES      *
************************************************************************
      *==============================================================*
      *  COPY    : SCLRP031  INTERFAZ DE SCLCS045 (COLA DE            *
      *            SOLICITUDES DE REASIGNACION SCT.REASIG_PEND)       *
      *--------------------------------------------------------------*
      *  RP-FUNCION : 'OPEN '  ABRE EL CURSOR DE SOLICITUDES 'P' Y    *
      *               'M' (ORDENADAS POR CLIENTE Y FECHA/HORA)        *
      *               'FETCH'  TRAE LA SIGUIENTE SOLICITUD            *
      *               'CLOSE'  CIERRA EL CURSOR                       *
      *               'RESOL'  RESUELVE LA SOLICITUD IDENTIFICADA     *
      *               POR NO-CLIENTE + FEC/HORA-SOLICITUD: LA PASA    *
      *               A RP-IND-ESTADO ('M', 'A' O 'R') CON            *
      *               RP-DE-RESULTADO Y CURRENT DATE/TIME COMO FECHA  *
      *               DE RESOLUCION.                                  *
      *  RP-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  RP-ERROR   : 'S' EL FETCH O LA RESOLUCION TERMINO POR UN     *
      *               ERROR DURO DE DB2 (SQLCODE EN RP-SQLCODE); EL   *
      *               LLAMADOR NO DEBE TRATAR LA CORRIDA COMO         *
      *               COMPLETA.  UN 'RESOL' QUE NO ENCUENTRA LA       *
      *               SOLICITUD EN 'P' NI EN 'M' TAMBIEN DEVUELVE     *
      *               'S'.                                            *
      *==============================================================*
       01  SCLRP031-INTERFAZ.
           05  SCLRP031-FUNCION          PIC X(05).
           05  SCLRP031-EOF              PIC X(01).
           05  SCLRP031-ERROR            PIC X(01).
           05  SCLRP031-SQLCODE          PIC X(04).
           05  SCLRP031-NO-CLIENTE       PIC X(10).
           05  SCLRP031-COD-SCTA-ANT     PIC X(09).
           05  SCLRP031-COD-SCTA-NUE     PIC X(09).
           05  SCLRP031-COD-SUCU-CLI     PIC X(04).
           05  SCLRP031-COD-SUCU-SCTA    PIC X(04).
           05  SCLRP031-USUARIO-SOLICITA PIC X(08).
           05  SCLRP031-FEC-SOLICITUD    PIC X(10).
           05  SCLRP031-HORA-SOLICITUD   PIC X(08).
           05  SCLRP031-IND-ESTADO       PIC X(01).
           05  SCLRP031-DE-RESULTADO     PIC X(30).
      *==============================================================*
