************************************************************************
***   * 112108 26/10/15 RPAZ ASSI INTERFAZ CURSOR ULTIMO CAMBIO DE     *
***   *                     SECTORISTA POR CLIENTE                     *
************************************************************************
      *==============================================================*
      *  COPY    : SCLUC031  INTERFAZ DE SCLCS053 (CURSOR DEL ULTIMO  *
      *            CAMBIO DE CADA CLIENTE EN CLIENTE_SCTA_HIST)       *
      *--------------------------------------------------------------*
      *  UC-FUNCION : 'OPEN '  ABRE EL CURSOR                        *
      *               'FETCH'  TRAE LA SIGUIENTE FILA                *
      *               'CLOSE'  CIERRA EL CURSOR                      *
      *  UC-EOF     : 'S' NO HAY MAS FILAS (FIN DE CURSOR)            *
      *  UC-ERROR   : 'S' EL FETCH TERMINO POR UN ERROR DURO DE DB2,  *
      *               NO POR FIN DE CURSOR; EL LLAMADOR NO DEBE      *
      *               TRATAR LA CORRIDA COMO COMPLETA.                *
      *  EL CURSOR DEVUELVE, PARA CADA CLIENTE CON HISTORIA, LA FILA *
      *  DE MAYOR FECHA/HORA DE CAMBIO, ORDENADAS POR CLIENTE.  DOS  *
      *  FILAS DEL MISMO CLIENTE CON LA MISMA FECHA/HORA SALEN LAS   *
      *  DOS: EL LLAMADOR TOMA LA PRIMERA.                           *
      *==============================================================*
       01  SCLUC031-INTERFAZ.
           05  SCLUC031-FUNCION          PIC X(05).
           05  SCLUC031-EOF              PIC X(01).
           05  SCLUC031-ERROR            PIC X(01).
           05  SCLUC031-NO-CLIENTE       PIC X(10).
           05  SCLUC031-COD-SCTA-NUE     PIC X(09).
           05  SCLUC031-FEC-CAMBIO       PIC X(10).
           05  SCLUC031-HORA-CAMBIO      PIC X(08).
           05  SCLUC031-PROCESO          PIC X(08).
      *==============================================================*
