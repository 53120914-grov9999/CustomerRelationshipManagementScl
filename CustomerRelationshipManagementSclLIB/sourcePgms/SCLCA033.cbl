      *                        EN EL COPY), INCLUIDO EL CASO SIN     *
      *                        COMMAREA ('97'), IGUAL QUE LAS OTRAS  *
      *                        TRANSACCIONES.                        *
      *  112104 26/10/15 RPAZ  SI EL SECTORISTA ESTA CUBIERTO HOY    *
      *                        POR OTRO ('01' DE SCLCS031) DEVUELVE  *
      *                        '01' CON CODIGO, NOMBRE Y FECHA HASTA *
      *                        DEL QUE CUBRE PARA EL ENCABEZADO DE   *
      *                        LA CARTERA.  COMMAREA PASA A 720; EL  *
      *                        DE 660 SE SIGUE ACEPTANDO Y RECIBE    *
      *                        '00' SIN LOS DATOS DEL QUE CUBRE.     *
      *==============================================================*
      *  TRANSACCION CICS QUE RECIBE EL COMMAREA SCLPF031, VALIDA    *
      *  EL CODIGO DE SECTORISTA CON SCLCS031 (LA MISMA LOGICA DE    *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCA033'.
       77  WS-COMMAREA-LEN             PIC S9(04) COMP VALUE +720.
       77  WS-COMMAREA-LEN-ANT         PIC S9(04) COMP VALUE +660.
       77  WS-SW-COMMAREA-ANT          PIC X(01) VALUE 'N'.
           88  WS-COMMAREA-ANT                 VALUE 'S'.
       77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
       77  WS-RESP-ED                  PIC 9(02) VALUE ZERO.
       77  WS-MAX-PAGINA               PIC 9(02) VALUE 10.
                   THRU 8100-GRABAR-AUDITORIA-SIN-COMMAREA-EXIT
           ELSE
               IF EIBCALEN NOT = WS-COMMAREA-LEN
                   AND EIBCALEN NOT = WS-COMMAREA-LEN-ANT
                   MOVE '97'         TO SCLPF031-CO-RETU-O
                   MOVE 'COMMAREA INVALIDA'
                                      TO SCLPF031-DE-ERROR-O
               ELSE
                   IF EIBCALEN = WS-COMMAREA-LEN-ANT
                       MOVE 'S'      TO WS-SW-COMMAREA-ANT
                   END-IF
                   PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
                   PERFORM 2000-RESOLVER-SECTORISTA
                       THRU 2000-RESOLVER-SECTORISTA-EXIT
                   IF SCLPF031-CO-RETU-O = '00' OR '01'
                       PERFORM 3000-ARMAR-PAGINA
                           THRU 3000-ARMAR-PAGINA-EXIT
                   END-IF
           GOBACK.
      *----------------------------------------------------------*
      *    1000-INICIALIZAR                                      *
      *    CON EL COMMAREA DE 660 SOLO SE LIMPIAN LOS 8 BYTES     *
      *    FINALES QUE ESE LAYOUT TENIA COMO FILLER-O.            *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE SPACES             TO SCLPF031-CO-RETU-CICS-O
           MOVE ZERO               TO SCLPF031-CT-CLIENTES-O
           MOVE 'N'                 TO SCLPF031-IN-MAS-O
           MOVE SPACES             TO SCLPF031-CLIENTE-SIGUE-O
           IF WS-COMMAREA-ANT
               MOVE SPACES         TO DFHCOMMAREA (653:8)
           ELSE
               MOVE SPACES         TO SCLPF031-CO-SCTA-CUBRE-O
               MOVE SPACES         TO SCLPF031-NO-SCTA-CUBRE-O
               MOVE SPACES         TO SCLPF031-FE-HASTA-CUBRE-O
               MOVE SPACES         TO SCLPF031-FILLER-O
           END-IF
           PERFORM 1100-LIMPIAR-CLIENTE THRU 1100-LIMPIAR-CLIENTE-EXIT
               VARYING WS-IDX-PAGINA FROM 1 BY 1
               UNTIL WS-IDX-PAGINA > WS-MAX-PAGINA
           EVALUATE SCLCA031-CO-RETU-O
               WHEN '00'
                   MOVE SCLPF031-CO-SCTA-I TO WS-RID-SCTA
               WHEN '01'
      *            CUBIERTO POR OTRO: LA CARTERA SIGUE SIENDO SUYA.
                   MOVE SCLPF031-CO-SCTA-I TO WS-RID-SCTA
                   IF WS-COMMAREA-ANT
                       MOVE '00'            TO SCLPF031-CO-RETU-O
                   ELSE
                       MOVE '01'            TO SCLPF031-CO-RETU-O
                       MOVE SCLCA031-DE-ERROR-O
                                            TO SCLPF031-DE-ERROR-O
                       MOVE SCLCA031-CO-SCTA-CUBRE-O
                                            TO SCLPF031-CO-SCTA-CUBRE-O
                       MOVE SCLCA031-NO-SCTA-CUBRE-O
                                            TO SCLPF031-NO-SCTA-CUBRE-O
                       MOVE SCLCA031-FE-HASTA-CUBRE-O
                                            TO SCLPF031-FE-HASTA-CUBRE-O
                   END-IF
               WHEN '21'
      *            INACTIVO: SE DEVUELVE LA CARTERA IGUAL.
                   MOVE SCLPF031-CO-SCTA-I TO WS-RID-SCTA
