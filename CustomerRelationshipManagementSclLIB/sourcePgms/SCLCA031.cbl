      *  109812 26/02/21 RPAZ  ACORTA EL MENSAJE DE LONGITUD DE      *
      *                        COMMAREA INVALIDA, QUE SUPERABA LOS   *
      *                        20 BYTES DE DE-ERROR-O Y SE TRUNCABA. *
      *  112104 26/10/15 RPAZ  COMMAREA PASA A 180 BYTES (DATOS DEL  *
      *                        SECTORISTA QUE CUBRE, RETU-CODE '01').*
      *                        SIGUE ACEPTANDO EL DE 120: SE RESUELVE *
      *                        SOBRE UNA COPIA DE 180 Y SE DEVUELVE  *
      *                        '00' EN VEZ DE '01'.                  *
      *==============================================================*
      *  TRANSACCION CICS QUE RECIBE EL COMMAREA SCLCA031 Y VALIDA/  *
      *  CONSULTA UN CODIGO DE SECTORISTA CONTRA LA TABLA DB2.       *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCA031'.
       77  WS-COMMAREA-LEN             PIC S9(04) COMP VALUE +180.
       77  WS-COMMAREA-LEN-ANT         PIC S9(04) COMP VALUE +120.
       77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
       COPY SCLAU031.
      *----------------------------------------------------------*
      *    COPIA DE 180 BYTES PARA LOS LLAMADORES QUE TODAVIA     *
      *    ENVIAN EL COMMAREA DE 120 (SIN LOS DATOS DEL QUE       *
      *    CUBRE): SCLCS031 ESCRIBE HASTA EL BYTE 180.            *
      *----------------------------------------------------------*
       01  WS-CA031-ANT.
           05  WS-CA031-ANT-DATOS      PIC X(120).
           05  FILLER                  PIC X(60).
       01  WS-CA031-ANT-R REDEFINES WS-CA031-ANT.
           05  FILLER                  PIC X(20).
           05  WS-CA031-ANT-RETU       PIC X(02).
           05  FILLER                  PIC X(06).
           05  WS-CA031-ANT-ERROR      PIC X(20).
           05  FILLER                  PIC X(64).
           05  WS-CA031-ANT-CUBRE      PIC X(09).
           05  FILLER                  PIC X(59).
       LINKAGE SECTION.
           COPY SCLCA031 REPLACING SCLCA031-COMMAREA BY DFHCOMMAREA.
       PROCEDURE DIVISION.
               PERFORM 8100-GRABAR-AUDITORIA-SIN-COMMAREA
                   THRU 8100-GRABAR-AUDITORIA-SIN-COMMAREA-EXIT
           ELSE
               EVALUATE EIBCALEN
                   WHEN WS-COMMAREA-LEN
                       CALL 'SCLCS031' USING DFHCOMMAREA
                   WHEN WS-COMMAREA-LEN-ANT
                       PERFORM 2000-LLAMAR-COMMAREA-ANT
                           THRU 2000-LLAMAR-COMMAREA-ANT-EXIT
                   WHEN OTHER
                       MOVE '97'     TO SCLCA031-CO-RETU-O
                       MOVE 'COMMAREA INVALIDA'
                                      TO SCLCA031-DE-ERROR-O
               END-EVALUATE
               PERFORM 8000-GRABAR-AUDITORIA
                   THRU 8000-GRABAR-AUDITORIA-EXIT
           END-IF
           END-EXEC
           GOBACK.
      *----------------------------------------------------------*
      *    2000-LLAMAR-COMMAREA-ANT                               *
      *    COMMAREA DE 120 BYTES: SOLO SE DEVUELVEN LOS PRIMEROS  *
      *    120 Y LA COBERTURA ('01') SE INFORMA COMO '00', QUE ES *
      *    LO QUE ESOS LLAMADORES CONOCEN.  EL CODIGO DEL QUE     *
      *    CUBRE EMPIEZA EN EL BYTE 113 Y SE BLANQUEA PARA QUE    *
      *    NO QUEDE A MEDIAS EN LO QUE ERA FILLER-O.              *
      *----------------------------------------------------------*
       2000-LLAMAR-COMMAREA-ANT.
           MOVE SPACES               TO WS-CA031-ANT
           MOVE DFHCOMMAREA (1:120)  TO WS-CA031-ANT-DATOS
           CALL 'SCLCS031' USING WS-CA031-ANT
           IF WS-CA031-ANT-RETU = '01'
               MOVE '00'             TO WS-CA031-ANT-RETU
               MOVE SPACES           TO WS-CA031-ANT-ERROR
               MOVE SPACES           TO WS-CA031-ANT-CUBRE
           END-IF
           MOVE WS-CA031-ANT-DATOS   TO DFHCOMMAREA (1:120).
       2000-LLAMAR-COMMAREA-ANT-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-GRABAR-AUDITORIA                                  *
      *    DEJA CONSTANCIA DE TODA INVOCACION DE LA TRANSACCION,  *
      *    TANTO SI LA VALIDACION SALIO BIEN COMO SI FALLO.        *
