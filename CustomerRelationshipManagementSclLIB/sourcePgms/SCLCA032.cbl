      *  109812 26/02/21 RPAZ  ACORTA EL MENSAJE DE LONGITUD DE      *
      *                        COMMAREA INVALIDA PARA SER CONSISTENTE*
      *                        CON SCLCA031 (MISMO TEXTO).           *
      *  112109 26/10/15 RPAZ  COMMAREA PASA A 240 BYTES (FECHA      *
      *                        EFECTIVA Y CAMBIO PROGRAMADO, CONSUL/ *
      *                        CANCEL).  SIGUE ACEPTANDO EL DE 120:  *
      *                        SE RESUELVE SOBRE UNA COPIA DE 240    *
      *                        SIN FECHA EFECTIVA (INMEDIATO).       *
      *==============================================================*
      *  TRANSACCION CICS QUE RECIBE EL COMMAREA SCLMT031 Y DA DE    *
      *  ALTA, CAMBIA O DA DE BAJA UN CODIGO DE SECTORISTA CONTRA LA *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCA032'.
       77  WS-COMMAREA-LEN             PIC S9(04) COMP VALUE +240.
       77  WS-COMMAREA-LEN-ANT         PIC S9(04) COMP VALUE +120.
       77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
       COPY SCLAU032.
      *----------------------------------------------------------*
      *    COPIA DE 240 BYTES PARA LOS LLAMADORES QUE TODAVIA     *
      *    ENVIAN EL COMMAREA DE 120 (SIN FECHA EFECTIVA):        *
      *    SCLCS034 ESCRIBE HASTA EL BYTE 240.                     *
      *----------------------------------------------------------*
       01  WS-MT031-ANT.
           05  WS-MT031-ANT-DATOS      PIC X(120).
           05  FILLER                  PIC X(120).
       LINKAGE SECTION.
           COPY SCLMT031 REPLACING SCLMT031-COMMAREA BY DFHCOMMAREA.
       PROCEDURE DIVISION.
               PERFORM 8100-GRABAR-AUDITORIA-SIN-COMMAREA
                   THRU 8100-GRABAR-AUDITORIA-SIN-COMMAREA-EXIT
           ELSE
               EVALUATE EIBCALEN
                   WHEN WS-COMMAREA-LEN
                       CALL 'SCLCS034' USING DFHCOMMAREA
                   WHEN WS-COMMAREA-LEN-ANT
                       PERFORM 2000-LLAMAR-COMMAREA-ANT
                           THRU 2000-LLAMAR-COMMAREA-ANT-EXIT
                   WHEN OTHER
                       MOVE '97'     TO SCLMT031-CO-RETU-O
                       MOVE 'COMMAREA INVALIDA'
                                      TO SCLMT031-DE-ERROR-O
               END-EVALUATE
               PERFORM 8000-GRABAR-AUDITORIA
                   THRU 8000-GRABAR-AUDITORIA-EXIT
           END-IF
           END-EXEC
           GOBACK.
      *----------------------------------------------------------*
      *    2000-LLAMAR-COMMAREA-ANT                               *
      *    COMMAREA DE 120 BYTES: LA FECHA EFECTIVA VA EN BLANCO  *
      *    (MANTENIMIENTO INMEDIATO, COMO HASTA AHORA) Y SOLO SE  *
      *    DEVUELVEN LOS PRIMEROS 120 BYTES.                       *
      *----------------------------------------------------------*
       2000-LLAMAR-COMMAREA-ANT.
           MOVE SPACES               TO WS-MT031-ANT
           MOVE DFHCOMMAREA (1:120)  TO WS-MT031-ANT-DATOS
           CALL 'SCLCS034' USING WS-MT031-ANT
           MOVE WS-MT031-ANT-DATOS   TO DFHCOMMAREA (1:120).
       2000-LLAMAR-COMMAREA-ANT-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-GRABAR-AUDITORIA                                  *
      *    DEJA CONSTANCIA DE TODA INVOCACION DE LA TRANSACCION,  *
      *    TANTO SI EL MANTENIMIENTO SALIO BIEN COMO SI FALLO.     *
