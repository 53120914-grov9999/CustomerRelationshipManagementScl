       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCA038.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112104 26/10/15 RPAZ  CREACION - MANTENIMIENTO DE LAS       *
      *                        COBERTURAS TEMPORARIAS DE SECTORISTA  *
      *                        (VACACIONES, LICENCIA) DESDE CICS.    *
      *                        HASTA AHORA LA CARTERA DEL AUSENTE SE *
      *                        MOVIA CON SCLCB014 Y SE DEVOLVIA A    *
      *                        MANO AL VOLVER.                       *
      *==============================================================*
      *  TRANSACCION CICS QUE RECIBE EL COMMAREA SCLMT035.  LA       *
      *  AUTORIZACION, LAS VALIDACIONES Y EL ACCESO A               *
      *  SCT.COBERTURA VIVEN EN EL MODULO CALLED SCLCS047 (MISMO     *
      *  PATRON QUE SCLCA032/SCLCS034).  CADA INVOCACION DEJA UN     *
      *  REGISTRO EN SCLAUDIT5 (COPY SCLAU035), INCLUIDO EL CASO SIN *
      *  COMMAREA.  LA CARTERA NO SE MUEVE: MIENTRAS LA COBERTURA    *
      *  ESTA VIGENTE SCLCS031 DEVUELVE '01' CON EL QUE CUBRE.       *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCA038'.
       77  WS-COMMAREA-LEN             PIC S9(04) COMP VALUE +380.
       77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
       COPY SCLAU035.
       LINKAGE SECTION.
           COPY SCLMT035 REPLACING SCLMT035-COMMAREA BY DFHCOMMAREA.
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 8100-GRABAR-AUDITORIA-SIN-COMMAREA
                   THRU 8100-GRABAR-AUDITORIA-SIN-COMMAREA-EXIT
           ELSE
               IF EIBCALEN NOT = WS-COMMAREA-LEN
                   MOVE '97'         TO SCLMT035-CO-RETU-O
                   MOVE 'COMMAREA INVALIDA'
                                      TO SCLMT035-DE-ERROR-O
               ELSE
                   CALL 'SCLCS047' USING DFHCOMMAREA
               END-IF
               PERFORM 8000-GRABAR-AUDITORIA
                   THRU 8000-GRABAR-AUDITORIA-EXIT
           END-IF
           EXEC CICS RETURN
           END-EXEC
           GOBACK.
      *----------------------------------------------------------*
      *    8000-GRABAR-AUDITORIA                                  *
      *    DEJA CONSTANCIA DE TODA INVOCACION DE LA TRANSACCION,  *
      *    TANTO SI LA FUNCION SE CUMPLIO COMO SI NO.              *
      *----------------------------------------------------------*
       8000-GRABAR-AUDITORIA.
           MOVE SPACES                  TO SCLAU035-REGISTRO
           MOVE EIBDATE                  TO SCLAU035-FECHA
           MOVE EIBTIME                  TO SCLAU035-HORA
           MOVE EIBTRMID                 TO SCLAU035-TERM-ID
           MOVE EIBTASKN                 TO SCLAU035-TASK-NO
           MOVE EIBUSERID                TO SCLAU035-USER-ID
           MOVE SCLMT035-CO-USUARIO-I    TO SCLAU035-CO-USUARIO-I
           MOVE SCLMT035-FUNCION-I       TO SCLAU035-FUNCION-I
           MOVE SCLMT035-CO-SCTA-AUS-I   TO SCLAU035-CO-SCTA-AUS-I
           MOVE SCLMT035-CO-SCTA-CUBRE-I TO SCLAU035-CO-SCTA-CUBRE-I
           MOVE SCLMT035-FE-DESDE-I      TO SCLAU035-FE-DESDE-I
           MOVE SCLMT035-CO-RETU-O       TO SCLAU035-CO-RETU-O
           EXEC CICS WRITE
               FILE('SCLAUDIT5')
               FROM(SCLAU035-REGISTRO)
               RIDFLD(SCLAU035-CLAVE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY WS-PGM-ID ' - ERROR GRABANDO SCLAUDIT5, RESP='
                       WS-RESP
           END-IF.
       8000-GRABAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8100-GRABAR-AUDITORIA-SIN-COMMAREA                     *
      *    EIBCALEN = 0: NO HAY DFHCOMMAREA ADDRESSABLE, ASI QUE  *
      *    NO SE TOCA NINGUN CAMPO DEL COMMAREA, NI PARA LEER NI  *
      *    PARA DEVOLVER EL RETU-CODE.                             *
      *----------------------------------------------------------*
       8100-GRABAR-AUDITORIA-SIN-COMMAREA.
           MOVE SPACES                  TO SCLAU035-REGISTRO
           MOVE EIBDATE                  TO SCLAU035-FECHA
           MOVE EIBTIME                  TO SCLAU035-HORA
           MOVE EIBTRMID                 TO SCLAU035-TERM-ID
           MOVE EIBTASKN                 TO SCLAU035-TASK-NO
           MOVE EIBUSERID                TO SCLAU035-USER-ID
           MOVE '97'                     TO SCLAU035-CO-RETU-O
           EXEC CICS WRITE
               FILE('SCLAUDIT5')
               FROM(SCLAU035-REGISTRO)
               RIDFLD(SCLAU035-CLAVE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY WS-PGM-ID ' - ERROR GRABANDO SCLAUDIT5, RESP='
                       WS-RESP
           END-IF.
       8100-GRABAR-AUDITORIA-SIN-COMMAREA-EXIT.
           EXIT.
