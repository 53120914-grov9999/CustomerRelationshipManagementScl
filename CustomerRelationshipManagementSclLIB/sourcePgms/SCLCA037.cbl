       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCA037.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112102 26/10/15 RPAZ  CREACION - SOLICITUD DE REASIGNACION  *
      *                        DE UN CLIENTE A OTRO SECTORISTA DESDE *
      *                        CICS.  HASTA AHORA MOVER UN SOLO      *
      *                        CLIENTE EXIGIA ARMAR UN SCTTSEL Y     *
      *                        CORRER TODO SCLCB014, Y LOS GERENTES  *
      *                        LO PEDIAN POR CORREO.                 *
      *==============================================================*
      *  TRANSACCION CICS QUE RECIBE EL COMMAREA SCLMT034.  LEE EL   *
      *  CLIENTE DEL MAESTRO (ARCHIVO SCLCLIE, CLUSTER BASE DEL      *
      *  MAESTRO DE CLIENTES POR NO-CLIENTE, EL MISMO QUE RECARGA    *
      *  LA PROMOCION SCLCB021) Y DEJA SU NOMBRE, SUCURSAL Y         *
      *  SECTORISTA ACTUAL EN EL COMMAREA; LA AUTORIZACION, LA       *
      *  VALIDACION DEL DESTINO Y EL ENCOLADO EN SCT.REASIG_PEND     *
      *  VIVEN EN EL MODULO CALLED SCLCS044 (MISMO PATRON QUE        *
      *  SCLCA032/SCLCS034).  CADA INVOCACION DEJA UN REGISTRO EN    *
      *  SCLAUDIT4 (COPY SCLAU034), INCLUIDO EL CASO SIN COMMAREA.   *
      *  EL MAESTRO NO SE TOCA AQUI: LA REASIGNACION LA APLICA EL    *
      *  PROCESO NOCTURNO SCLCB022.                                  *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCA037'.
       77  WS-COMMAREA-LEN             PIC S9(04) COMP VALUE +180.
       77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
       77  WS-RESP-ED                  PIC 9(02) VALUE ZERO.
       COPY SCLCL001.
       COPY SCLAU034.
       LINKAGE SECTION.
           COPY SCLMT034 REPLACING SCLMT034-COMMAREA BY DFHCOMMAREA.
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
                   MOVE '97'         TO SCLMT034-CO-RETU-O
                   MOVE 'COMMAREA INVALIDA'
                                      TO SCLMT034-DE-ERROR-O
               ELSE
                   PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
                   PERFORM 2000-LEER-CLIENTE
                       THRU 2000-LEER-CLIENTE-EXIT
                   IF SCLMT034-CO-RETU-O = '00'
                       CALL 'SCLCS044' USING DFHCOMMAREA
                   END-IF
               END-IF
               PERFORM 8000-GRABAR-AUDITORIA
                   THRU 8000-GRABAR-AUDITORIA-EXIT
           END-IF
           EXEC CICS RETURN
           END-EXEC
           GOBACK.
      *----------------------------------------------------------*
      *    1000-INICIALIZAR                                      *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE SPACES             TO SCLMT034-CO-RETU-CICS-O
           MOVE SPACES             TO SCLMT034-CO-RETU-DB2-O
           MOVE SPACES             TO SCLMT034-DE-ERROR-O
           MOVE SPACES             TO SCLMT034-NOM-CLIENTE-O
           MOVE SPACES             TO SCLMT034-CO-SUCU-CLI-O
           MOVE SPACES             TO SCLMT034-CO-SCTA-ACTUAL-O
           MOVE SPACES             TO SCLMT034-NO-SCTA-O
           MOVE SPACES             TO SCLMT034-CO-SUCU-SCTA-O
           MOVE SPACES             TO SCLMT034-CO-RETU-SCTA-O
           MOVE SPACES             TO SCLMT034-FILLER-O
           MOVE '00'                TO SCLMT034-CO-RETU-O.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-LEER-CLIENTE                                      *
      *    EL CLIENTE SE LEE POR SU CLAVE EN EL CLUSTER BASE DEL  *
      *    MAESTRO.  LO QUE SE VALIDA ES EL MAESTRO PROMOVIDO:    *
      *    SI OTRO PROCESO LO CAMBIA ANTES DE LA APLICACION       *
      *    NOCTURNA, SCLCB022 RECHAZA LA SOLICITUD.                *
      *----------------------------------------------------------*
       2000-LEER-CLIENTE.
           IF SCLMT034-NO-CLIENTE-I = SPACES
               MOVE '10'               TO SCLMT034-CO-RETU-O
               MOVE 'CLIENTE EN BLANCO' TO SCLMT034-DE-ERROR-O
               GO TO 2000-LEER-CLIENTE-EXIT
           END-IF
           EXEC CICS READ
               FILE('SCLCLIE')
               INTO(SCLCL001-CLIENTE)
               RIDFLD(SCLMT034-NO-CLIENTE-I)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SCLCL001-NOM-CLIENTE
                                       TO SCLMT034-NOM-CLIENTE-O
                   MOVE SCLCL001-COD-SUCU-CLI
                                       TO SCLMT034-CO-SUCU-CLI-O
                   MOVE SCLCL001-CO-SCTA-CLI
                                       TO SCLMT034-CO-SCTA-ACTUAL-O
               WHEN DFHRESP(NOTFND)
                   MOVE '20'           TO SCLMT034-CO-RETU-O
                   MOVE 'CLIENTE NO EXISTE'
                                       TO SCLMT034-DE-ERROR-O
               WHEN OTHER
                   PERFORM 9000-ERROR-CICS THRU 9000-ERROR-CICS-EXIT
           END-EVALUATE.
       2000-LEER-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-GRABAR-AUDITORIA                                  *
      *    DEJA CONSTANCIA DE TODA INVOCACION DE LA TRANSACCION,  *
      *    TANTO SI LA SOLICITUD QUEDO ENCOLADA COMO SI NO.        *
      *----------------------------------------------------------*
       8000-GRABAR-AUDITORIA.
           MOVE SPACES                TO SCLAU034-REGISTRO
           MOVE EIBDATE                TO SCLAU034-FECHA
           MOVE EIBTIME                TO SCLAU034-HORA
           MOVE EIBTRMID               TO SCLAU034-TERM-ID
           MOVE EIBTASKN               TO SCLAU034-TASK-NO
           MOVE EIBUSERID              TO SCLAU034-USER-ID
           MOVE SCLMT034-CO-USUARIO-I  TO SCLAU034-CO-USUARIO-I
           MOVE SCLMT034-NO-CLIENTE-I  TO SCLAU034-NO-CLIENTE-I
           MOVE SCLMT034-CO-SCTA-I     TO SCLAU034-CO-SCTA-I
           MOVE SCLMT034-CO-RETU-O     TO SCLAU034-CO-RETU-O
           EXEC CICS WRITE
               FILE('SCLAUDIT4')
               FROM(SCLAU034-REGISTRO)
               RIDFLD(SCLAU034-CLAVE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY WS-PGM-ID ' - ERROR GRABANDO SCLAUDIT4, RESP='
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
           MOVE SPACES                TO SCLAU034-REGISTRO
           MOVE EIBDATE                TO SCLAU034-FECHA
           MOVE EIBTIME                TO SCLAU034-HORA
           MOVE EIBTRMID               TO SCLAU034-TERM-ID
           MOVE EIBTASKN               TO SCLAU034-TASK-NO
           MOVE EIBUSERID              TO SCLAU034-USER-ID
           MOVE SPACES                 TO SCLAU034-CO-USUARIO-I
           MOVE SPACES                 TO SCLAU034-NO-CLIENTE-I
           MOVE SPACES                 TO SCLAU034-CO-SCTA-I
           MOVE '97'                   TO SCLAU034-CO-RETU-O
           EXEC CICS WRITE
               FILE('SCLAUDIT4')
               FROM(SCLAU034-REGISTRO)
               RIDFLD(SCLAU034-CLAVE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY WS-PGM-ID ' - ERROR GRABANDO SCLAUDIT4, RESP='
                       WS-RESP
           END-IF.
       8100-GRABAR-AUDITORIA-SIN-COMMAREA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-CICS                                        *
      *----------------------------------------------------------*
      *    EL RESP SE PASA POR UN ITEM NUMERICO DISPLAY ANTES DE  *
      *    MOVERLO AL X(02), COMO EN SCLCA033.                     *
       9000-ERROR-CICS.
           MOVE '98'                TO SCLMT034-CO-RETU-O
           MOVE WS-RESP              TO WS-RESP-ED
           MOVE WS-RESP-ED           TO SCLMT034-CO-RETU-CICS-O
           MOVE 'ERROR CICS (VER CICS)'
                                     TO SCLMT034-DE-ERROR-O.
       9000-ERROR-CICS-EXIT.
           EXIT.
