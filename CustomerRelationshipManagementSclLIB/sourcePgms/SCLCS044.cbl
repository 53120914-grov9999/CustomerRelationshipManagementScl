       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS044.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112102 26/10/15 RPAZ  CREACION - VALIDACION Y ENCOLADO DE   *
      *                        LA SOLICITUD DE REASIGNACION DE UN    *
      *                        CLIENTE EN SCT.REASIG_PEND.           *
      *  112104 26/10/15 RPAZ  UN DESTINO CUBIERTO POR OTRO ('01' DE *
      *                        SCLCS031) SE ACEPTA COMO ACTIVO; EL   *
      *                        '01' QUEDA EN CO-RETU-SCTA-O COMO     *
      *                        AVISO PARA LA PANTALLA.               *
      *==============================================================*
      *  ESTE MODULO CONTIENE LA UNICA LOGICA DE ENCOLADO DE          *
      *  REASIGNACIONES.  ES INVOCADO POR CALL DESDE SCLCA037, QUE    *
      *  YA LEYO EL CLIENTE Y DEJO EN EL COMMAREA SU SUCURSAL Y SU    *
      *  SECTORISTA ACTUAL (ESOS CAMPOS DE SALIDA NO SE LIMPIAN       *
      *  AQUI).  EL SOLICITANTE NECESITA IND_AUTORIZA E IND_AUT_MANT; *
      *  EL DESTINO SE VALIDA CON SCLCS031 Y DEBE ESTAR ACTIVO, Y SI  *
      *  ES DE OTRA SUCURSAL QUE EL CLIENTE HACE FALTA ADEMAS         *
      *  IND_AUT_INTERSUC.  NO SE ADMITE UNA SEGUNDA SOLICITUD        *
      *  PENDIENTE PARA EL MISMO CLIENTE.                             *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS044'.
      *----------------------------------------------------------*
      *    AREA DE TRABAJO PARA EL ACCESO A LAS TABLAS DB2         *
      *----------------------------------------------------------*
       COPY SCLTB032.
       COPY SCLTB037.
       COPY SCLCA031.
       01  WS-SQLCODE-ED               PIC -999.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLMT034.
       PROCEDURE DIVISION USING SCLMT034-COMMAREA.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           PERFORM 2000-VALIDAR-ENTRADA THRU 2000-VALIDAR-ENTRADA-EXIT
           IF SCLMT034-CO-RETU-O = '00'
               PERFORM 3000-VALIDAR-AUTORIZACION
                   THRU 3000-VALIDAR-AUTORIZACION-EXIT
           END-IF
           IF SCLMT034-CO-RETU-O = '00'
               PERFORM 4000-VALIDAR-DESTINO
                   THRU 4000-VALIDAR-DESTINO-EXIT
           END-IF
           IF SCLMT034-CO-RETU-O = '00'
               PERFORM 5000-VERIFICAR-PENDIENTE
                   THRU 5000-VERIFICAR-PENDIENTE-EXIT
           END-IF
           IF SCLMT034-CO-RETU-O = '00'
               PERFORM 6000-ENCOLAR-SOLICITUD
                   THRU 6000-ENCOLAR-SOLICITUD-EXIT
           END-IF
           GOBACK.
      *----------------------------------------------------------*
      *    1000-INICIALIZAR                                      *
      *----------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE SPACES             TO SCLMT034-CO-RETU-CICS-O
           MOVE SPACES             TO SCLMT034-CO-RETU-DB2-O
           MOVE SPACES             TO SCLMT034-DE-ERROR-O
           MOVE SPACES             TO SCLMT034-NO-SCTA-O
           MOVE SPACES             TO SCLMT034-CO-SUCU-SCTA-O
           MOVE SPACES             TO SCLMT034-CO-RETU-SCTA-O
           MOVE '00'                TO SCLMT034-CO-RETU-O.
       1000-INICIALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-VALIDAR-ENTRADA                                  *
      *    EL DESTINO VIAJA A LA COLA Y AL MAESTRO TAL CUAL, ASI  *
      *    QUE SE EXIGE EL CODIGO DE 9 DIGITOS (MISMA PRUEBA DE   *
      *    5 DIGITOS QUE SCLCS031).                                *
      *----------------------------------------------------------*
       2000-VALIDAR-ENTRADA.
           IF SCLMT034-CO-SCTA-I = SPACES
               MOVE '10'            TO SCLMT034-CO-RETU-O
               MOVE 'SECTORISTA ERRADO (SPACES)'
                                     TO SCLMT034-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT034-CO-SCTA-I (6:4) = SPACES
               MOVE '10'            TO SCLMT034-CO-RETU-O
               MOVE 'INGRESE CODIGO DE 9 DIGITOS'
                                     TO SCLMT034-DE-ERROR-O
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT034-CO-USUARIO-I = SPACES
               MOVE '10'            TO SCLMT034-CO-RETU-O
               MOVE 'SOLICITANTE EN BLANCO'
                                     TO SCLMT034-DE-ERROR-O
           END-IF.
       2000-VALIDAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-VALIDAR-AUTORIZACION                              *
      *    REASIGNAR CARTERA ES MANTENIMIENTO: HACE FALTA LA      *
      *    LLAVE GENERAL Y EL DERECHO DE MANTENIMIENTO.  EL       *
      *    DERECHO INTERSUCURSAL SE GUARDA PARA 4000.              *
      *----------------------------------------------------------*
       3000-VALIDAR-AUTORIZACION.
           EXEC SQL
               SELECT IND_AUTORIZA, IND_AUT_MANT, IND_AUT_INTERSUC
                 INTO :SCLTB032-IND-AUTORIZA,
                      :SCLTB032-IND-AUT-MANT,
                      :SCLTB032-IND-AUT-INTERSUC
                 FROM SCT.SCTAUTH
                WHERE COD_USUARIO = :SCLMT034-CO-USUARIO-I
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF NOT SCLTB032-USUARIO-AUTORIZADO
                       OR NOT SCLTB032-PUEDE-MANT
                       MOVE '40'    TO SCLMT034-CO-RETU-O
                       MOVE 'SOLICITANTE NO AUTORIZADO'
                                    TO SCLMT034-DE-ERROR-O
                   END-IF
               WHEN 100
                   MOVE '40'        TO SCLMT034-CO-RETU-O
                   MOVE 'SOLICITANTE NO AUTORIZADO'
                                    TO SCLMT034-DE-ERROR-O
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       3000-VALIDAR-AUTORIZACION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-VALIDAR-DESTINO                                   *
      *    EL DESTINO SE VALIDA CON LA MISMA LOGICA QUE LA        *
      *    CONSULTA ONLINE (SCLCS031).  SU NOMBRE Y SUCURSAL      *
      *    VUELVEN EN EL COMMAREA AUNQUE SE RECHACE.               *
      *----------------------------------------------------------*
       4000-VALIDAR-DESTINO.
           IF SCLMT034-CO-SCTA-I = SCLMT034-CO-SCTA-ACTUAL-O
               MOVE '31'            TO SCLMT034-CO-RETU-O
               MOVE 'YA ES EL SECTORISTA ACTUAL'
                                     TO SCLMT034-DE-ERROR-O
               GO TO 4000-VALIDAR-DESTINO-EXIT
           END-IF
           MOVE SPACES              TO SCLCA031-COMMAREA
           MOVE SCLMT034-CO-SCTA-I  TO SCLCA031-CO-SCTA-I
           CALL 'SCLCS031' USING SCLCA031-COMMAREA
           MOVE SCLCA031-CO-RETU-O  TO SCLMT034-CO-RETU-SCTA-O
           MOVE SCLCA031-NO-SCTA-O  TO SCLMT034-NO-SCTA-O
           MOVE SCLCA031-CO-SUCU-O  TO SCLMT034-CO-SUCU-SCTA-O
           EVALUATE SCLCA031-CO-RETU-O
               WHEN '00'
               WHEN '01'
                   CONTINUE
               WHEN '99'
                   MOVE '99'        TO SCLMT034-CO-RETU-O
                   MOVE SCLCA031-CO-RETU-DB2-O
                                    TO SCLMT034-CO-RETU-DB2-O
                   MOVE 'ERROR EN DB2 (VER CO-RETU-DB2)'
                                    TO SCLMT034-DE-ERROR-O
               WHEN OTHER
                   MOVE '30'        TO SCLMT034-CO-RETU-O
                   MOVE 'SECTORISTA DESTINO NO VALIDO'
                                    TO SCLMT034-DE-ERROR-O
           END-EVALUATE
           IF SCLMT034-CO-RETU-O NOT = '00'
               GO TO 4000-VALIDAR-DESTINO-EXIT
           END-IF
           IF SCLCA031-CO-SUCU-O NOT = SCLMT034-CO-SUCU-CLI-O
               AND NOT SCLTB032-PUEDE-INTERSUC
               MOVE '35'            TO SCLMT034-CO-RETU-O
               MOVE 'DESTINO DE OTRA SUCURSAL'
                                     TO SCLMT034-DE-ERROR-O
           END-IF.
       4000-VALIDAR-DESTINO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-VERIFICAR-PENDIENTE                               *
      *    UNA SOLA SOLICITUD ABIERTA POR CLIENTE ('P', O 'M'     *
      *    ESPERANDO LA PROMOCION): LA SEGUNDA SE RECHAZA EN VEZ  *
      *    DE DEJAR QUE LA NOCHE ELIJA ENTRE DOS.                  *
      *----------------------------------------------------------*
       5000-VERIFICAR-PENDIENTE.
           EXEC SQL
               SELECT USUARIO_SOLICITA
                 INTO :SCLTB037-USUARIO-SOLICITA
                 FROM SCT.REASIG_PEND
                WHERE NO_CLIENTE = :SCLMT034-NO-CLIENTE-I
                  AND IND_ESTADO IN ('P', 'M')
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE '50'        TO SCLMT034-CO-RETU-O
                   MOVE 'YA TIENE SOLICITUD PENDIENTE'
                                    TO SCLMT034-DE-ERROR-O
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       5000-VERIFICAR-PENDIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-ENCOLAR-SOLICITUD                                 *
      *    SE GUARDA LA FOTO DE LO VALIDADO (SECTORISTA Y         *
      *    SUCURSAL DEL CLIENTE, SUCURSAL DEL DESTINO) PARA QUE   *
      *    SCLCB022 RECHACE LA SOLICITUD SI ALGO DE ESO CAMBIA    *
      *    ANTES DE APLICARLA.                                     *
      *----------------------------------------------------------*
       6000-ENCOLAR-SOLICITUD.
           MOVE SCLMT034-NO-CLIENTE-I     TO SCLTB037-NO-CLIENTE
           MOVE SCLMT034-CO-SCTA-ACTUAL-O TO SCLTB037-COD-SCTA-ANT
           MOVE SCLMT034-CO-SCTA-I        TO SCLTB037-COD-SCTA-NUE
           MOVE SCLMT034-CO-SUCU-CLI-O    TO SCLTB037-COD-SUCU-CLI
           MOVE SCLMT034-CO-SUCU-SCTA-O   TO SCLTB037-COD-SUCU-SCTA
           MOVE SCLMT034-CO-USUARIO-I     TO SCLTB037-USUARIO-SOLICITA
           MOVE 'P'                       TO SCLTB037-IND-ESTADO
           EXEC SQL
               INSERT INTO SCT.REASIG_PEND
                      (NO_CLIENTE, COD_SCTA_ANT, COD_SCTA_NUE,
                       COD_SUCU_CLI, COD_SUCU_SCTA,
                       USUARIO_SOLICITA, FEC_SOLICITUD,
                       HORA_SOLICITUD, IND_ESTADO)
               VALUES (:SCLTB037-NO-CLIENTE,
                       :SCLTB037-COD-SCTA-ANT,
                       :SCLTB037-COD-SCTA-NUE,
                       :SCLTB037-COD-SUCU-CLI,
                       :SCLTB037-COD-SUCU-SCTA,
                       :SCLTB037-USUARIO-SOLICITA,
                       CURRENT DATE, CURRENT TIME,
                       :SCLTB037-IND-ESTADO)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-IF.
       6000-ENCOLAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE '99'                TO SCLMT034-CO-RETU-O
           MOVE SQLCODE              TO WS-SQLCODE-ED
           MOVE WS-SQLCODE-ED        TO SCLMT034-CO-RETU-DB2-O
           MOVE 'ERROR EN DB2 (VER CO-RETU-DB2)'
                                     TO SCLMT034-DE-ERROR-O.
       9000-ERROR-DB2-EXIT.
           EXIT.
