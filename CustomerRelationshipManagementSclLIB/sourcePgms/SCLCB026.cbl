       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB026.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112105 26/10/15 RPAZ  CREACION - REVOCACIONES DE LA         *
      *                        RECERTIFICACION DE ACCESOS: LEE EL    *
      *                        ARCHIVO DE CONFIRMACION DE SCLCB025   *
      *                        YA EDITADO POR LOS GERENTES Y REVOCA  *
      *                        VIA SCLCS040 A LOS MARCADOS 'R' Y A   *
      *                        LOS SIN DECISION CON LA FECHA LIMITE  *
      *                        VENCIDA, DEJANDO CADA REVOCACION EN   *
      *                        SCLAUDIT3.                            *
      *==============================================================*
      *  ENTRADA  : SCTKCONF - CONFIRMACION EDITADA (COPY SCLCF031). *
      *             SCTVPARM - POSICIONES 1-8 USUARIO ADMIN QUE      *
      *                        EJECUTA LAS REVOCACIONES (DEBE TENER  *
      *                        IND_AUT_ADMIN EN SCT.SCTAUTH).        *
      *  SALIDA   : SCT.SCTAUTH VIA SCLCS040 (FUNCION 'BAJA').       *
      *             SCLAUDI3 - KSDS SCLAUDIT3 (COPY SCLAU033), UN    *
      *                        REGISTRO POR CADA LLAMADA A SCLCS040, *
      *                        IGUAL QUE LOS QUE GRABA SCLCA035, CON *
      *                        TERM-ID 'BTCH' Y USER-ID 'SCLCB026'.  *
      *             SCTVRPT  - REPORTE DE LO DECIDIDO POR USUARIO.   *
      *--------------------------------------------------------------*
      *  POR CADA REGISTRO DE CONFIRMACION:                          *
      *    'C'                       - SE CONSERVA, NO SE TOCA.      *
      *    'R'                       - SE REVOCA.                    *
      *    OTRO VALOR, VENCIDO       - SE REVOCA POR FALTA DE        *
      *      (HOY > FE-LIMITE)         CONFIRMACION.                 *
      *    OTRO VALOR, EN TERMINO    - QUEDA PENDIENTE.              *
      *  UN RECHAZO DE SCLCS040 (POR EJEMPLO '50', EL ADMIN DEL      *
      *  PARAMETRO NO PUEDE REVOCARSE A SI MISMO) SE INFORMA Y DA    *
      *  RC=4.  '40' (EL USUARIO DEL PARAMETRO NO ES ADMIN) O '99'   *
      *  (DB2) ABORTAN CON RC=16.  VOLVER A CORRER CON EL MISMO      *
      *  ARCHIVO REPITE LA BAJA (YA REVOCADO QUEDA IGUAL) Y LA       *
      *  AUDITA DE NUEVO.                                            *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONF-FILE        ASSIGN TO SCTKCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONF.
           SELECT PARM-FILE        ASSIGN TO SCTVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT AUDIT3-FILE      ASSIGN TO SCLAUDI3
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU3-CLAVE
               FILE STATUS IS WS-FS-AUDIT3.
           SELECT REPORTE-FILE     ASSIGN TO SCTVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  CONF-FILE
           RECORDING MODE IS F.
       01  FD-CONF-REG                PIC X(80).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REG.
           05  FD-PARM-USUARIO            PIC X(08).
           05  FILLER                     PIC X(72).
       FD  AUDIT3-FILE.
       01  AU3-REGISTRO.
           05  AU3-CLAVE               PIC X(28).
           05  FILLER                  PIC X(37).
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB026'.
       77  WS-FS-CONF                  PIC X(02) VALUE SPACES.
       77  WS-FS-PARM                  PIC X(02) VALUE SPACES.
       77  WS-FS-AUDIT3                PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE               PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-FIN-ARCHIVO                  VALUE 'S'.
       77  WS-USUARIO-ADMIN             PIC X(08) VALUE SPACES.
       77  WS-CT-LEIDOS                 PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CONSERVADOS            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-REV-DECISION           PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-REV-VENCIDO            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-REVOCADOS              PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-PENDIENTES             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-RECHAZADOS             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-INVALIDOS              PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-INTENTOS               PIC 9(03) COMP-3 VALUE ZERO.
       77  WS-MOTIVO                    PIC X(01) VALUE SPACES.
           88  WS-MOTIVO-DECISION              VALUE 'R'.
           88  WS-MOTIVO-VENCIDO               VALUE 'V'.
       COPY SCLCF031.
       COPY SCLMT032.
       COPY SCLAU033.
      *----------------------------------------------------------*
      *    FECHAS DE HOY: AAAAMMDD PARA COMPARAR CON LA FECHA     *
      *    LIMITE Y 0CYYDDD/0HHMMSS PARA LA CLAVE DE AUDITORIA    *
      *    (EL FORMATO EN QUE EIBDATE/EIBTIME QUEDAN EN SCLCA035).*
      *----------------------------------------------------------*
       77  WS-FECHA-HOY-AAAAMMDD        PIC X(08) VALUE SPACES.
       01  WS-FECHA-HOY-JUL.
           05  WS-HOY-AAAA              PIC 9(04).
           05  WS-HOY-DDD               PIC 9(03).
       77  WS-AUD-FECHA                 PIC 9(07) VALUE ZERO.
       01  WS-HORA-ACTUAL.
           05  WS-HORA-ACT-HHMMSS       PIC 9(06).
           05  WS-HORA-ACT-CC           PIC 9(02).
       77  WS-AUD-HORA                  PIC 9(07) VALUE ZERO.
       77  WS-AUD-TASK-NO               PIC 9(08) VALUE ZERO.
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(50) VALUE
               'REVOCACIONES DE LA RECERTIFICACION - SCLCB026'.
       01  WS-LINEA-PARAMETROS.
           05  FILLER              PIC X(24) VALUE
               'ADMIN QUE REVOCA       :'.
           05  PAR-USUARIO         PIC X(08).
           05  FILLER              PIC X(20) VALUE
               '   FECHA DE HOY   : '.
           05  PAR-FECHA-HOY       PIC X(08).
       01  WS-LINEA-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'USUARIO'.
           05  FILLER PIC X(04) VALUE 'DEC'.
           05  FILLER PIC X(10) VALUE 'CONFIRMO'.
           05  FILLER PIC X(10) VALUE 'LIMITE'.
           05  FILLER PIC X(27) VALUE 'RESULTADO'.
           05  FILLER PIC X(06) VALUE 'RETU'.
           05  FILLER PIC X(07) VALUE 'DETALLE'.
       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-USUARIO         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-DECISION        PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DET-CONFIRMA        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-LIMITE          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-RESULTADO       PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-RETU            PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DET-DETALLE         PIC X(30).
       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-TEXTO           PIC X(40).
           05  TOT-CANTIDAD        PIC ZZZZZZ9.
       COPY SCLRC031.
       01  WS-HORA-INICIO.
           05  WS-HORA-INI-HHMMSS       PIC X(06).
           05  FILLER                   PIC X(02).
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT
           PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
               UNTIL WS-FIN-ARCHIVO
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WS-FECHA-HOY-JUL FROM DAY YYYYDDD
           COMPUTE WS-AUD-FECHA =
               (WS-HOY-AAAA - 1900) * 1000 + WS-HOY-DDD
           MOVE WS-HORA-INICIO      TO WS-AUD-TASK-NO
           PERFORM 1100-LEER-PARAMETRO THRU 1100-LEER-PARAMETRO-EXIT
           OPEN INPUT CONF-FILE
           IF WS-FS-CONF NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTKCONF '
                       WS-FS-CONF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AUDIT3-FILE
           IF WS-FS-AUDIT3 NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCLAUDIT3 '
                       WS-FS-AUDIT3
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTVRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LINEA-TITULO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-USUARIO-ADMIN    TO PAR-USUARIO
           MOVE WS-FECHA-HOY-AAAAMMDD TO PAR-FECHA-HOY
           MOVE WS-LINEA-PARAMETROS TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 1200-LEER-CONFIRMACION
               THRU 1200-LEER-CONFIRMACION-EXIT.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1100-LEER-PARAMETRO                                   *
      *    EL USUARIO ADMIN ES OBLIGATORIO: SCLCS040 LO VALIDA    *
      *    Y QUEDA EN LA AUDITORIA COMO SOLICITANTE.               *
      *----------------------------------------------------------*
       1100-LEER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = '00'
               DISPLAY WS-PGM-ID ' - ABEND, SCTVPARM AUSENTE, FALTA '
                       'EL USUARIO ADMIN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   MOVE SPACES TO FD-PARM-REG
           END-READ
           CLOSE PARM-FILE
           IF FD-PARM-USUARIO = SPACES
               DISPLAY WS-PGM-ID ' - ABEND, USUARIO ADMIN EN BLANCO '
                       'EN SCTVPARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FD-PARM-USUARIO TO WS-USUARIO-ADMIN.
       1100-LEER-PARAMETRO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1200-LEER-CONFIRMACION                                 *
      *----------------------------------------------------------*
       1200-LEER-CONFIRMACION.
           READ CONF-FILE INTO SCLCF031-REGISTRO
               AT END
                   MOVE 'S' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CT-LEIDOS
           END-READ.
       1200-LEER-CONFIRMACION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-PROCESAR                                          *
      *    DECIDE POR CADA USUARIO SEGUN LA DECISION DEL GERENTE  *
      *    Y LA FECHA LIMITE.                                      *
      *----------------------------------------------------------*
       2000-PROCESAR.
           MOVE SPACES                  TO WS-LINEA-DETALLE
           MOVE SCLCF031-COD-USUARIO     TO DET-USUARIO
           MOVE SCLCF031-DECISION        TO DET-DECISION
           MOVE SCLCF031-USUARIO-CONFIRMA TO DET-CONFIRMA
           MOVE SCLCF031-FE-LIMITE       TO DET-LIMITE
           MOVE SPACES                  TO WS-MOTIVO
           EVALUATE TRUE
               WHEN SCLCF031-CONSERVAR
                   ADD 1 TO WS-CT-CONSERVADOS
                   MOVE 'CONSERVADO'     TO DET-RESULTADO
               WHEN SCLCF031-REVOCAR
                   MOVE 'R'              TO WS-MOTIVO
               WHEN OTHER
                   IF SCLCF031-DECISION NOT = SPACE
                       ADD 1 TO WS-CT-INVALIDOS
                       MOVE 'DECISION INVALIDA (NO C/R)'
                                         TO DET-DETALLE
                   END-IF
                   IF SCLCF031-FE-LIMITE IS NOT NUMERIC
                       ADD 1 TO WS-CT-PENDIENTES
                       MOVE 'PENDIENTE'  TO DET-RESULTADO
                       MOVE 'FECHA LIMITE INVALIDA'
                                         TO DET-DETALLE
                   ELSE
                       IF WS-FECHA-HOY-AAAAMMDD > SCLCF031-FE-LIMITE
                           MOVE 'V'      TO WS-MOTIVO
                       ELSE
                           ADD 1 TO WS-CT-PENDIENTES
                           MOVE 'PENDIENTE'
                                         TO DET-RESULTADO
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACE
               PERFORM 3000-REVOCAR THRU 3000-REVOCAR-EXIT
           END-IF
           MOVE WS-LINEA-DETALLE    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 1200-LEER-CONFIRMACION
               THRU 1200-LEER-CONFIRMACION-EXIT.
       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-REVOCAR                                           *
      *    BAJA DEL USUARIO VIA SCLCS040, CON EL ADMIN DEL        *
      *    PARAMETRO COMO SOLICITANTE, Y SU REGISTRO EN SCLAUDIT3.*
      *----------------------------------------------------------*
       3000-REVOCAR.
           MOVE SPACES                  TO SCLMT032-COMMAREA
           MOVE 'BAJA'                  TO SCLMT032-FUNCION-I
           MOVE SCLCF031-COD-USUARIO    TO SCLMT032-CO-USUARIO-OBJ-I
           MOVE WS-USUARIO-ADMIN        TO SCLMT032-CO-USUARIO-I
           CALL 'SCLCS040' USING SCLMT032-COMMAREA
           PERFORM 3100-GRABAR-AUDITORIA
               THRU 3100-GRABAR-AUDITORIA-EXIT
           MOVE SCLMT032-CO-RETU-O      TO DET-RETU
           IF SCLMT032-CO-RETU-O = '40' OR
              SCLMT032-CO-RETU-O = '99'
               DISPLAY WS-PGM-ID ' - ABEND, SCLCS040 RETU '
                       SCLMT032-CO-RETU-O ' ' SCLMT032-DE-ERROR-O
                       ' SQLCODE ' SCLMT032-CO-RETU-DB2-O
               MOVE 'NO REVOCADO, ABEND'   TO DET-RESULTADO
               MOVE SCLMT032-DE-ERROR-O    TO DET-DETALLE
               MOVE WS-LINEA-DETALLE       TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SCLMT032-CO-RETU-O NOT = '00'
               ADD 1 TO WS-CT-RECHAZADOS
               MOVE 'RECHAZADO POR SCLCS040' TO DET-RESULTADO
               MOVE SCLMT032-DE-ERROR-O    TO DET-DETALLE
               GO TO 3000-REVOCAR-EXIT
           END-IF
           ADD 1 TO WS-CT-REVOCADOS
           IF WS-MOTIVO-DECISION
               ADD 1 TO WS-CT-REV-DECISION
               MOVE 'REVOCADO'             TO DET-RESULTADO
           ELSE
               ADD 1 TO WS-CT-REV-VENCIDO
               MOVE 'REVOCADO, SIN CONFIRMAR' TO DET-RESULTADO
           END-IF.
       3000-REVOCAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-GRABAR-AUDITORIA                                  *
      *    MISMO REGISTRO QUE GRABA SCLCA035 POR CADA INVOCACION, *
      *    CUALQUIERA SEA EL RETU-CODE.  SI LA CLAVE YA EXISTE SE *
      *    AVANZA EL NUMERO DE TAREA Y SE REINTENTA.               *
      *----------------------------------------------------------*
       3100-GRABAR-AUDITORIA.
           ACCEPT WS-HORA-ACTUAL FROM TIME
           MOVE WS-HORA-ACT-HHMMSS      TO WS-AUD-HORA
           MOVE SPACES                  TO SCLAU033-REGISTRO
           MOVE WS-AUD-FECHA            TO SCLAU033-FECHA
           MOVE WS-AUD-HORA             TO SCLAU033-HORA
           MOVE 'BTCH'                  TO SCLAU033-TERM-ID
           MOVE WS-PGM-ID               TO SCLAU033-USER-ID
           MOVE SCLMT032-CO-USUARIO-I   TO SCLAU033-CO-USUARIO-I
           MOVE SCLMT032-CO-USUARIO-OBJ-I
                                        TO SCLAU033-CO-USUARIO-OBJ-I
           MOVE SCLMT032-FUNCION-I      TO SCLAU033-FUNCION-I
           MOVE SCLMT032-CO-RETU-O      TO SCLAU033-CO-RETU-O
           MOVE ZERO                    TO WS-CT-INTENTOS.
       3100-GRABAR-AUDITORIA-REINTENTO.
           ADD 1 TO WS-AUD-TASK-NO
           ADD 1 TO WS-CT-INTENTOS
           MOVE WS-AUD-TASK-NO          TO SCLAU033-TASK-NO
           WRITE AU3-REGISTRO FROM SCLAU033-REGISTRO
           IF WS-FS-AUDIT3 = '22' AND WS-CT-INTENTOS < 100
               GO TO 3100-GRABAR-AUDITORIA-REINTENTO
           END-IF
           IF WS-FS-AUDIT3 NOT = '00'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR GRABANDO SCLAUDIT3 '
                       WS-FS-AUDIT3 ' USUARIO '
                       SCLMT032-CO-USUARIO-OBJ-I ' RETU '
                       SCLMT032-CO-RETU-O
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3100-GRABAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'CONFIRMACIONES LEIDAS                 :'
                                    TO TOT-TEXTO
           MOVE WS-CT-LEIDOS        TO TOT-CANTIDAD
           PERFORM 9010-IMPRIMIR-TOTAL THRU 9010-IMPRIMIR-TOTAL-EXIT
           MOVE '  CONSERVADOS                         :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CONSERVADOS   TO TOT-CANTIDAD
           PERFORM 9010-IMPRIMIR-TOTAL THRU 9010-IMPRIMIR-TOTAL-EXIT
           MOVE '  REVOCADOS POR DECISION              :'
                                    TO TOT-TEXTO
           MOVE WS-CT-REV-DECISION  TO TOT-CANTIDAD
           PERFORM 9010-IMPRIMIR-TOTAL THRU 9010-IMPRIMIR-TOTAL-EXIT
           MOVE '  REVOCADOS SIN CONFIRMAR (VENCIDOS)  :'
                                    TO TOT-TEXTO
           MOVE WS-CT-REV-VENCIDO   TO TOT-CANTIDAD
           PERFORM 9010-IMPRIMIR-TOTAL THRU 9010-IMPRIMIR-TOTAL-EXIT
           MOVE '  PENDIENTES (DENTRO DEL PLAZO)       :'
                                    TO TOT-TEXTO
           MOVE WS-CT-PENDIENTES    TO TOT-CANTIDAD
           PERFORM 9010-IMPRIMIR-TOTAL THRU 9010-IMPRIMIR-TOTAL-EXIT
           MOVE '  RECHAZADOS POR SCLCS040             :'
                                    TO TOT-TEXTO
           MOVE WS-CT-RECHAZADOS    TO TOT-CANTIDAD
           PERFORM 9010-IMPRIMIR-TOTAL THRU 9010-IMPRIMIR-TOTAL-EXIT
           MOVE 'DECISIONES INVALIDAS (NO C/R)         :'
                                    TO TOT-TEXTO
           MOVE WS-CT-INVALIDOS     TO TOT-CANTIDAD
           PERFORM 9010-IMPRIMIR-TOTAL THRU 9010-IMPRIMIR-TOTAL-EXIT
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           IF WS-CT-RECHAZADOS > ZERO OR WS-CT-INVALIDOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-PGM-ID ' - CONFIRMACIONES LEIDAS: ' WS-CT-LEIDOS
           DISPLAY WS-PGM-ID ' - CONSERVADOS          : '
                   WS-CT-CONSERVADOS
           DISPLAY WS-PGM-ID ' - REVOCADOS            : '
                   WS-CT-REVOCADOS
           DISPLAY WS-PGM-ID ' - PENDIENTES           : '
                   WS-CT-PENDIENTES
           DISPLAY WS-PGM-ID ' - RECHAZADOS           : '
                   WS-CT-RECHAZADOS
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9010-IMPRIMIR-TOTAL                                    *
      *----------------------------------------------------------*
       9010-IMPRIMIR-TOTAL.
           MOVE WS-LINEA-TOTAL      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       9010-IMPRIMIR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
           CLOSE CONF-FILE
           CLOSE AUDIT3-FILE
           CLOSE REPORTE-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019: LEIDOS SON LAS  *
      *    CONFIRMACIONES, APLICADOS LAS REVOCACIONES Y           *
      *    RECHAZADOS LOS RECHAZOS DE SCLCS040.                   *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-CT-LEIDOS        TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-REVOCADOS     TO SCLRC031-CT-APLICADOS
           MOVE WS-CT-RECHAZADOS    TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
