       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB032.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112102 26/10/15 RPAZ  CREACION - CONFIRMACION DE LAS        *
      *                        REASIGNACIONES DE SCLCB022 DESPUES DE *
      *                        LA PROMOCION SCLCB021: RECIEN AHI LA  *
      *                        SOLICITUD PASA A APLICADA Y SE GRABA  *
      *                        SU HISTORIA.                          *
      *==============================================================*
      *  PROCESO BATCH QUE CARGA EN MEMORIA LAS SOLICITUDES DE       *
      *  REASIGNACION EN ESTADO 'M' (APLICADAS POR SCLCB022 EN EL    *
      *  CANDIDATO MAESTRO.REASIG, CURSOR DE SCLCS045) Y RECORRE EL  *
      *  MAESTRO RECIEN PROMOVIDO.  SI EL CLIENTE TIENE EL           *
      *  SECTORISTA PEDIDO, LA REASIGNACION LLEGO AL MAESTRO: SE     *
      *  GRABA EN SCT.CLIENTE_SCTA_HIST (VIA SCLCS038) CON EL        *
      *  USUARIO QUE LA PIDIO Y LA SOLICITUD PASA A 'A'.  SI NO (LA  *
      *  PROMOCION RECHAZO EL CANDIDATO), LA SOLICITUD QUEDA EN 'M'  *
      *  Y SCLCB022 LA VUELVE A REVISAR Y APLICAR LA NOCHE           *
      *  SIGUIENTE: NO SE PIERDE NI QUEDA HISTORIA DE UN CAMBIO QUE  *
      *  NO ESTA EN EL MAESTRO.                                      *
      *--------------------------------------------------------------*
      *  ENTRADA  : SCT.REASIG_PEND - SOLICITUDES EN ESTADO 'M'.     *
      *             CLIEMAST - MAESTRO PROMOVIDO (COPY SCLCL001).    *
      *  SALIDA   : SCT.REASIG_PEND - LAS CONFIRMADAS PASAN A 'A'.   *
      *             SCT.CLIENTE_SCTA_HIST - UNA FILA POR CONFIRMADA. *
      *             SCTKRPT  - REPORTE DE CONFIRMADAS Y DE LAS QUE   *
      *             SIGUEN ESPERANDO LA PROMOCION.                   *
      *  UNA SOLICITUD QUE SIGUE EN 'M' DEJA LA CORRIDA EN RC=4.     *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE     ASSIGN TO CLIEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTE.
           SELECT REPORTE-FILE     ASSIGN TO SCTKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           RECORDING MODE IS F.
           COPY SCLCL001.
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB032'.
       77  WS-PGM-ORIGEN               PIC X(08) VALUE 'SCLCB022'.
       77  WS-FS-CLIENTE                PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-FIN-ARCHIVO                   VALUE 'S'.
       77  WS-RESULTADO                 PIC X(30) VALUE SPACES.
       77  WS-CT-LEIDOS                 PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SOLICITUDES            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CONFIRMADAS            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-EN-ESPERA              PIC 9(07) COMP-3 VALUE ZERO.
       COPY SCLHI032.
       COPY SCLRP031.
      *----------------------------------------------------------*
      *    SOLICITUDES 'M' EN MEMORIA (CURSOR DE SCLCS045; LAS    *
      *    'P' NO SE CARGAN).  SOL-ESTADO EN BLANCO = TODAVIA NO  *
      *    SE ENCONTRO SU CLIENTE EN EL MAESTRO.                   *
      *----------------------------------------------------------*
       01  WS-TABLA-SOLICITUDES.
           05  WS-SOL-CANT              PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-SOL-ENTRADA OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-SOL-CANT
                   INDEXED BY WS-SOL-IDX.
               10  WS-SOL-NO-CLIENTE    PIC X(10).
               10  WS-SOL-SCTA-ANT      PIC X(09).
               10  WS-SOL-SCTA-NUE      PIC X(09).
               10  WS-SOL-SUCU-CLI      PIC X(04).
               10  WS-SOL-USUARIO       PIC X(08).
               10  WS-SOL-FEC           PIC X(10).
               10  WS-SOL-HORA          PIC X(08).
               10  WS-SOL-ESTADO        PIC X(01).
       01  WS-LINEA-ENCABEZADO.
           05  FILLER PIC X(52) VALUE
               'CONFIRMACION DE REASIGNACIONES PROMOVIDAS - SCLCB032'.
       01  WS-LINEA-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(12) VALUE 'CLIENTE'.
           05  FILLER PIC X(06) VALUE 'SUCU'.
           05  FILLER PIC X(11) VALUE 'ANTES'.
           05  FILLER PIC X(11) VALUE 'DESPUES'.
           05  FILLER PIC X(10) VALUE 'USUARIO'.
           05  FILLER PIC X(12) VALUE 'SOLICITADA'.
           05  FILLER PIC X(30) VALUE 'RESULTADO'.
       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-NO-CLIENTE      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SUCU            PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SCTA-ANTES      PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SCTA-DESPUES    PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-USUARIO         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-FEC-SOLICITUD   PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-RESULTADO       PIC X(30).
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
           PERFORM 8000-LISTAR-SIN-CLIENTE
               THRU 8000-LISTAR-SIN-CLIENTE-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM 1250-CARGAR-SOLICITUDES
               THRU 1250-CARGAR-SOLICITUDES-EXIT
           OPEN INPUT  CLIENTE-FILE
           IF WS-FS-CLIENTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA CLIEMAST '
                       WS-FS-CLIENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTKRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LINEA-ENCABEZADO TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 1400-LEER-CLIENTE THRU 1400-LEER-CLIENTE-EXIT.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1250-CARGAR-SOLICITUDES                                *
      *    CARGA LA COLA COMPLETA ANTES DE ABRIR EL MAESTRO; UN   *
      *    ERROR DB2 ABORTA EL JOB SIN CONFIRMAR NADA (LAS 'M'    *
      *    LAS RETOMA SCLCB022).                                   *
      *----------------------------------------------------------*
       1250-CARGAR-SOLICITUDES.
           MOVE SPACES  TO SCLRP031-INTERFAZ
           MOVE 'OPEN'  TO SCLRP031-FUNCION
           CALL 'SCLCS045' USING SCLRP031-INTERFAZ
           MOVE 'FETCH' TO SCLRP031-FUNCION
           CALL 'SCLCS045' USING SCLRP031-INTERFAZ
           IF SCLRP031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 1260-AGREGAR-SOLICITUD
               THRU 1260-AGREGAR-SOLICITUD-EXIT
               UNTIL SCLRP031-EOF = 'S'
           MOVE 'CLOSE' TO SCLRP031-FUNCION
           CALL 'SCLCS045' USING SCLRP031-INTERFAZ.
       1250-CARGAR-SOLICITUDES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1260-AGREGAR-SOLICITUD                                 *
      *----------------------------------------------------------*
       1260-AGREGAR-SOLICITUD.
           IF SCLRP031-IND-ESTADO NOT = 'M'
               GO TO 1260-AGREGAR-SOLICITUD-SIG
           END-IF
           IF WS-SOL-CANT >= 5000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE SOLICITUDES '
                       'LLENA (5000), CONFIRMACION NO EJECUTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SOL-CANT
           ADD 1 TO WS-CT-SOLICITUDES
           SET WS-SOL-IDX TO WS-SOL-CANT
           MOVE SCLRP031-NO-CLIENTE    TO WS-SOL-NO-CLIENTE (WS-SOL-IDX)
           MOVE SCLRP031-COD-SCTA-ANT  TO WS-SOL-SCTA-ANT (WS-SOL-IDX)
           MOVE SCLRP031-COD-SCTA-NUE  TO WS-SOL-SCTA-NUE (WS-SOL-IDX)
           MOVE SCLRP031-COD-SUCU-CLI  TO WS-SOL-SUCU-CLI (WS-SOL-IDX)
           MOVE SCLRP031-USUARIO-SOLICITA
                                       TO WS-SOL-USUARIO (WS-SOL-IDX)
           MOVE SCLRP031-FEC-SOLICITUD TO WS-SOL-FEC (WS-SOL-IDX)
           MOVE SCLRP031-HORA-SOLICITUD
                                       TO WS-SOL-HORA (WS-SOL-IDX)
           MOVE SPACES                 TO WS-SOL-ESTADO (WS-SOL-IDX).
       1260-AGREGAR-SOLICITUD-SIG.
           MOVE 'FETCH' TO SCLRP031-FUNCION
           CALL 'SCLCS045' USING SCLRP031-INTERFAZ
           IF SCLRP031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       1260-AGREGAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1400-LEER-CLIENTE                                     *
      *----------------------------------------------------------*
       1400-LEER-CLIENTE.
           READ CLIENTE-FILE INTO SCLCL001-CLIENTE
               AT END
                   MOVE 'S' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CT-LEIDOS
           END-READ.
       1400-LEER-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-PROCESAR                                          *
      *----------------------------------------------------------*
       2000-PROCESAR.
           IF WS-SOL-CANT > ZERO
               PERFORM 3000-EVALUAR-SOLICITUD
                   THRU 3000-EVALUAR-SOLICITUD-EXIT
                   VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > WS-SOL-CANT
           END-IF
           PERFORM 1400-LEER-CLIENTE THRU 1400-LEER-CLIENTE-EXIT.
       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-EVALUAR-SOLICITUD                                 *
      *    LA REASIGNACION LLEGO AL MAESTRO SI EL CLIENTE TIENE   *
      *    EL SECTORISTA PEDIDO.                                   *
      *----------------------------------------------------------*
       3000-EVALUAR-SOLICITUD.
           IF WS-SOL-NO-CLIENTE (WS-SOL-IDX) NOT = SCLCL001-NO-CLIENTE
               OR WS-SOL-ESTADO (WS-SOL-IDX) NOT = SPACES
               GO TO 3000-EVALUAR-SOLICITUD-EXIT
           END-IF
           IF SCLCL001-CO-SCTA-CLI = WS-SOL-SCTA-NUE (WS-SOL-IDX)
               PERFORM 3100-CONFIRMAR-SOLICITUD
                   THRU 3100-CONFIRMAR-SOLICITUD-EXIT
           ELSE
               MOVE 'NO PROMOVIDA, SE REINTENTA' TO WS-RESULTADO
               PERFORM 3300-DEJAR-EN-ESPERA
                   THRU 3300-DEJAR-EN-ESPERA-EXIT
           END-IF.
       3000-EVALUAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-CONFIRMAR-SOLICITUD                               *
      *    PRIMERO LA HISTORIA Y DESPUES LA COLA: SI LA HISTORIA  *
      *    NO SE PUEDE GRABAR LA SOLICITUD SIGUE EN 'M' Y LA      *
      *    CONFIRMA SCLCB022 LA PROXIMA NOCHE.                     *
      *----------------------------------------------------------*
       3100-CONFIRMAR-SOLICITUD.
           PERFORM 3150-GRABAR-HISTORIA
               THRU 3150-GRABAR-HISTORIA-EXIT
           MOVE 'A'                      TO WS-SOL-ESTADO (WS-SOL-IDX)
           ADD 1 TO WS-CT-CONFIRMADAS
           MOVE 'APLICADA'               TO WS-RESULTADO
           PERFORM 3400-RESOLVER-SOLICITUD
               THRU 3400-RESOLVER-SOLICITUD-EXIT.
       3100-CONFIRMAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3150-GRABAR-HISTORIA                                   *
      *    EL CAMBIO QUEDA EN SCT.CLIENTE_SCTA_HIST (VIA          *
      *    SCLCS038) A NOMBRE DEL PROCESO QUE LO APLICO (SCLCB022)*
      *    Y DEL USUARIO QUE LO PIDIO.                             *
      *----------------------------------------------------------*
       3150-GRABAR-HISTORIA.
           MOVE SPACES                   TO SCLHI032-INTERFAZ
           MOVE SCLCL001-NO-CLIENTE      TO SCLHI032-NO-CLIENTE
           MOVE WS-SOL-SCTA-ANT (WS-SOL-IDX) TO SCLHI032-COD-SCTA-ANT
           MOVE WS-SOL-SCTA-NUE (WS-SOL-IDX) TO SCLHI032-COD-SCTA-NUE
           MOVE WS-PGM-ORIGEN            TO SCLHI032-PROCESO
           MOVE WS-SOL-USUARIO (WS-SOL-IDX) TO SCLHI032-USUARIO
           CALL 'SCLCS038' USING SCLHI032-INTERFAZ
           IF SCLHI032-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR GRABANDO HISTORIA '
                       'DEL CLIENTE ' SCLCL001-NO-CLIENTE
                       ', SQLCODE ' SCLHI032-SQLCODE
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3150-GRABAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3300-DEJAR-EN-ESPERA                                   *
      *    LA SOLICITUD NO SE TOCA EN LA COLA: SOLO SE LISTA.      *
      *----------------------------------------------------------*
       3300-DEJAR-EN-ESPERA.
           MOVE 'M'                      TO WS-SOL-ESTADO (WS-SOL-IDX)
           ADD 1 TO WS-CT-EN-ESPERA
           PERFORM 3500-LISTAR-SOLICITUD
               THRU 3500-LISTAR-SOLICITUD-EXIT.
       3300-DEJAR-EN-ESPERA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3400-RESOLVER-SOLICITUD                                *
      *    CIERRA LA SOLICITUD EN LA COLA (VIA SCLCS045) Y LA     *
      *    LISTA.  SI LA COLA NO SE PUEDE ACTUALIZAR EL JOB       *
      *    ABORTA: LA SOLICITUD SIGUE EN 'M' Y LA CONFIRMA        *
      *    SCLCB022 LA PROXIMA NOCHE.                              *
      *----------------------------------------------------------*
       3400-RESOLVER-SOLICITUD.
           PERFORM 3500-LISTAR-SOLICITUD
               THRU 3500-LISTAR-SOLICITUD-EXIT
           MOVE SPACES                   TO SCLRP031-INTERFAZ
           MOVE 'RESOL'                  TO SCLRP031-FUNCION
           MOVE WS-SOL-NO-CLIENTE (WS-SOL-IDX) TO SCLRP031-NO-CLIENTE
           MOVE WS-SOL-FEC (WS-SOL-IDX)  TO SCLRP031-FEC-SOLICITUD
           MOVE WS-SOL-HORA (WS-SOL-IDX) TO SCLRP031-HORA-SOLICITUD
           MOVE WS-SOL-ESTADO (WS-SOL-IDX) TO SCLRP031-IND-ESTADO
           MOVE WS-RESULTADO             TO SCLRP031-DE-RESULTADO
           CALL 'SCLCS045' USING SCLRP031-INTERFAZ
           IF SCLRP031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - ABEND, NO SE PUDO CONFIRMAR LA '
                       'SOLICITUD DEL CLIENTE '
                       WS-SOL-NO-CLIENTE (WS-SOL-IDX)
                       ', SQLCODE ' SCLRP031-SQLCODE
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3400-RESOLVER-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3500-LISTAR-SOLICITUD                                  *
      *    EL RESULTADO YA ESTA EN WS-RESULTADO.                   *
      *----------------------------------------------------------*
       3500-LISTAR-SOLICITUD.
           MOVE SPACES                   TO WS-LINEA-DETALLE
           MOVE WS-SOL-NO-CLIENTE (WS-SOL-IDX) TO DET-NO-CLIENTE
           MOVE WS-SOL-SUCU-CLI (WS-SOL-IDX)   TO DET-SUCU
           MOVE WS-SOL-SCTA-ANT (WS-SOL-IDX)   TO DET-SCTA-ANTES
           MOVE WS-SOL-SCTA-NUE (WS-SOL-IDX)   TO DET-SCTA-DESPUES
           MOVE WS-SOL-USUARIO (WS-SOL-IDX)    TO DET-USUARIO
           MOVE WS-SOL-FEC (WS-SOL-IDX)        TO DET-FEC-SOLICITUD
           MOVE WS-RESULTADO             TO DET-RESULTADO
           MOVE WS-LINEA-DETALLE         TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       3500-LISTAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-LISTAR-SIN-CLIENTE                                *
      *    UNA 'M' CUYO CLIENTE YA NO ESTA EN EL MAESTRO QUEDA     *
      *    COMO ESTA: SCLCB022 LA RECHAZA LA PROXIMA NOCHE.        *
      *----------------------------------------------------------*
       8000-LISTAR-SIN-CLIENTE.
           IF WS-SOL-CANT > ZERO
               PERFORM 8100-LISTAR-SOLICITUD
                   THRU 8100-LISTAR-SOLICITUD-EXIT
                   VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > WS-SOL-CANT
           END-IF.
       8000-LISTAR-SIN-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8100-LISTAR-SOLICITUD                                  *
      *----------------------------------------------------------*
       8100-LISTAR-SOLICITUD.
           IF WS-SOL-ESTADO (WS-SOL-IDX) = SPACES
               MOVE 'CLIENTE NO EXISTE EN MAESTRO'
                                       TO WS-RESULTADO
               PERFORM 3300-DEJAR-EN-ESPERA
                   THRU 3300-DEJAR-EN-ESPERA-EXIT
           END-IF.
       8100-LISTAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           DISPLAY WS-PGM-ID ' - CLIENTES LEIDOS     : ' WS-CT-LEIDOS
           DISPLAY WS-PGM-ID ' - SOLICITUDES EN ESPERA: '
                   WS-CT-SOLICITUDES
           DISPLAY WS-PGM-ID ' - CONFIRMADAS          : '
                   WS-CT-CONFIRMADAS
           DISPLAY WS-PGM-ID ' - SIGUEN EN ESPERA     : '
                   WS-CT-EN-ESPERA
           IF WS-CT-EN-ESPERA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL CARGAR LA COLA: EL JOB ABORTA     *
      *    SIN CONFIRMAR NADA.                                     *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR RP031CSR, '
                   'CONFIRMACION NO EJECUTADA'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9100-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
           CLOSE CLIENTE-FILE
           CLOSE REPORTE-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019: APLICADOS SON   *
      *    LAS CONFIRMADAS Y RECHAZADOS LAS QUE SIGUEN EN ESPERA. *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-CT-LEIDOS         TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-CONFIRMADAS    TO SCLRC031-CT-APLICADOS
           MOVE WS-CT-EN-ESPERA      TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
