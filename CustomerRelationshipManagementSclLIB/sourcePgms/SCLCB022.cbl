       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB022.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112102 26/10/15 RPAZ  CREACION - APLICACION NOCTURNA DE LAS *
      *                        SOLICITUDES DE REASIGNACION DE        *
      *                        CLIENTE ENCOLADAS POR SCLCA037 EN     *
      *                        SCT.REASIG_PEND.                      *
      *  112104 26/10/15 RPAZ  UN DESTINO CUBIERTO POR OTRO ('01' DE *
      *                        SCLCS031) SIGUE SIENDO UN DESTINO     *
      *                        ACTIVO.                               *
      *==============================================================*
      *  PROCESO BATCH QUE CARGA EN MEMORIA LAS SOLICITUDES          *
      *  PENDIENTES (CURSOR DE SCLCS045) Y RECORRE EL MAESTRO DE     *
      *  CLIENTES APLICANDO CADA UNA A SU CLIENTE.  ANTES DE APLICAR *
      *  SE VERIFICA QUE NADA DE LO VALIDADO AL ENCOLAR HAYA         *
      *  CAMBIADO: EL SECTORISTA Y LA SUCURSAL DEL CLIENTE EN EL     *
      *  MAESTRO, Y QUE EL DESTINO SIGA ACTIVO (SCLCS031) EN LA      *
      *  MISMA SUCURSAL.  SI ALGO CAMBIO LA SOLICITUD SE RECHAZA CON *
      *  EL MOTIVO; EL SOLICITANTE DEBE VOLVER A PEDIRLA.            *
      *  UNA SOLICITUD APLICADA SOLO LLEGA AL CANDIDATO CLIEREAS:    *
      *  QUEDA EN 'M' Y LA HISTORIA (SCT.CLIENTE_SCTA_HIST VIA       *
      *  SCLCS038, CON EL USUARIO QUE LA PIDIO) LA GRABA SCLCB032    *
      *  DESPUES DE LA PROMOCION, CUANDO EL MAESTRO TRAE EL CAMBIO.  *
      *  UNA 'M' QUE NO LLEGO AL MAESTRO (PROMOCION ABORTADA O       *
      *  CANDIDATO RECHAZADO) SE REVISA Y APLICA DE NUEVO; UNA 'M'   *
      *  QUE YA ESTA EN EL MAESTRO PERO NO SE CONFIRMO SE CONFIRMA   *
      *  AQUI CON SU HISTORIA.                                       *
      *--------------------------------------------------------------*
      *  ENTRADA  : SCT.REASIG_PEND - SOLICITUDES EN ESTADO 'P' Y    *
      *             'M'.                                             *
      *             CLIEMAST - MAESTRO DE CLIENTES (COPY SCLCL001).  *
      *  SALIDA   : CLIEREAS - MAESTRO ACTUALIZADO CON TODOS LOS     *
      *             REGISTROS, CANDIDATO PARA LA PROMOCION SCLCB021. *
      *             SCT.REASIG_PEND - CADA SOLICITUD PASA A 'M'      *
      *             (APLICADA EN EL CANDIDATO), 'A' (YA PROMOVIDA)   *
      *             O 'R' (RECHAZADA) CON EL RESULTADO.              *
      *             SCTQRPT  - REPORTE DE SOLICITUDES APLICADAS Y    *
      *             RECHAZADAS, CON SOLICITANTE Y FECHA.             *
      *  UNA SOLICITUD RECHAZADA DEJA LA CORRIDA EN RC=4.            *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE     ASSIGN TO CLIEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTE.
           SELECT SALIDA-FILE      ASSIGN TO CLIEREAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SALIDA.
           SELECT REPORTE-FILE     ASSIGN TO SCTQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           RECORDING MODE IS F.
           COPY SCLCL001.
       FD  SALIDA-FILE
           RECORDING MODE IS F.
       01  FD-SALIDA-REG               PIC X(80).
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB022'.
       77  WS-FS-CLIENTE                PIC X(02) VALUE SPACES.
       77  WS-FS-SALIDA                 PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE                PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-FIN-ARCHIVO                   VALUE 'S'.
       77  WS-RESULTADO                 PIC X(30) VALUE SPACES.
       77  WS-CT-LEIDOS                 PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SOLICITUDES            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-APLICADAS              PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-RECHAZADAS             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CONFIRMADAS            PIC 9(07) COMP-3 VALUE ZERO.
       COPY SCLCA031.
       COPY SCLHI032.
       COPY SCLRP031.
      *----------------------------------------------------------*
      *    SOLICITUDES PENDIENTES EN MEMORIA (CURSOR DE SCLCS045).*
      *    SOL-ESTADO EN BLANCO = TODAVIA NO SE ENCONTRO SU       *
      *    CLIENTE EN EL MAESTRO.  SOL-EN-COLA ES EL ESTADO CON   *
      *    QUE VINO DE LA COLA ('P' O 'M').                        *
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
               10  WS-SOL-SUCU-SCTA     PIC X(04).
               10  WS-SOL-USUARIO       PIC X(08).
               10  WS-SOL-FEC           PIC X(10).
               10  WS-SOL-HORA          PIC X(08).
               10  WS-SOL-ESTADO        PIC X(01).
               10  WS-SOL-EN-COLA       PIC X(01).
       01  WS-LINEA-ENCABEZADO.
           05  FILLER PIC X(50) VALUE
               'APLICACION DE REASIGNACIONES DE CLIENTE - SCLCB022'.
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
           OPEN OUTPUT SALIDA-FILE
           IF WS-FS-SALIDA NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA CLIEREAS '
                       WS-FS-SALIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTQRPT '
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
      *    CARGA LA COLA COMPLETA ANTES DE ABRIR EL MAESTRO: UNA  *
      *    COLA A MEDIAS DEJARIA SOLICITUDES SIN APLICAR SIN      *
      *    AVISO, ASI QUE UN ERROR DB2 ABORTA EL JOB.              *
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
           IF WS-SOL-CANT >= 5000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE SOLICITUDES '
                       'LLENA (5000), REASIGNACION NO EJECUTADA'
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
           MOVE SCLRP031-COD-SUCU-SCTA TO WS-SOL-SUCU-SCTA (WS-SOL-IDX)
           MOVE SCLRP031-USUARIO-SOLICITA
                                       TO WS-SOL-USUARIO (WS-SOL-IDX)
           MOVE SCLRP031-FEC-SOLICITUD TO WS-SOL-FEC (WS-SOL-IDX)
           MOVE SCLRP031-HORA-SOLICITUD
                                       TO WS-SOL-HORA (WS-SOL-IDX)
           MOVE SPACES                 TO WS-SOL-ESTADO (WS-SOL-IDX)
           MOVE SCLRP031-IND-ESTADO    TO WS-SOL-EN-COLA (WS-SOL-IDX)
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
      *    SE RECORRE TODA LA TABLA: SI UN CLIENTE TUVIERA MAS DE *
      *    UNA SOLICITUD, LA PRIMERA SE APLICA Y LAS SIGUIENTES   *
      *    SE RECHAZAN PORQUE EL SECTORISTA YA CAMBIO.             *
      *----------------------------------------------------------*
       2000-PROCESAR.
           IF WS-SOL-CANT > ZERO
               PERFORM 3000-EVALUAR-SOLICITUD
                   THRU 3000-EVALUAR-SOLICITUD-EXIT
                   VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > WS-SOL-CANT
           END-IF
           PERFORM 4000-GRABAR-CLIENTE
               THRU 4000-GRABAR-CLIENTE-EXIT
           PERFORM 1400-LEER-CLIENTE THRU 1400-LEER-CLIENTE-EXIT.
       2000-PROCESAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-EVALUAR-SOLICITUD                                 *
      *    TODO LO VALIDADO AL ENCOLAR SE VUELVE A VERIFICAR      *
      *    CONTRA EL MAESTRO Y LA TABLA DE SECTORISTAS DE HOY.     *
      *    UNA 'M' CUYO CAMBIO YA ESTA EN EL MAESTRO SOLO FALTA   *
      *    CONFIRMARLA.                                            *
      *----------------------------------------------------------*
       3000-EVALUAR-SOLICITUD.
           IF WS-SOL-NO-CLIENTE (WS-SOL-IDX) NOT = SCLCL001-NO-CLIENTE
               OR WS-SOL-ESTADO (WS-SOL-IDX) NOT = SPACES
               GO TO 3000-EVALUAR-SOLICITUD-EXIT
           END-IF
           IF WS-SOL-EN-COLA (WS-SOL-IDX) = 'M'
               AND SCLCL001-CO-SCTA-CLI = WS-SOL-SCTA-NUE (WS-SOL-IDX)
               PERFORM 3200-CONFIRMAR-PROMOVIDA
                   THRU 3200-CONFIRMAR-PROMOVIDA-EXIT
               GO TO 3000-EVALUAR-SOLICITUD-EXIT
           END-IF
           IF SCLCL001-CO-SCTA-CLI NOT = WS-SOL-SCTA-ANT (WS-SOL-IDX)
               MOVE 'CLIENTE CAMBIO DE SECTORISTA'
                                       TO WS-RESULTADO
               PERFORM 3300-RECHAZAR-SOLICITUD
                   THRU 3300-RECHAZAR-SOLICITUD-EXIT
               GO TO 3000-EVALUAR-SOLICITUD-EXIT
           END-IF
           IF SCLCL001-COD-SUCU-CLI NOT = WS-SOL-SUCU-CLI (WS-SOL-IDX)
               MOVE 'CLIENTE CAMBIO DE SUCURSAL'
                                       TO WS-RESULTADO
               PERFORM 3300-RECHAZAR-SOLICITUD
                   THRU 3300-RECHAZAR-SOLICITUD-EXIT
               GO TO 3000-EVALUAR-SOLICITUD-EXIT
           END-IF
           MOVE SPACES                  TO SCLCA031-COMMAREA
           MOVE WS-SOL-SCTA-NUE (WS-SOL-IDX) TO SCLCA031-CO-SCTA-I
           CALL 'SCLCS031' USING SCLCA031-COMMAREA
           IF SCLCA031-CO-RETU-O = '99'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 VALIDANDO '
                       'DESTINO ' WS-SOL-SCTA-NUE (WS-SOL-IDX)
                       ', SQLCODE ' SCLCA031-CO-RETU-DB2-O
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SCLCA031-CO-RETU-O NOT = '00' AND
              SCLCA031-CO-RETU-O NOT = '01'
               MOVE 'DESTINO NO ACTIVO'  TO WS-RESULTADO
               PERFORM 3300-RECHAZAR-SOLICITUD
                   THRU 3300-RECHAZAR-SOLICITUD-EXIT
               GO TO 3000-EVALUAR-SOLICITUD-EXIT
           END-IF
           IF SCLCA031-CO-SUCU-O NOT = WS-SOL-SUCU-SCTA (WS-SOL-IDX)
               MOVE 'DESTINO CAMBIO DE SUCURSAL'
                                       TO WS-RESULTADO
               PERFORM 3300-RECHAZAR-SOLICITUD
                   THRU 3300-RECHAZAR-SOLICITUD-EXIT
               GO TO 3000-EVALUAR-SOLICITUD-EXIT
           END-IF
           PERFORM 3100-APLICAR-SOLICITUD
               THRU 3100-APLICAR-SOLICITUD-EXIT.
       3000-EVALUAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-APLICAR-SOLICITUD                                 *
      *    EL CAMBIO SOLO ESTA EN EL CANDIDATO: LA SOLICITUD      *
      *    QUEDA EN 'M' SIN HISTORIA HASTA QUE SCLCB032 VEA EL    *
      *    MAESTRO PROMOVIDO.                                      *
      *----------------------------------------------------------*
       3100-APLICAR-SOLICITUD.
           MOVE WS-SOL-SCTA-NUE (WS-SOL-IDX) TO SCLCL001-CO-SCTA-CLI
           MOVE WS-PGM-ID                TO SCLCL001-PROCESO-CAMBIO
           MOVE 'M'                      TO WS-SOL-ESTADO (WS-SOL-IDX)
           ADD 1 TO WS-CT-APLICADAS
           MOVE 'APLICADA, ESPERA PROMOCION' TO WS-RESULTADO
           PERFORM 3400-RESOLVER-SOLICITUD
               THRU 3400-RESOLVER-SOLICITUD-EXIT.
       3100-APLICAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3150-GRABAR-HISTORIA                                   *
      *    EL CAMBIO QUEDA EN SCT.CLIENTE_SCTA_HIST (VIA          *
      *    SCLCS038) CON EL USUARIO QUE LO PIDIO.  SI LA HISTORIA *
      *    NO SE PUEDE GRABAR EL JOB ABORTA SIN CONFIRMAR LA      *
      *    SOLICITUD: SIGUE EN 'M' PARA LA PROXIMA CORRIDA.        *
      *----------------------------------------------------------*
       3150-GRABAR-HISTORIA.
           MOVE SPACES                   TO SCLHI032-INTERFAZ
           MOVE SCLCL001-NO-CLIENTE      TO SCLHI032-NO-CLIENTE
           MOVE WS-SOL-SCTA-ANT (WS-SOL-IDX) TO SCLHI032-COD-SCTA-ANT
           MOVE WS-SOL-SCTA-NUE (WS-SOL-IDX) TO SCLHI032-COD-SCTA-NUE
           MOVE WS-PGM-ID                TO SCLHI032-PROCESO
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
      *    3200-CONFIRMAR-PROMOVIDA                               *
      *    'M' DE UNA NOCHE ANTERIOR CUYO CAMBIO YA LLEGO AL      *
      *    MAESTRO SIN QUE CORRIERA LA CONFIRMACION SCLCB032: SE  *
      *    GRABA LA HISTORIA Y SE CIERRA COMO APLICADA.  EL       *
      *    REGISTRO DEL MAESTRO PASA AL CANDIDATO SIN CAMBIOS.     *
      *----------------------------------------------------------*
       3200-CONFIRMAR-PROMOVIDA.
           PERFORM 3150-GRABAR-HISTORIA
               THRU 3150-GRABAR-HISTORIA-EXIT
           MOVE 'A'                      TO WS-SOL-ESTADO (WS-SOL-IDX)
           ADD 1 TO WS-CT-CONFIRMADAS
           MOVE 'APLICADA'               TO WS-RESULTADO
           PERFORM 3400-RESOLVER-SOLICITUD
               THRU 3400-RESOLVER-SOLICITUD-EXIT.
       3200-CONFIRMAR-PROMOVIDA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3300-RECHAZAR-SOLICITUD                                *
      *----------------------------------------------------------*
       3300-RECHAZAR-SOLICITUD.
           MOVE 'R'                      TO WS-SOL-ESTADO (WS-SOL-IDX)
           ADD 1 TO WS-CT-RECHAZADAS
           PERFORM 3400-RESOLVER-SOLICITUD
               THRU 3400-RESOLVER-SOLICITUD-EXIT.
       3300-RECHAZAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3400-RESOLVER-SOLICITUD                                *
      *    CIERRA LA SOLICITUD EN LA COLA (VIA SCLCS045) Y LA     *
      *    LISTA.  EL RESULTADO YA ESTA EN WS-RESULTADO.  SI LA   *
      *    COLA NO SE PUEDE ACTUALIZAR EL JOB ABORTA: LA          *
      *    SOLICITUD SEGUIRIA PENDIENTE PARA LA PROXIMA NOCHE.     *
      *----------------------------------------------------------*
       3400-RESOLVER-SOLICITUD.
           MOVE SPACES                   TO WS-LINEA-DETALLE
           MOVE WS-SOL-NO-CLIENTE (WS-SOL-IDX) TO DET-NO-CLIENTE
           MOVE WS-SOL-SUCU-CLI (WS-SOL-IDX)   TO DET-SUCU
           MOVE WS-SOL-SCTA-ANT (WS-SOL-IDX)   TO DET-SCTA-ANTES
           MOVE WS-SOL-SCTA-NUE (WS-SOL-IDX)   TO DET-SCTA-DESPUES
           MOVE WS-SOL-USUARIO (WS-SOL-IDX)    TO DET-USUARIO
           MOVE WS-SOL-FEC (WS-SOL-IDX)        TO DET-FEC-SOLICITUD
           MOVE WS-RESULTADO             TO DET-RESULTADO
           MOVE WS-LINEA-DETALLE         TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE SPACES                   TO SCLRP031-INTERFAZ
           MOVE 'RESOL'                  TO SCLRP031-FUNCION
           MOVE WS-SOL-NO-CLIENTE (WS-SOL-IDX) TO SCLRP031-NO-CLIENTE
           MOVE WS-SOL-FEC (WS-SOL-IDX)  TO SCLRP031-FEC-SOLICITUD
           MOVE WS-SOL-HORA (WS-SOL-IDX) TO SCLRP031-HORA-SOLICITUD
           MOVE WS-SOL-ESTADO (WS-SOL-IDX) TO SCLRP031-IND-ESTADO
           MOVE WS-RESULTADO             TO SCLRP031-DE-RESULTADO
           CALL 'SCLCS045' USING SCLRP031-INTERFAZ
           IF SCLRP031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - ABEND, NO SE PUDO RESOLVER LA '
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
      *    4000-GRABAR-CLIENTE                                    *
      *----------------------------------------------------------*
       4000-GRABAR-CLIENTE.
           MOVE SCLCL001-CLIENTE         TO FD-SALIDA-REG
           WRITE FD-SALIDA-REG.
       4000-GRABAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-LISTAR-SIN-CLIENTE                                *
      *    UNA SOLICITUD CUYO CLIENTE YA NO ESTA EN EL MAESTRO    *
      *    SE RECHAZA: NO QUEDA PENDIENTE PARA SIEMPRE.            *
      *----------------------------------------------------------*
       8000-LISTAR-SIN-CLIENTE.
           IF WS-SOL-CANT > ZERO
               PERFORM 8100-RECHAZAR-SIN-CLIENTE
                   THRU 8100-RECHAZAR-SIN-CLIENTE-EXIT
                   VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > WS-SOL-CANT
           END-IF.
       8000-LISTAR-SIN-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8100-RECHAZAR-SIN-CLIENTE                              *
      *----------------------------------------------------------*
       8100-RECHAZAR-SIN-CLIENTE.
           IF WS-SOL-ESTADO (WS-SOL-IDX) = SPACES
               MOVE 'CLIENTE NO EXISTE EN MAESTRO'
                                       TO WS-RESULTADO
               PERFORM 3300-RECHAZAR-SOLICITUD
                   THRU 3300-RECHAZAR-SOLICITUD-EXIT
           END-IF.
       8100-RECHAZAR-SIN-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           DISPLAY WS-PGM-ID ' - CLIENTES LEIDOS     : ' WS-CT-LEIDOS
           DISPLAY WS-PGM-ID ' - SOLICITUDES PENDIENT: '
                   WS-CT-SOLICITUDES
           DISPLAY WS-PGM-ID ' - APLICADAS           : '
                   WS-CT-APLICADAS
           DISPLAY WS-PGM-ID ' - RECHAZADAS          : '
                   WS-CT-RECHAZADAS
           DISPLAY WS-PGM-ID ' - CONFIRMADAS (YA PROM): '
                   WS-CT-CONFIRMADAS
           IF WS-CT-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL CARGAR LA COLA: EL JOB ABORTA     *
      *    ANTES DE TOCAR EL MAESTRO.                              *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR RP031CSR, '
                   'REASIGNACION NO EJECUTADA'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9100-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
           CLOSE CLIENTE-FILE
           CLOSE SALIDA-FILE
           CLOSE REPORTE-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019.  SI EL CONTROL  *
      *    NO SE PUDO GRABAR SOLO SE AVISA: EL TRABAJO DEL JOB    *
      *    YA ESTA HECHO.                                          *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-CT-LEIDOS         TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-APLICADAS      TO SCLRC031-CT-APLICADOS
           MOVE WS-CT-RECHAZADAS     TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
