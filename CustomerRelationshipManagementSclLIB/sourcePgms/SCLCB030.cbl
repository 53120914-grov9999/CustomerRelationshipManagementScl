       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB030.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112109 26/10/15 RPAZ  CREACION - APLICACION NOCTURNA DE LOS *
      *                        CAMBIOS DE SECTORISTA PROGRAMADOS CON *
      *                        FECHA EFECTIVA (SCT.SCTA_PROGRAMADA), *
      *                        CON REPORTE DE APLICADOS, RECHAZADOS  *
      *                        Y PROXIMOS 7 DIAS.                    *
      *==============================================================*
      *  PROCESO BATCH QUE CARGA EN MEMORIA LOS PEDIDOS PENDIENTES   *
      *  CON FECHA EFECTIVA HASTA 7 DIAS DESPUES DE HOY (CURSOR DE   *
      *  SCLCS055) Y APLICA LOS QUE YA VENCIERON.  CADA PEDIDO SE    *
      *  APLICA LLAMANDO A SCLCS034 COMO SI LO HUBIERA HECHO EL      *
      *  SOLICITANTE HOY (SIN FECHA EFECTIVA), DE MODO QUE VUELVEN A *
      *  VALIDARSE SU AUTORIZACION, EL SUPERVISOR Y LA SUCURSAL, LA  *
      *  HISTORIA SE GRABA COMO EN CUALQUIER MANTENIMIENTO Y UNA     *
      *  BAJA SIGUE PASANDO POR LA COLA DE APROBACION SCT.BAJA_PEND. *
      *  EN CAMBIO Y BAJA SE VERIFICA ADEMAS QUE LA FILA DEL         *
      *  SECTORISTA (SCLCS031) SIGA IGUAL QUE CUANDO SE PIDIO: SI    *
      *  CAMBIO ENTRE TANTO EL PEDIDO SE RECHAZA Y DEBE VOLVER A     *
      *  PEDIRSE SOBRE LOS DATOS ACTUALES.                           *
      *--------------------------------------------------------------*
      *  ENTRADA  : SCT.SCTA_PROGRAMADA - PEDIDOS EN ESTADO 'P'.     *
      *  SALIDA   : SCT.SECTORISTA / SCT.BAJA_PEND - VIA SCLCS034.   *
      *             SCT.SCTA_PROGRAMADA - CADA PEDIDO VENCIDO PASA A *
      *             'A' (APLICADO) O 'R' (RECHAZADO) CON EL          *
      *             RESULTADO.                                       *
      *             SCTPRPT  - REPORTE DE PEDIDOS APLICADOS,         *
      *             RECHAZADOS Y PROXIMOS A VENCER (7 DIAS).         *
      *  UN PEDIDO RECHAZADO DEJA LA CORRIDA EN RC=4.                *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-FILE     ASSIGN TO SCTPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB030'.
       77  WS-FS-REPORTE                PIC X(02) VALUE SPACES.
       77  WS-RESULTADO                 PIC X(30) VALUE SPACES.
       77  WS-ESTADO-LISTAR             PIC X(01) VALUE SPACES.
       77  WS-CT-LISTADOS               PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-PEDIDOS                PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-VENCIDOS               PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-APLICADOS              PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-BAJAS-APROB            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-RECHAZADOS             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-PROXIMOS               PIC 9(07) COMP-3 VALUE ZERO.
       COPY SCLCA031.
       COPY SCLMT031.
       COPY SCLSP031.
      *----------------------------------------------------------*
      *    PEDIDOS EN MEMORIA (CURSOR DE SCLCS055).  PRG-ESTADO   *
      *    EN BLANCO = TODAVIA NO VENCE (PROXIMO).                 *
      *----------------------------------------------------------*
       01  WS-TABLA-PEDIDOS.
           05  WS-PRG-CANT              PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-PRG-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-PRG-CANT
                   INDEXED BY WS-PRG-IDX.
               10  WS-PRG-COD-SCTA      PIC X(09).
               10  WS-PRG-FEC-EFECTIVA  PIC X(10).
               10  WS-PRG-FUNCION       PIC X(06).
               10  WS-PRG-NOM           PIC X(40).
               10  WS-PRG-SUCU          PIC X(04).
               10  WS-PRG-ESTA          PIC X(01).
               10  WS-PRG-SUPV          PIC X(09).
               10  WS-PRG-NOM-ANT       PIC X(40).
               10  WS-PRG-SUCU-ANT      PIC X(04).
               10  WS-PRG-ESTA-ANT      PIC X(01).
               10  WS-PRG-SUPV-ANT      PIC X(09).
               10  WS-PRG-USUARIO       PIC X(08).
               10  WS-PRG-FEC           PIC X(10).
               10  WS-PRG-HORA          PIC X(08).
               10  WS-PRG-ESTADO        PIC X(01).
               10  WS-PRG-RESULTADO     PIC X(30).
      *----------------------------------------------------------*
      *    FECHA DE PROCESO (AAAA-MM-DD)                           *
      *----------------------------------------------------------*
       01  WS-FECHA-HOY.
           05  WS-HOY-AAAA              PIC X(04).
           05  WS-HOY-MM                PIC X(02).
           05  WS-HOY-DD                PIC X(02).
       01  WS-FECHA-PROCESO.
           05  WS-FEC-AAAA              PIC X(04).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-FEC-MM                PIC X(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-FEC-DD                PIC X(02).
      *----------------------------------------------------------*
      *    LINEAS DEL REPORTE                                      *
      *----------------------------------------------------------*
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(50) VALUE
               'APLICACION DE CAMBIOS PROGRAMADOS DE SECTORISTA'.
           05  FILLER PIC X(10) VALUE ' SCLCB030'.
       01  WS-LINEA-FECHA.
           05  FILLER              PIC X(19) VALUE
               'FECHA DE PROCESO : '.
           05  FEC-PROCESO         PIC X(10).
       01  WS-LINEA-SECCION.
           05  SEC-TITULO          PIC X(80).
       01  WS-LINEA-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'SECTORISTA'.
           05  FILLER PIC X(08) VALUE 'FUNCION'.
           05  FILLER PIC X(12) VALUE 'EFECTIVA'.
           05  FILLER PIC X(06) VALUE 'SUCU'.
           05  FILLER PIC X(03) VALUE 'E'.
           05  FILLER PIC X(11) VALUE 'SUPERVISOR'.
           05  FILLER PIC X(10) VALUE 'USUARIO'.
           05  FILLER PIC X(12) VALUE 'SOLICITADO'.
           05  FILLER PIC X(30) VALUE 'RESULTADO'.
       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-COD-SCTA        PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-FUNCION         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-FEC-EFECTIVA    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SUCU            PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-ESTA            PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SUPV            PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-USUARIO         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-FEC-SOLICITUD   PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-RESULTADO       PIC X(30).
       01  WS-LINEA-SIN-DATOS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'NO HAY PEDIDOS'.
       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-TEXTO           PIC X(48).
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
           IF WS-PRG-CANT > ZERO
               PERFORM 3000-EVALUAR-PEDIDO
                   THRU 3000-EVALUAR-PEDIDO-EXIT
                   VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CANT
           END-IF
           PERFORM 5000-IMPRIMIR-REPORTE
               THRU 5000-IMPRIMIR-REPORTE-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-HOY-AAAA         TO WS-FEC-AAAA
           MOVE WS-HOY-MM           TO WS-FEC-MM
           MOVE WS-HOY-DD           TO WS-FEC-DD
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTPRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-CARGAR-PEDIDOS
               THRU 1250-CARGAR-PEDIDOS-EXIT.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1250-CARGAR-PEDIDOS                                    *
      *    CARGA TODOS LOS PEDIDOS ANTES DE APLICAR NINGUNO: EL   *
      *    CURSOR SE CIERRA ANTES DE QUE SCLCS034 Y SCLCS055      *
      *    ACTUALICEN LAS TABLAS.  UNA CARGA A MEDIAS DEJARIA     *
      *    PEDIDOS SIN APLICAR SIN AVISO, ASI QUE UN ERROR DB2    *
      *    ABORTA EL JOB.                                          *
      *----------------------------------------------------------*
       1250-CARGAR-PEDIDOS.
           MOVE SPACES  TO SCLSP031-INTERFAZ
           MOVE 'OPEN'  TO SCLSP031-FUNCION
           MOVE WS-FECHA-PROCESO TO SCLSP031-FEC-HOY
           CALL 'SCLCS055' USING SCLSP031-INTERFAZ
           MOVE 'FETCH' TO SCLSP031-FUNCION
           CALL 'SCLCS055' USING SCLSP031-INTERFAZ
           IF SCLSP031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 1260-AGREGAR-PEDIDO
               THRU 1260-AGREGAR-PEDIDO-EXIT
               UNTIL SCLSP031-EOF = 'S'
           MOVE 'CLOSE' TO SCLSP031-FUNCION
           CALL 'SCLCS055' USING SCLSP031-INTERFAZ.
       1250-CARGAR-PEDIDOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1260-AGREGAR-PEDIDO                                    *
      *----------------------------------------------------------*
       1260-AGREGAR-PEDIDO.
           IF WS-PRG-CANT >= 2000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE PEDIDOS '
                       'LLENA (2000), CAMBIOS NO APLICADOS'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRG-CANT
           ADD 1 TO WS-CT-PEDIDOS
           SET WS-PRG-IDX TO WS-PRG-CANT
           MOVE SCLSP031-COD-SCTA-9    TO WS-PRG-COD-SCTA (WS-PRG-IDX)
           MOVE SCLSP031-FEC-EFECTIVA
                                  TO WS-PRG-FEC-EFECTIVA (WS-PRG-IDX)
           MOVE SCLSP031-FUNCION-PROG  TO WS-PRG-FUNCION (WS-PRG-IDX)
           MOVE SCLSP031-NOM-SCTA      TO WS-PRG-NOM (WS-PRG-IDX)
           MOVE SCLSP031-COD-SUCU      TO WS-PRG-SUCU (WS-PRG-IDX)
           MOVE SCLSP031-IND-ESTA-SCTA TO WS-PRG-ESTA (WS-PRG-IDX)
           MOVE SCLSP031-COD-SCTA-SUPV TO WS-PRG-SUPV (WS-PRG-IDX)
           MOVE SCLSP031-NOM-SCTA-ANT  TO WS-PRG-NOM-ANT (WS-PRG-IDX)
           MOVE SCLSP031-COD-SUCU-ANT  TO WS-PRG-SUCU-ANT (WS-PRG-IDX)
           MOVE SCLSP031-IND-ESTA-ANT  TO WS-PRG-ESTA-ANT (WS-PRG-IDX)
           MOVE SCLSP031-COD-SCTA-SUPV-ANT
                                       TO WS-PRG-SUPV-ANT (WS-PRG-IDX)
           MOVE SCLSP031-USUARIO-SOLICITA
                                       TO WS-PRG-USUARIO (WS-PRG-IDX)
           MOVE SCLSP031-FEC-SOLICITUD TO WS-PRG-FEC (WS-PRG-IDX)
           MOVE SCLSP031-HORA-SOLICITUD
                                       TO WS-PRG-HORA (WS-PRG-IDX)
           MOVE SPACES                 TO WS-PRG-ESTADO (WS-PRG-IDX)
           MOVE SPACES                 TO WS-PRG-RESULTADO (WS-PRG-IDX)
           IF SCLSP031-FEC-EFECTIVA > WS-FECHA-PROCESO
               ADD 1 TO WS-CT-PROXIMOS
           ELSE
               ADD 1 TO WS-CT-VENCIDOS
           END-IF
           MOVE 'FETCH' TO SCLSP031-FUNCION
           CALL 'SCLCS055' USING SCLSP031-INTERFAZ
           IF SCLSP031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       1260-AGREGAR-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-EVALUAR-PEDIDO                                    *
      *    SOLO SE APLICAN LOS PEDIDOS CON FECHA EFECTIVA HOY O   *
      *    ANTERIOR (UNA NOCHE SIN CORRIDA NO PIERDE PEDIDOS).    *
      *    EN CAMBIO Y BAJA LA FILA ACTUAL DEL SECTORISTA DEBE    *
      *    SER LA MISMA QUE SE VIO AL PEDIRLO.                     *
      *----------------------------------------------------------*
       3000-EVALUAR-PEDIDO.
           IF WS-PRG-FEC-EFECTIVA (WS-PRG-IDX) > WS-FECHA-PROCESO
               GO TO 3000-EVALUAR-PEDIDO-EXIT
           END-IF
           IF WS-PRG-FUNCION (WS-PRG-IDX) NOT = 'ALTA'
               PERFORM 3100-VERIFICAR-SECTORISTA
                   THRU 3100-VERIFICAR-SECTORISTA-EXIT
               IF WS-PRG-ESTADO (WS-PRG-IDX) NOT = SPACES
                   GO TO 3000-EVALUAR-PEDIDO-EXIT
               END-IF
           END-IF
           PERFORM 3200-APLICAR-PEDIDO
               THRU 3200-APLICAR-PEDIDO-EXIT.
       3000-EVALUAR-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-VERIFICAR-SECTORISTA                              *
      *    COMPARA LA FILA DE HOY (SCLCS031) CON LA IMAGEN        *
      *    GUARDADA AL PEDIR.  '01' (CUBIERTO) Y '21' (INACTIVO)  *
      *    TAMBIEN DEVUELVEN LA FILA Y SE COMPARAN IGUAL.          *
      *----------------------------------------------------------*
       3100-VERIFICAR-SECTORISTA.
           MOVE SPACES                  TO SCLCA031-COMMAREA
           MOVE WS-PRG-COD-SCTA (WS-PRG-IDX) TO SCLCA031-CO-SCTA-I
           CALL 'SCLCS031' USING SCLCA031-COMMAREA
           IF SCLCA031-CO-RETU-O = '99'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 LEYENDO '
                       'SECTORISTA ' WS-PRG-COD-SCTA (WS-PRG-IDX)
                       ', SQLCODE ' SCLCA031-CO-RETU-DB2-O
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SCLCA031-CO-RETU-O = '20'
               MOVE 'SECTORISTA NO EXISTE'  TO WS-RESULTADO
               PERFORM 3300-RECHAZAR-PEDIDO
                   THRU 3300-RECHAZAR-PEDIDO-EXIT
               GO TO 3100-VERIFICAR-SECTORISTA-EXIT
           END-IF
           IF SCLCA031-CO-RETU-O NOT = '00' AND
              SCLCA031-CO-RETU-O NOT = '01' AND
              SCLCA031-CO-RETU-O NOT = '21'
               MOVE SCLCA031-DE-ERROR-O     TO WS-RESULTADO
               PERFORM 3300-RECHAZAR-PEDIDO
                   THRU 3300-RECHAZAR-PEDIDO-EXIT
               GO TO 3100-VERIFICAR-SECTORISTA-EXIT
           END-IF
           IF SCLCA031-NO-SCTA-O NOT = WS-PRG-NOM-ANT (WS-PRG-IDX)
              OR SCLCA031-CO-SUCU-O NOT = WS-PRG-SUCU-ANT (WS-PRG-IDX)
              OR SCLCA031-IN-ESTA-O NOT = WS-PRG-ESTA-ANT (WS-PRG-IDX)
              OR SCLCA031-CO-SCTA-SUPV-O
                                   NOT = WS-PRG-SUPV-ANT (WS-PRG-IDX)
               MOVE 'SECTORISTA CAMBIO TRAS PEDIDO'
                                            TO WS-RESULTADO
               PERFORM 3300-RECHAZAR-PEDIDO
                   THRU 3300-RECHAZAR-PEDIDO-EXIT
           END-IF.
       3100-VERIFICAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-APLICAR-PEDIDO                                    *
      *    EL MANTENIMIENTO PASA POR SCLCS034 CON EL USUARIO QUE  *
      *    LO PIDIO Y SIN FECHA EFECTIVA: SE REVALIDA TODO Y LA   *
      *    HISTORIA QUEDA A NOMBRE DEL SOLICITANTE.  UNA BAJA     *
      *    APLICADA QUEDA EN LA COLA DE APROBACION ('01').         *
      *----------------------------------------------------------*
       3200-APLICAR-PEDIDO.
           MOVE SPACES                  TO SCLMT031-COMMAREA
           MOVE WS-PRG-FUNCION (WS-PRG-IDX) TO SCLMT031-FUNCION-I
           MOVE WS-PRG-COD-SCTA (WS-PRG-IDX) TO SCLMT031-CO-SCTA-I
           MOVE WS-PRG-NOM (WS-PRG-IDX)  TO SCLMT031-NOM-SCTA-I
           MOVE WS-PRG-SUCU (WS-PRG-IDX) TO SCLMT031-CO-SUCU-I
           MOVE WS-PRG-ESTA (WS-PRG-IDX) TO SCLMT031-IN-ESTA-I
           MOVE WS-PRG-SUPV (WS-PRG-IDX) TO SCLMT031-CO-SCTA-SUPV-I
           MOVE WS-PRG-USUARIO (WS-PRG-IDX) TO SCLMT031-CO-USUARIO-I
           CALL 'SCLCS034' USING SCLMT031-COMMAREA
           EVALUATE SCLMT031-CO-RETU-O
               WHEN '00'
                   MOVE 'APLICADO'          TO WS-RESULTADO
                   PERFORM 3250-MARCAR-APLICADO
                       THRU 3250-MARCAR-APLICADO-EXIT
               WHEN '01'
                   MOVE 'APLICADO - BAJA EN APROBACION'
                                            TO WS-RESULTADO
                   ADD 1 TO WS-CT-BAJAS-APROB
                   PERFORM 3250-MARCAR-APLICADO
                       THRU 3250-MARCAR-APLICADO-EXIT
               WHEN '99'
                   DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 APLICANDO '
                           'SECTORISTA ' WS-PRG-COD-SCTA (WS-PRG-IDX)
                           ', SQLCODE ' SCLMT031-CO-RETU-DB2-O
                   PERFORM 9200-CERRAR-ARCHIVOS
                       THRU 9200-CERRAR-ARCHIVOS-EXIT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE SCLMT031-DE-ERROR-O TO WS-RESULTADO
                   PERFORM 3300-RECHAZAR-PEDIDO
                       THRU 3300-RECHAZAR-PEDIDO-EXIT
           END-EVALUATE.
       3200-APLICAR-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3250-MARCAR-APLICADO                                   *
      *----------------------------------------------------------*
       3250-MARCAR-APLICADO.
           MOVE 'A'                     TO WS-PRG-ESTADO (WS-PRG-IDX)
           ADD 1 TO WS-CT-APLICADOS
           PERFORM 3400-RESOLVER-PEDIDO
               THRU 3400-RESOLVER-PEDIDO-EXIT.
       3250-MARCAR-APLICADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3300-RECHAZAR-PEDIDO                                   *
      *----------------------------------------------------------*
       3300-RECHAZAR-PEDIDO.
           MOVE 'R'                     TO WS-PRG-ESTADO (WS-PRG-IDX)
           ADD 1 TO WS-CT-RECHAZADOS
           PERFORM 3400-RESOLVER-PEDIDO
               THRU 3400-RESOLVER-PEDIDO-EXIT.
       3300-RECHAZAR-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3400-RESOLVER-PEDIDO                                   *
      *    CIERRA EL PEDIDO EN SCT.SCTA_PROGRAMADA (VIA SCLCS055) *
      *    CON EL RESULTADO QUE YA ESTA EN WS-RESULTADO.  SI NO   *
      *    SE PUEDE ACTUALIZAR EL JOB ABORTA: EL PEDIDO SEGUIRIA  *
      *    PENDIENTE Y SE VOLVERIA A INTENTAR LA PROXIMA NOCHE.    *
      *----------------------------------------------------------*
       3400-RESOLVER-PEDIDO.
           MOVE WS-RESULTADO          TO WS-PRG-RESULTADO (WS-PRG-IDX)
           MOVE SPACES                   TO SCLSP031-INTERFAZ
           MOVE 'RESOL'                  TO SCLSP031-FUNCION
           MOVE WS-PRG-COD-SCTA (WS-PRG-IDX) TO SCLSP031-COD-SCTA-9
           MOVE WS-PRG-FEC (WS-PRG-IDX)  TO SCLSP031-FEC-SOLICITUD
           MOVE WS-PRG-HORA (WS-PRG-IDX) TO SCLSP031-HORA-SOLICITUD
           MOVE WS-PRG-ESTADO (WS-PRG-IDX) TO SCLSP031-IND-ESTADO
           MOVE WS-PGM-ID                TO SCLSP031-USUARIO-RESUELVE
           MOVE WS-RESULTADO             TO SCLSP031-DE-RESULTADO
           CALL 'SCLCS055' USING SCLSP031-INTERFAZ
           IF SCLSP031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - ABEND, NO SE PUDO RESOLVER EL '
                       'PEDIDO DEL SECTORISTA '
                       WS-PRG-COD-SCTA (WS-PRG-IDX)
                       ', SQLCODE ' SCLSP031-SQLCODE
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3400-RESOLVER-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-IMPRIMIR-REPORTE                                  *
      *    TRES SECCIONES SOBRE LA MISMA TABLA: APLICADOS ('A'),  *
      *    RECHAZADOS ('R') Y PROXIMOS 7 DIAS (EN BLANCO).         *
      *----------------------------------------------------------*
       5000-IMPRIMIR-REPORTE.
           MOVE WS-LINEA-TITULO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-FECHA-PROCESO    TO FEC-PROCESO
           MOVE WS-LINEA-FECHA      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'CAMBIOS APLICADOS' TO SEC-TITULO
           MOVE 'A'                 TO WS-ESTADO-LISTAR
           PERFORM 5100-IMPRIMIR-SECCION
               THRU 5100-IMPRIMIR-SECCION-EXIT
           MOVE 'CAMBIOS RECHAZADOS (DEBEN VOLVER A PEDIRSE)'
                                    TO SEC-TITULO
           MOVE 'R'                 TO WS-ESTADO-LISTAR
           PERFORM 5100-IMPRIMIR-SECCION
               THRU 5100-IMPRIMIR-SECCION-EXIT
           MOVE 'CAMBIOS PROGRAMADOS PARA LOS PROXIMOS 7 DIAS'
                                    TO SEC-TITULO
           MOVE SPACES              TO WS-ESTADO-LISTAR
           PERFORM 5100-IMPRIMIR-SECCION
               THRU 5100-IMPRIMIR-SECCION-EXIT
           PERFORM 7000-IMPRIMIR-TOTALES
               THRU 7000-IMPRIMIR-TOTALES-EXIT.
       5000-IMPRIMIR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5100-IMPRIMIR-SECCION                                  *
      *----------------------------------------------------------*
       5100-IMPRIMIR-SECCION.
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE ZERO                TO WS-CT-LISTADOS
           IF WS-PRG-CANT > ZERO
               PERFORM 5200-IMPRIMIR-PEDIDO
                   THRU 5200-IMPRIMIR-PEDIDO-EXIT
                   VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CANT
           END-IF
           IF WS-CT-LISTADOS = ZERO
               MOVE WS-LINEA-SIN-DATOS TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF.
       5100-IMPRIMIR-SECCION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5200-IMPRIMIR-PEDIDO                                   *
      *----------------------------------------------------------*
       5200-IMPRIMIR-PEDIDO.
           IF WS-PRG-ESTADO (WS-PRG-IDX) NOT = WS-ESTADO-LISTAR
               GO TO 5200-IMPRIMIR-PEDIDO-EXIT
           END-IF
           ADD 1 TO WS-CT-LISTADOS
           MOVE SPACES                   TO WS-LINEA-DETALLE
           MOVE WS-PRG-COD-SCTA (WS-PRG-IDX)  TO DET-COD-SCTA
           MOVE WS-PRG-FUNCION (WS-PRG-IDX)   TO DET-FUNCION
           MOVE WS-PRG-FEC-EFECTIVA (WS-PRG-IDX)
                                              TO DET-FEC-EFECTIVA
           MOVE WS-PRG-SUCU (WS-PRG-IDX)      TO DET-SUCU
           MOVE WS-PRG-ESTA (WS-PRG-IDX)      TO DET-ESTA
           MOVE WS-PRG-SUPV (WS-PRG-IDX)      TO DET-SUPV
           MOVE WS-PRG-USUARIO (WS-PRG-IDX)   TO DET-USUARIO
           MOVE WS-PRG-FEC (WS-PRG-IDX)       TO DET-FEC-SOLICITUD
           MOVE WS-PRG-RESULTADO (WS-PRG-IDX) TO DET-RESULTADO
           MOVE WS-LINEA-DETALLE         TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       5200-IMPRIMIR-PEDIDO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7000-IMPRIMIR-TOTALES                                  *
      *----------------------------------------------------------*
       7000-IMPRIMIR-TOTALES.
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'TOTALES DE CONTROL' TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'PEDIDOS PENDIENTES LEIDOS                    :'
                                    TO TOT-TEXTO
           MOVE WS-CT-PEDIDOS       TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '  VENCIDOS (FECHA EFECTIVA HOY O ANTERIOR)   :'
                                    TO TOT-TEXTO
           MOVE WS-CT-VENCIDOS      TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '    APLICADOS                                :'
                                    TO TOT-TEXTO
           MOVE WS-CT-APLICADOS     TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '      BAJAS ENVIADAS A APROBACION            :'
                                    TO TOT-TEXTO
           MOVE WS-CT-BAJAS-APROB   TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '    RECHAZADOS                               :'
                                    TO TOT-TEXTO
           MOVE WS-CT-RECHAZADOS    TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '  PROXIMOS 7 DIAS                            :'
                                    TO TOT-TEXTO
           MOVE WS-CT-PROXIMOS      TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT.
       7000-IMPRIMIR-TOTALES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7100-IMPRIMIR-TOTAL                                    *
      *----------------------------------------------------------*
       7100-IMPRIMIR-TOTAL.
           MOVE WS-LINEA-TOTAL      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       7100-IMPRIMIR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           DISPLAY WS-PGM-ID ' - PEDIDOS PENDIENTES  : ' WS-CT-PEDIDOS
           DISPLAY WS-PGM-ID ' - VENCIDOS            : ' WS-CT-VENCIDOS
           DISPLAY WS-PGM-ID ' - APLICADOS           : '
                   WS-CT-APLICADOS
           DISPLAY WS-PGM-ID ' - RECHAZADOS          : '
                   WS-CT-RECHAZADOS
           DISPLAY WS-PGM-ID ' - PROXIMOS 7 DIAS     : ' WS-CT-PROXIMOS
           IF WS-CT-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL CARGAR LOS PEDIDOS: EL JOB ABORTA *
      *    ANTES DE APLICAR NINGUNO.                               *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR SP031CSR, '
                   'CAMBIOS NO APLICADOS'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9100-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
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
           MOVE WS-CT-PEDIDOS        TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-APLICADOS      TO SCLRC031-CT-APLICADOS
           MOVE WS-CT-RECHAZADOS     TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
