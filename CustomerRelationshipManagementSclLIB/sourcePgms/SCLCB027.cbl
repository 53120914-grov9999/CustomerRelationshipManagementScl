       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB027.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112106 26/10/15 RPAZ  CREACION - FOTO MENSUAL DE CARTERA Y  *
      *                        REPORTE DE MOVIMIENTO POR SECTORISTA  *
      *                        Y SUCURSAL (APERTURA, GANADOS,        *
      *                        PERDIDOS Y CIERRE, POR PROCESO).      *
      *  112108 26/10/15 RPAZ  DESCRIPCION DE LOS CAMBIOS GRABADOS   *
      *                        POR LA CONCILIACION DE SCLCB029.      *
      *==============================================================*
      *  PROCESO BATCH DE CIERRE DE MES.  CUENTA LOS CLIENTES DE     *
      *  CADA SECTORISTA EN EL SCTWORK DEL DIA (CIERRE), LOS         *
      *  COMPARA CONTRA LA FOTO DEL MES ANTERIOR EN                  *
      *  SCT.CARTERA_MES (APERTURA, VIA SCLCS051) Y EXPLICA LA       *
      *  DIFERENCIA CON LOS CAMBIOS DEL MES EN                       *
      *  SCT.CLIENTE_SCTA_HIST (VIA SCLCS052): CADA CAMBIO ES UN     *
      *  CLIENTE PERDIDO POR EL SECTORISTA ANTERIOR Y GANADO POR EL  *
      *  NUEVO, ABIERTO POR EL PROCESO QUE LO GRABO.                 *
      *  LOS CAMBIOS DE UN CODIGO DE 5 DIGITOS A SU EQUIVALENTE DE 9 *
      *  (CROSSWALK DE SCLCS032) SON CONVERSIONES, NO MOVIMIENTOS DE *
      *  CARTERA, Y NO SE CUENTAN.                                   *
      *  SI CIERRE NO ES APERTURA + GANADOS - PERDIDOS EL SECTORISTA *
      *  SE MARCA CON DIFERENCIA NO EXPLICADA (ALTAS Y BAJAS DE      *
      *  CLIENTES DEL MAESTRO, O CAMBIOS DE SECTORISTA QUE NO DEJARON*
      *  HISTORIA).  AL FINAL GRABA LA FOTO DEL PERIODO, QUE SERA LA *
      *  APERTURA DEL MES SIGUIENTE; UNA NUEVA CORRIDA DEL MISMO     *
      *  PERIODO REEMPLAZA LA FOTO ANTERIOR.                          *
      *--------------------------------------------------------------*
      *  ENTRADA  : SCTWORK  - CLIENTES VALIDADOS (COPY SCLWK031),   *
      *                        GENERADO POR SCLCB018 EN EL ULTIMO    *
      *                        CICLO DEL MES.                        *
      *             SCTMPARM - POSICIONES 1-6 PERIODO AAAAMM; EN     *
      *                        BLANCO, EL MES ANTERIOR AL DE LA      *
      *                        CORRIDA.                              *
      *  SALIDA   : SCTMRPT  - REPORTE POR SUCURSAL Y SECTORISTA,    *
      *                        CON SUBTOTAL POR SUCURSAL, LOS        *
      *                        CODIGOS FUERA DEL DIRECTORIO APARTE Y *
      *                        TOTALES GENERALES Y POR PROCESO.      *
      *             SCT.CARTERA_MES - FOTO DEL PERIODO (SCLCS051).   *
      *  SIN FOTO DEL PERIODO ANTERIOR (PRIMERA CORRIDA) NO SE       *
      *  CONTROLAN DIFERENCIAS.  RC=4 SI HAY DIFERENCIAS NO          *
      *  EXPLICADAS O NO HAY FOTO ANTERIOR.                           *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRABAJO-FILE     ASSIGN TO SCTWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRABAJO.
           SELECT PARM-FILE        ASSIGN TO SCTMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT REPORTE-FILE     ASSIGN TO SCTMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  TRABAJO-FILE
           RECORDING MODE IS F.
           COPY SCLWK031.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REG.
           05  FD-PARM-PERIODO            PIC X(06).
           05  FILLER                     PIC X(74).
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB027'.
       77  WS-FS-TRABAJO               PIC X(02) VALUE SPACES.
       77  WS-FS-PARM                  PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE               PIC X(02) VALUE SPACES.
       77  WS-EOF-TRABAJO-SW           PIC X(01) VALUE 'N'.
       77  WS-CT-LEIDOS                 PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-MOVIMIENTOS            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CONVERSIONES           PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-DIFERENCIAS            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-FOTO                   PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-IMPRESOS               PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-HAY-APERTURA-SW           PIC X(01) VALUE 'N'.
           88  WS-HAY-APERTURA                 VALUE 'S'.
       77  WS-SECCION                   PIC X(01) VALUE SPACES.
           88  WS-SECCION-DIRECTORIO           VALUE 'D'.
           88  WS-SECCION-FUERA                VALUE 'F'.
       77  WS-PRIMERA-VEZ-SW            PIC X(01) VALUE 'S'.
       77  WS-SUCU-ANTERIOR             PIC X(04) VALUE SPACES.
       77  WS-CURSOR-DB2                PIC X(08) VALUE SPACES.
       77  WS-COD-BUSCADO               PIC X(09) VALUE SPACES.
       77  WS-COD-ANT                   PIC X(09) VALUE SPACES.
       77  WS-COD-NUE                   PIC X(09) VALUE SPACES.
       77  WS-PROC-BUSCADO              PIC X(08) VALUE SPACES.
       77  WS-PROC-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-PROC-POS                  PIC 9(02) COMP VALUE ZERO.
       77  WS-PROC-OTROS                PIC 9(02) COMP VALUE 10.
       01  WS-FECHA-HOY.
           05  WS-HOY-PERIODO           PIC X(06).
           05  WS-HOY-DD                PIC X(02).
       01  WS-PERIODO.
           05  WS-PER-AAAA              PIC 9(04).
           05  WS-PER-MM                PIC 9(02).
       01  WS-PERIODO-ANT.
           05  WS-ANT-AAAA              PIC 9(04).
           05  WS-ANT-MM                PIC 9(02).
      *----------------------------------------------------------*
      *    FECHA AAAA-MM-DD PARA EL RANGO DEL CURSOR DE HISTORIA  *
      *----------------------------------------------------------*
       01  WS-FECHA-ISO.
           05  WS-ISO-AAAA              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-ISO-MM                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-ISO-DD                PIC 9(02) VALUE 01.
       77  WS-FEC-DESDE                 PIC X(10) VALUE SPACES.
       77  WS-FEC-HASTA                 PIC X(10) VALUE SPACES.
       COPY SCLDR031.
       COPY SCLCW031.
       COPY SCLFM031.
       COPY SCLMV031.
       COPY SCLSU031.
      *----------------------------------------------------------*
      *    CARTERA POR SECTORISTA.  PRIMERO EL DIRECTORIO, EN EL  *
      *    ORDEN DEL CURSOR (SUCURSAL Y NOMBRE); DETRAS SE        *
      *    AGREGAN LOS CODIGOS QUE APARECEN EN LA FOTO, LA        *
      *    HISTORIA O EL SCTWORK Y NO ESTAN EN EL DIRECTORIO      *
      *    (INCLUIDO EL CODIGO EN BLANCO).  CAR-PROC LLEVA LOS    *
      *    GANADOS/PERDIDOS POR PROCESO, EN LA POSICION DEL       *
      *    PROCESO EN WS-TABLA-PROCESOS.                           *
      *----------------------------------------------------------*
       01  WS-TABLA-CARTERA.
           05  WS-CAR-CANT              PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-CAR-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CAR-CANT
                   INDEXED BY WS-CAR-IDX WS-CAR-POS.
               10  WS-CAR-COD           PIC X(09).
               10  WS-CAR-NOM           PIC X(40).
               10  WS-CAR-SUCU          PIC X(04).
               10  WS-CAR-ESTA          PIC X(01).
               10  WS-CAR-EN-DIR        PIC X(01).
               10  WS-CAR-APERTURA      PIC 9(07) COMP-3.
               10  WS-CAR-GANADOS       PIC 9(07) COMP-3.
               10  WS-CAR-PERDIDOS      PIC 9(07) COMP-3.
               10  WS-CAR-CIERRE        PIC 9(07) COMP-3.
               10  WS-CAR-DIFERENCIA    PIC S9(07) COMP-3.
               10  WS-CAR-PROC OCCURS 10 TIMES.
                   15  WS-CAR-GAN-PROC  PIC 9(07) COMP-3.
                   15  WS-CAR-PER-PROC  PIC 9(07) COMP-3.
       77  WS-CAR-BUSCADO               PIC 9(01) VALUE ZERO.
           88  WS-CAR-ENCONTRADO               VALUE 1.
      *----------------------------------------------------------*
      *    PROCESOS QUE GRABARON HISTORIA EN EL MES.  LAS         *
      *    POSICIONES 1 A 9 SE OCUPAN EN EL ORDEN EN QUE          *
      *    APARECEN; LA 10 ACUMULA CUALQUIER OTRO (OTROS).         *
      *----------------------------------------------------------*
       01  WS-TABLA-PROCESOS.
           05  WS-PROC-CANT             PIC 9(02) COMP VALUE ZERO.
           05  WS-PROC-ENTRADA OCCURS 10 TIMES.
               10  WS-PROC-COD          PIC X(08).
               10  WS-PROC-GAN          PIC 9(07) COMP-3.
               10  WS-PROC-PER          PIC 9(07) COMP-3.
       77  WS-PROC-ENCONTRADO-SW        PIC X(01) VALUE 'N'.
           88  WS-PROC-ENCONTRADO              VALUE 'S'.
      *----------------------------------------------------------*
      *    CROSSWALK 5-A-9 EN MEMORIA (CURSOR DE SCLCS032).       *
      *----------------------------------------------------------*
       01  WS-TABLA-CROSSWALK.
           05  WS-CW-CANT               PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-CW-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CW-CANT
                   INDEXED BY WS-CW-IDX.
               10  WS-CW-COD-5          PIC X(05).
               10  WS-CW-COD-9          PIC X(09).
       77  WS-CW-BUSCADO                PIC 9(01) VALUE ZERO.
           88  WS-CW-ENCONTRADO                VALUE 1.
      *----------------------------------------------------------*
      *    ACUMULADORES DE SUCURSAL, DE SECCION Y GENERALES        *
      *----------------------------------------------------------*
       01  WS-ACUM-SUCURSAL.
           05  WS-SUC-APERTURA          PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-SUC-GANADOS           PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-SUC-PERDIDOS          PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-SUC-CIERRE            PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-SUC-DIFERENCIA        PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-ACUM-GENERAL.
           05  WS-GEN-APERTURA          PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-GEN-GANADOS           PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-GEN-PERDIDOS          PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-GEN-CIERRE            PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-GEN-DIFERENCIA        PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(50) VALUE
               'MOVIMIENTO MENSUAL DE CARTERA - SCLCB027'.
       01  WS-LINEA-PARAMETROS.
           05  FILLER              PIC X(10) VALUE 'PERIODO : '.
           05  PAR-PERIODO         PIC X(06).
           05  FILLER              PIC X(22) VALUE
               '   FOTO DE APERTURA : '.
           05  PAR-PERIODO-ANT     PIC X(06).
           05  FILLER              PIC X(24) VALUE
               '   CAMBIOS DESDE EL DIA '.
           05  PAR-DESDE           PIC X(10).
           05  FILLER              PIC X(15) VALUE
               ' HASTA EL DIA  '.
           05  PAR-HASTA           PIC X(10).
           05  FILLER              PIC X(12) VALUE ' (EXCLUIDO)'.
       01  WS-LINEA-SIN-APERTURA.
           05  FILLER PIC X(50) VALUE
               '*** NO HAY FOTO DEL PERIODO ANTERIOR: NO SE CONTRO'.
           05  FILLER PIC X(30) VALUE
               'LAN DIFERENCIAS ***'.
       01  WS-LINEA-SECCION.
           05  SEC-TITULO          PIC X(60).
       01  WS-LINEA-SUCURSAL.
           05  FILLER              PIC X(11) VALUE 'SUCURSAL : '.
           05  ENC-COD-SUCU        PIC X(04).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  ENC-NOM-SUCU        PIC X(30).
       01  WS-LINEA-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(42) VALUE 'SECTORISTA'.
           05  FILLER PIC X(09) VALUE 'APERTURA'.
           05  FILLER PIC X(09) VALUE ' GANADOS'.
           05  FILLER PIC X(09) VALUE 'PERDIDOS'.
           05  FILLER PIC X(09) VALUE '  CIERRE'.
           05  FILLER PIC X(10) VALUE 'DIFERENCIA'.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'OBSERVACION'.
       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-COD-SCTA        PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-NOM-SCTA        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-APERTURA        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-GANADOS         PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-PERDIDOS        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-CIERRE          PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-DIFERENCIA      PIC -ZZZZZZ9.
           05  DET-DIFERENCIA-X    REDEFINES DET-DIFERENCIA
                                   PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-OBSERVACION     PIC X(20).
       01  WS-LINEA-PROCESO.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  PRO-PROCESO         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRO-DESCRIPCION     PIC X(25).
           05  FILLER              PIC X(11) VALUE SPACES.
           05  PRO-GANADOS         PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PRO-PERDIDOS        PIC ZZZZZZ9.
       01  WS-LINEA-SIN-DATOS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(40) VALUE
               'NO HAY SECTORISTAS EN ESTA SECCION'.
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
           PERFORM 2000-CARGAR-SECTORISTAS
               THRU 2000-CARGAR-SECTORISTAS-EXIT
           PERFORM 2500-CARGAR-CROSSWALK
               THRU 2500-CARGAR-CROSSWALK-EXIT
           PERFORM 3000-CARGAR-APERTURA
               THRU 3000-CARGAR-APERTURA-EXIT
           PERFORM 4000-CARGAR-MOVIMIENTOS
               THRU 4000-CARGAR-MOVIMIENTOS-EXIT
           PERFORM 5000-CONTAR-CIERRE
               THRU 5000-CONTAR-CIERRE-EXIT
           PERFORM 5500-CALCULAR-DIFERENCIA
               THRU 5500-CALCULAR-DIFERENCIA-EXIT
               VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > WS-CAR-CANT
           PERFORM 5600-GRABAR-FOTO THRU 5600-GRABAR-FOTO-EXIT
           PERFORM 6000-IMPRIMIR-REPORTE
               THRU 6000-IMPRIMIR-REPORTE-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           INITIALIZE WS-TABLA-PROCESOS
           MOVE 'OTROS'             TO WS-PROC-COD (WS-PROC-OTROS)
           PERFORM 1100-LEER-PARAMETRO THRU 1100-LEER-PARAMETRO-EXIT
           PERFORM 1200-CALCULAR-PERIODOS
               THRU 1200-CALCULAR-PERIODOS-EXIT
           OPEN INPUT  TRABAJO-FILE
           IF WS-FS-TRABAJO NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTWORK '
                       WS-FS-TRABAJO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTMRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1100-LEER-PARAMETRO                                   *
      *    SIN PARAMETRO SE TOMA EL MES ANTERIOR: EL JOB CORRE AL *
      *    EMPEZAR EL MES SIGUIENTE, DESPUES DEL ULTIMO CICLO DEL *
      *    MES CERRADO, PARA QUE LA HISTORIA DEL MES ESTE         *
      *    COMPLETA HASTA LA MEDIANOCHE DEL ULTIMO DIA.            *
      *----------------------------------------------------------*
       1100-LEER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = '00'
               MOVE SPACES TO FD-PARM-REG
           ELSE
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO FD-PARM-REG
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF FD-PARM-PERIODO = SPACES
               MOVE WS-HOY-PERIODO TO WS-PERIODO
               IF WS-PER-MM = 1
                   SUBTRACT 1 FROM WS-PER-AAAA
                   MOVE 12 TO WS-PER-MM
               ELSE
                   SUBTRACT 1 FROM WS-PER-MM
               END-IF
               GO TO 1100-LEER-PARAMETRO-EXIT
           END-IF
           IF FD-PARM-PERIODO IS NOT NUMERIC
              OR FD-PARM-PERIODO (5:2) < '01'
              OR FD-PARM-PERIODO (5:2) > '12'
               DISPLAY WS-PGM-ID ' - ABEND, PERIODO INVALIDO EN '
                       'SCTMPARM (AAAAMM): ' FD-PARM-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FD-PARM-PERIODO TO WS-PERIODO.
       1100-LEER-PARAMETRO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1200-CALCULAR-PERIODOS                                *
      *    PERIODO ANTERIOR (FOTO DE APERTURA) Y RANGO DE FECHAS  *
      *    DEL CURSOR DE HISTORIA: DEL DIA 1 DEL PERIODO AL DIA 1 *
      *    DEL MES SIGUIENTE, EXCLUIDO.                            *
      *----------------------------------------------------------*
       1200-CALCULAR-PERIODOS.
           IF WS-PER-MM = 1
               COMPUTE WS-ANT-AAAA = WS-PER-AAAA - 1
               MOVE 12 TO WS-ANT-MM
           ELSE
               MOVE WS-PER-AAAA TO WS-ANT-AAAA
               COMPUTE WS-ANT-MM = WS-PER-MM - 1
           END-IF
           MOVE WS-PER-AAAA  TO WS-ISO-AAAA
           MOVE WS-PER-MM    TO WS-ISO-MM
           MOVE WS-FECHA-ISO TO WS-FEC-DESDE
           IF WS-PER-MM = 12
               COMPUTE WS-ISO-AAAA = WS-PER-AAAA + 1
               MOVE 1 TO WS-ISO-MM
           ELSE
               COMPUTE WS-ISO-MM = WS-PER-MM + 1
           END-IF
           MOVE WS-FECHA-ISO TO WS-FEC-HASTA.
       1200-CALCULAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-CARGAR-SECTORISTAS                                *
      *    CARGA EL DIRECTORIO COMPLETO EN LA TABLA DE CARTERA    *
      *    RECORRIENDO EL CURSOR DE SCLCS033.                      *
      *----------------------------------------------------------*
       2000-CARGAR-SECTORISTAS.
           MOVE 'DR031CSR' TO WS-CURSOR-DB2
           MOVE SPACES  TO SCLDR031-INTERFAZ
           MOVE 'OPEN'  TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           MOVE 'FETCH' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           IF SCLDR031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 2100-AGREGAR-SECTORISTA
               THRU 2100-AGREGAR-SECTORISTA-EXIT
               UNTIL SCLDR031-EOF = 'S'
           MOVE 'CLOSE' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ.
       2000-CARGAR-SECTORISTAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-AGREGAR-SECTORISTA                                *
      *----------------------------------------------------------*
       2100-AGREGAR-SECTORISTA.
           IF WS-CAR-CANT >= 2000
               PERFORM 9150-TABLA-LLENA THRU 9150-TABLA-LLENA-EXIT
           END-IF
           ADD 1 TO WS-CAR-CANT
           SET WS-CAR-IDX TO WS-CAR-CANT
           INITIALIZE WS-CAR-ENTRADA (WS-CAR-IDX)
           MOVE SCLDR031-COD-SCTA-9    TO WS-CAR-COD (WS-CAR-IDX)
           MOVE SCLDR031-NOM-SCTA      TO WS-CAR-NOM (WS-CAR-IDX)
           MOVE SCLDR031-COD-SUCU      TO WS-CAR-SUCU (WS-CAR-IDX)
           MOVE SCLDR031-IND-ESTA-SCTA TO WS-CAR-ESTA (WS-CAR-IDX)
           MOVE 'S'                    TO WS-CAR-EN-DIR (WS-CAR-IDX)
           MOVE 'FETCH' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           IF SCLDR031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       2100-AGREGAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2500-CARGAR-CROSSWALK                                  *
      *----------------------------------------------------------*
       2500-CARGAR-CROSSWALK.
           MOVE 'CW031CSR' TO WS-CURSOR-DB2
           MOVE SPACES  TO SCLCW031-INTERFAZ
           MOVE 'OPEN'  TO SCLCW031-FUNCION
           CALL 'SCLCS032' USING SCLCW031-INTERFAZ
           MOVE 'FETCH' TO SCLCW031-FUNCION
           CALL 'SCLCS032' USING SCLCW031-INTERFAZ
           IF SCLCW031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 2600-AGREGAR-CROSSWALK
               THRU 2600-AGREGAR-CROSSWALK-EXIT
               UNTIL SCLCW031-EOF = 'S'
           MOVE 'CLOSE' TO SCLCW031-FUNCION
           CALL 'SCLCS032' USING SCLCW031-INTERFAZ.
       2500-CARGAR-CROSSWALK-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2600-AGREGAR-CROSSWALK                                 *
      *----------------------------------------------------------*
       2600-AGREGAR-CROSSWALK.
           IF WS-CW-CANT >= 2000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE CROSSWALK '
                       'LLENA (2000), REPORTE NO GENERADO'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CW-CANT
           SET WS-CW-IDX TO WS-CW-CANT
           MOVE SCLCW031-COD-SCTA-5 TO WS-CW-COD-5 (WS-CW-IDX)
           MOVE SCLCW031-COD-SCTA-9 TO WS-CW-COD-9 (WS-CW-IDX)
           MOVE 'FETCH' TO SCLCW031-FUNCION
           CALL 'SCLCS032' USING SCLCW031-INTERFAZ
           IF SCLCW031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       2600-AGREGAR-CROSSWALK-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CARGAR-APERTURA                                   *
      *    LA APERTURA DEL PERIODO ES LA FOTO DEL PERIODO         *
      *    ANTERIOR (CURSOR DE SCLCS051).                          *
      *----------------------------------------------------------*
       3000-CARGAR-APERTURA.
           MOVE 'FM031CSR' TO WS-CURSOR-DB2
           MOVE SPACES  TO SCLFM031-INTERFAZ
           MOVE 'OPEN'  TO SCLFM031-FUNCION
           MOVE WS-PERIODO-ANT TO SCLFM031-PERIODO
           CALL 'SCLCS051' USING SCLFM031-INTERFAZ
           MOVE 'FETCH' TO SCLFM031-FUNCION
           CALL 'SCLCS051' USING SCLFM031-INTERFAZ
           IF SCLFM031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 3100-AGREGAR-APERTURA
               THRU 3100-AGREGAR-APERTURA-EXIT
               UNTIL SCLFM031-EOF = 'S'
           MOVE 'CLOSE' TO SCLFM031-FUNCION
           CALL 'SCLCS051' USING SCLFM031-INTERFAZ
           IF NOT WS-HAY-APERTURA
               DISPLAY WS-PGM-ID ' - AVISO, NO HAY FOTO DEL PERIODO '
                       WS-PERIODO-ANT ', NO SE CONTROLAN DIFERENCIAS'
           END-IF.
       3000-CARGAR-APERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-AGREGAR-APERTURA                                  *
      *----------------------------------------------------------*
       3100-AGREGAR-APERTURA.
           SET WS-HAY-APERTURA TO TRUE
           MOVE SCLFM031-COD-SCTA-9 TO WS-COD-BUSCADO
           PERFORM 8000-UBICAR-CARTERA THRU 8000-UBICAR-CARTERA-EXIT
           ADD SCLFM031-CANT-CLIENTES TO WS-CAR-APERTURA (WS-CAR-POS)
           MOVE 'FETCH' TO SCLFM031-FUNCION
           CALL 'SCLCS051' USING SCLFM031-INTERFAZ
           IF SCLFM031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       3100-AGREGAR-APERTURA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-CARGAR-MOVIMIENTOS                                *
      *    CAMBIOS DE SECTORISTA DEL PERIODO (CURSOR DE SCLCS052).*
      *----------------------------------------------------------*
       4000-CARGAR-MOVIMIENTOS.
           MOVE 'MV031CSR' TO WS-CURSOR-DB2
           MOVE SPACES  TO SCLMV031-INTERFAZ
           MOVE 'OPEN'  TO SCLMV031-FUNCION
           MOVE WS-FEC-DESDE TO SCLMV031-FEC-DESDE
           MOVE WS-FEC-HASTA TO SCLMV031-FEC-HASTA
           CALL 'SCLCS052' USING SCLMV031-INTERFAZ
           MOVE 'FETCH' TO SCLMV031-FUNCION
           CALL 'SCLCS052' USING SCLMV031-INTERFAZ
           IF SCLMV031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 4100-AGREGAR-MOVIMIENTO
               THRU 4100-AGREGAR-MOVIMIENTO-EXIT
               UNTIL SCLMV031-EOF = 'S'
           MOVE 'CLOSE' TO SCLMV031-FUNCION
           CALL 'SCLCS052' USING SCLMV031-INTERFAZ.
       4000-CARGAR-MOVIMIENTOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4100-AGREGAR-MOVIMIENTO                                *
      *----------------------------------------------------------*
       4100-AGREGAR-MOVIMIENTO.
           PERFORM 4200-REGISTRAR-MOVIMIENTO
               THRU 4200-REGISTRAR-MOVIMIENTO-EXIT
           MOVE 'FETCH' TO SCLMV031-FUNCION
           CALL 'SCLCS052' USING SCLMV031-INTERFAZ
           IF SCLMV031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       4100-AGREGAR-MOVIMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4200-REGISTRAR-MOVIMIENTO                              *
      *    AMBOS CODIGOS SE LLEVAN A 9 DIGITOS POR EL CROSSWALK;  *
      *    SI QUEDAN IGUALES EL CAMBIO FUE UNA CONVERSION DE 5 A  *
      *    9 Y NO MUEVE CARTERA.  SI NO, ES UN PERDIDO PARA EL    *
      *    ANTERIOR Y UN GANADO PARA EL NUEVO, POR PROCESO.        *
      *----------------------------------------------------------*
       4200-REGISTRAR-MOVIMIENTO.
           MOVE SCLMV031-COD-SCTA-ANT TO WS-COD-BUSCADO
           PERFORM 8100-RESOLVER-CODIGO
               THRU 8100-RESOLVER-CODIGO-EXIT
           MOVE WS-COD-BUSCADO        TO WS-COD-ANT
           MOVE SCLMV031-COD-SCTA-NUE TO WS-COD-BUSCADO
           PERFORM 8100-RESOLVER-CODIGO
               THRU 8100-RESOLVER-CODIGO-EXIT
           MOVE WS-COD-BUSCADO        TO WS-COD-NUE
           IF WS-COD-ANT = WS-COD-NUE
               ADD 1 TO WS-CT-CONVERSIONES
               GO TO 4200-REGISTRAR-MOVIMIENTO-EXIT
           END-IF
           ADD 1 TO WS-CT-MOVIMIENTOS
           MOVE SCLMV031-PROCESO TO WS-PROC-BUSCADO
           PERFORM 8200-UBICAR-PROCESO THRU 8200-UBICAR-PROCESO-EXIT
           ADD 1 TO WS-PROC-GAN (WS-PROC-POS)
           ADD 1 TO WS-PROC-PER (WS-PROC-POS)
           MOVE WS-COD-ANT TO WS-COD-BUSCADO
           PERFORM 8000-UBICAR-CARTERA THRU 8000-UBICAR-CARTERA-EXIT
           ADD 1 TO WS-CAR-PERDIDOS (WS-CAR-POS)
           ADD 1 TO WS-CAR-PER-PROC (WS-CAR-POS, WS-PROC-POS)
           MOVE WS-COD-NUE TO WS-COD-BUSCADO
           PERFORM 8000-UBICAR-CARTERA THRU 8000-UBICAR-CARTERA-EXIT
           ADD 1 TO WS-CAR-GANADOS (WS-CAR-POS)
           ADD 1 TO WS-CAR-GAN-PROC (WS-CAR-POS, WS-PROC-POS).
       4200-REGISTRAR-MOVIMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-CONTAR-CIERRE                                     *
      *    EL CIERRE ES LA CARTERA DEL SCTWORK DEL DIA, CON EL    *
      *    CODIGO YA RESUELTO A 9 DIGITOS POR SCLCB018.            *
      *----------------------------------------------------------*
       5000-CONTAR-CIERRE.
           PERFORM 5100-LEER-TRABAJO THRU 5100-LEER-TRABAJO-EXIT
           PERFORM 5200-CONTAR-CLIENTE THRU 5200-CONTAR-CLIENTE-EXIT
               UNTIL WS-EOF-TRABAJO-SW = 'S'.
       5000-CONTAR-CIERRE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5100-LEER-TRABAJO                                      *
      *----------------------------------------------------------*
       5100-LEER-TRABAJO.
           READ TRABAJO-FILE
               AT END
                   MOVE 'S' TO WS-EOF-TRABAJO-SW
               NOT AT END
                   ADD 1 TO WS-CT-LEIDOS
           END-READ.
       5100-LEER-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5200-CONTAR-CLIENTE                                    *
      *----------------------------------------------------------*
       5200-CONTAR-CLIENTE.
           MOVE SCLWK031-CO-SCTA TO WS-COD-BUSCADO
           PERFORM 8100-RESOLVER-CODIGO
               THRU 8100-RESOLVER-CODIGO-EXIT
           PERFORM 8000-UBICAR-CARTERA THRU 8000-UBICAR-CARTERA-EXIT
           ADD 1 TO WS-CAR-CIERRE (WS-CAR-POS)
           PERFORM 5100-LEER-TRABAJO THRU 5100-LEER-TRABAJO-EXIT.
       5200-CONTAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5500-CALCULAR-DIFERENCIA                               *
      *    DIFERENCIA = CIERRE - (APERTURA + GANADOS - PERDIDOS). *
      *    SIN FOTO ANTERIOR NO HAY APERTURA CONTRA QUE CONTROLAR.*
      *----------------------------------------------------------*
       5500-CALCULAR-DIFERENCIA.
           MOVE ZERO TO WS-CAR-DIFERENCIA (WS-CAR-IDX)
           IF NOT WS-HAY-APERTURA
               GO TO 5500-CALCULAR-DIFERENCIA-EXIT
           END-IF
           COMPUTE WS-CAR-DIFERENCIA (WS-CAR-IDX) =
                   WS-CAR-CIERRE (WS-CAR-IDX)
                 - WS-CAR-APERTURA (WS-CAR-IDX)
                 - WS-CAR-GANADOS (WS-CAR-IDX)
                 + WS-CAR-PERDIDOS (WS-CAR-IDX)
           IF WS-CAR-DIFERENCIA (WS-CAR-IDX) NOT = ZERO
               ADD 1 TO WS-CT-DIFERENCIAS
           END-IF.
       5500-CALCULAR-DIFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5600-GRABAR-FOTO                                       *
      *    REEMPLAZA LA FOTO DEL PERIODO: BORRA LA QUE HUBIERA Y  *
      *    GRABA UNA FILA POR SECTORISTA CON CLIENTES AL CIERRE   *
      *    (SIN FILA SE ENTIENDE CERO).  UN ERROR DEJA LA FOTO    *
      *    INCOMPLETA: EL JOB ABORTA Y SE REPROCESA EL PERIODO.   *
      *----------------------------------------------------------*
       5600-GRABAR-FOTO.
           MOVE SPACES     TO SCLFM031-INTERFAZ
           MOVE 'BORRA'    TO SCLFM031-FUNCION
           MOVE WS-PERIODO TO SCLFM031-PERIODO
           CALL 'SCLCS051' USING SCLFM031-INTERFAZ
           IF SCLFM031-ERROR = 'S'
               PERFORM 9300-ERROR-FOTO THRU 9300-ERROR-FOTO-EXIT
           END-IF
           PERFORM 5700-GRABAR-SECTORISTA
               THRU 5700-GRABAR-SECTORISTA-EXIT
               VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > WS-CAR-CANT.
       5600-GRABAR-FOTO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5700-GRABAR-SECTORISTA                                 *
      *----------------------------------------------------------*
       5700-GRABAR-SECTORISTA.
           IF WS-CAR-CIERRE (WS-CAR-IDX) = ZERO
               GO TO 5700-GRABAR-SECTORISTA-EXIT
           END-IF
           MOVE 'GRABA'    TO SCLFM031-FUNCION
           MOVE WS-PERIODO TO SCLFM031-PERIODO
           MOVE WS-CAR-COD (WS-CAR-IDX)    TO SCLFM031-COD-SCTA-9
           MOVE WS-CAR-SUCU (WS-CAR-IDX)   TO SCLFM031-COD-SUCU
           MOVE WS-CAR-CIERRE (WS-CAR-IDX) TO SCLFM031-CANT-CLIENTES
           CALL 'SCLCS051' USING SCLFM031-INTERFAZ
           IF SCLFM031-ERROR = 'S'
               PERFORM 9300-ERROR-FOTO THRU 9300-ERROR-FOTO-EXIT
           END-IF
           ADD 1 TO WS-CT-FOTO.
       5700-GRABAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-IMPRIMIR-REPORTE                                  *
      *    PRIMERO LOS SECTORISTAS DEL DIRECTORIO, CON CORTE POR  *
      *    SUCURSAL; DESPUES LOS CODIGOS FUERA DEL DIRECTORIO;    *
      *    AL FINAL LOS TOTALES.                                   *
      *----------------------------------------------------------*
       6000-IMPRIMIR-REPORTE.
           MOVE WS-LINEA-TITULO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-PERIODO          TO PAR-PERIODO
           MOVE WS-PERIODO-ANT      TO PAR-PERIODO-ANT
           MOVE WS-FEC-DESDE        TO PAR-DESDE
           MOVE WS-FEC-HASTA        TO PAR-HASTA
           MOVE WS-LINEA-PARAMETROS TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           IF NOT WS-HAY-APERTURA
               MOVE WS-LINEA-SIN-APERTURA TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF
           MOVE 'D' TO WS-SECCION
           MOVE 'S' TO WS-PRIMERA-VEZ-SW
           MOVE ZERO TO WS-CT-IMPRESOS
           INITIALIZE WS-ACUM-SUCURSAL
           PERFORM 6100-IMPRIMIR-SECTORISTA
               THRU 6100-IMPRIMIR-SECTORISTA-EXIT
               VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > WS-CAR-CANT
           IF WS-CT-IMPRESOS > ZERO
               MOVE SPACES               TO DET-COD-SCTA
               MOVE 'TOTAL SUCURSAL'     TO DET-NOM-SCTA
               MOVE WS-SUCU-ANTERIOR     TO DET-NOM-SCTA (16:4)
               PERFORM 6400-IMPRIMIR-SUBTOTAL
                   THRU 6400-IMPRIMIR-SUBTOTAL-EXIT
           END-IF
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'CODIGOS DE SECTORISTA FUERA DEL DIRECTORIO'
                                    TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'F' TO WS-SECCION
           MOVE ZERO TO WS-CT-IMPRESOS
           INITIALIZE WS-ACUM-SUCURSAL
           PERFORM 6100-IMPRIMIR-SECTORISTA
               THRU 6100-IMPRIMIR-SECTORISTA-EXIT
               VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > WS-CAR-CANT
           IF WS-CT-IMPRESOS = ZERO
               MOVE WS-LINEA-SIN-DATOS TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           ELSE
               MOVE SPACES                        TO DET-COD-SCTA
               MOVE 'TOTAL FUERA DEL DIRECTORIO'  TO DET-NOM-SCTA
               PERFORM 6400-IMPRIMIR-SUBTOTAL
                   THRU 6400-IMPRIMIR-SUBTOTAL-EXIT
           END-IF
           PERFORM 6500-IMPRIMIR-TOTALES
               THRU 6500-IMPRIMIR-TOTALES-EXIT.
       6000-IMPRIMIR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6100-IMPRIMIR-SECTORISTA                               *
      *    SE OMITEN LOS SECTORISTAS SIN CARTERA NI MOVIMIENTOS.  *
      *----------------------------------------------------------*
       6100-IMPRIMIR-SECTORISTA.
           IF WS-SECCION-DIRECTORIO
              AND WS-CAR-EN-DIR (WS-CAR-IDX) NOT = 'S'
               GO TO 6100-IMPRIMIR-SECTORISTA-EXIT
           END-IF
           IF WS-SECCION-FUERA
              AND WS-CAR-EN-DIR (WS-CAR-IDX) = 'S'
               GO TO 6100-IMPRIMIR-SECTORISTA-EXIT
           END-IF
           IF WS-CAR-APERTURA (WS-CAR-IDX) = ZERO
              AND WS-CAR-GANADOS (WS-CAR-IDX) = ZERO
              AND WS-CAR-PERDIDOS (WS-CAR-IDX) = ZERO
              AND WS-CAR-CIERRE (WS-CAR-IDX) = ZERO
               GO TO 6100-IMPRIMIR-SECTORISTA-EXIT
           END-IF
           IF WS-SECCION-DIRECTORIO
              AND (WS-PRIMERA-VEZ-SW = 'S'
                   OR WS-CAR-SUCU (WS-CAR-IDX) NOT = WS-SUCU-ANTERIOR)
               PERFORM 6300-CORTE-SUCURSAL
                   THRU 6300-CORTE-SUCURSAL-EXIT
           END-IF
           ADD 1 TO WS-CT-IMPRESOS
           MOVE SPACES                       TO DET-OBSERVACION
           MOVE WS-CAR-COD (WS-CAR-IDX)      TO DET-COD-SCTA
           MOVE WS-CAR-NOM (WS-CAR-IDX)      TO DET-NOM-SCTA
           MOVE WS-CAR-APERTURA (WS-CAR-IDX) TO DET-APERTURA
           MOVE WS-CAR-GANADOS (WS-CAR-IDX)  TO DET-GANADOS
           MOVE WS-CAR-PERDIDOS (WS-CAR-IDX) TO DET-PERDIDOS
           MOVE WS-CAR-CIERRE (WS-CAR-IDX)   TO DET-CIERRE
           IF WS-HAY-APERTURA
               MOVE WS-CAR-DIFERENCIA (WS-CAR-IDX) TO DET-DIFERENCIA
               IF WS-CAR-DIFERENCIA (WS-CAR-IDX) NOT = ZERO
                   MOVE 'DIF. NO EXPLICADA' TO DET-OBSERVACION
               END-IF
           ELSE
               MOVE SPACES TO DET-DIFERENCIA-X
           END-IF
           IF WS-CAR-EN-DIR (WS-CAR-IDX) = 'S'
              AND WS-CAR-ESTA (WS-CAR-IDX) NOT = 'A'
              AND DET-OBSERVACION = SPACES
               MOVE 'INACTIVO'          TO DET-OBSERVACION
           END-IF
           MOVE WS-LINEA-DETALLE    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           ADD WS-CAR-APERTURA (WS-CAR-IDX)   TO WS-SUC-APERTURA
           ADD WS-CAR-GANADOS (WS-CAR-IDX)    TO WS-SUC-GANADOS
           ADD WS-CAR-PERDIDOS (WS-CAR-IDX)   TO WS-SUC-PERDIDOS
           ADD WS-CAR-CIERRE (WS-CAR-IDX)     TO WS-SUC-CIERRE
           ADD WS-CAR-DIFERENCIA (WS-CAR-IDX) TO WS-SUC-DIFERENCIA
           PERFORM 6200-IMPRIMIR-PROCESO THRU 6200-IMPRIMIR-PROCESO-EXIT
               VARYING WS-PROC-SUB FROM 1 BY 1
               UNTIL WS-PROC-SUB > WS-PROC-OTROS.
       6100-IMPRIMIR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6200-IMPRIMIR-PROCESO                                  *
      *    APERTURA DE GANADOS/PERDIDOS DEL SECTORISTA POR        *
      *    PROCESO, DEBAJO DE SU LINEA.                            *
      *----------------------------------------------------------*
       6200-IMPRIMIR-PROCESO.
           IF WS-CAR-GAN-PROC (WS-CAR-IDX, WS-PROC-SUB) = ZERO
              AND WS-CAR-PER-PROC (WS-CAR-IDX, WS-PROC-SUB) = ZERO
               GO TO 6200-IMPRIMIR-PROCESO-EXIT
           END-IF
           MOVE WS-PROC-COD (WS-PROC-SUB) TO PRO-PROCESO
           PERFORM 6250-DESCRIBIR-PROCESO
               THRU 6250-DESCRIBIR-PROCESO-EXIT
           MOVE WS-CAR-GAN-PROC (WS-CAR-IDX, WS-PROC-SUB)
                                    TO PRO-GANADOS
           MOVE WS-CAR-PER-PROC (WS-CAR-IDX, WS-PROC-SUB)
                                    TO PRO-PERDIDOS
           MOVE WS-LINEA-PROCESO    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6200-IMPRIMIR-PROCESO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6250-DESCRIBIR-PROCESO                                 *
      *----------------------------------------------------------*
       6250-DESCRIBIR-PROCESO.
           EVALUATE PRO-PROCESO
               WHEN 'SCLCB006'
                   MOVE 'REASIGNACION DE HUERFANOS'
                                    TO PRO-DESCRIPCION
               WHEN 'SCLCB014'
                   MOVE 'TRANSFERENCIA DIRIGIDA'
                                    TO PRO-DESCRIPCION
               WHEN 'SCLCB022'
                   MOVE 'REASIGNACION ONLINE'
                                    TO PRO-DESCRIPCION
               WHEN 'SCLCB029'
                   MOVE 'CONCILIACION SIN HISTORIA'
                                    TO PRO-DESCRIPCION
               WHEN 'OTROS'
                   MOVE 'OTROS PROCESOS'
                                    TO PRO-DESCRIPCION
               WHEN OTHER
                   MOVE 'OTRO PROCESO'
                                    TO PRO-DESCRIPCION
           END-EVALUATE.
       6250-DESCRIBIR-PROCESO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6300-CORTE-SUCURSAL                                    *
      *    CIERRA LA SUCURSAL ANTERIOR CON SU SUBTOTAL Y ABRE LA  *
      *    NUEVA CON SU NOMBRE (VIA SCLCS037).                     *
      *----------------------------------------------------------*
       6300-CORTE-SUCURSAL.
           IF WS-PRIMERA-VEZ-SW NOT = 'S'
               MOVE SPACES               TO DET-COD-SCTA
               MOVE 'TOTAL SUCURSAL'     TO DET-NOM-SCTA
               MOVE WS-SUCU-ANTERIOR     TO DET-NOM-SCTA (16:4)
               PERFORM 6400-IMPRIMIR-SUBTOTAL
                   THRU 6400-IMPRIMIR-SUBTOTAL-EXIT
           END-IF
           INITIALIZE WS-ACUM-SUCURSAL
           MOVE WS-CAR-SUCU (WS-CAR-IDX) TO WS-SUCU-ANTERIOR
           MOVE 'N'                      TO WS-PRIMERA-VEZ-SW
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-SUCU-ANTERIOR    TO ENC-COD-SUCU
           MOVE WS-SUCU-ANTERIOR    TO SCLSU031-COD-SUCU-I
           PERFORM 7000-NOMBRAR-SUCURSAL
               THRU 7000-NOMBRAR-SUCURSAL-EXIT
           MOVE WS-LINEA-SUCURSAL   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6300-CORTE-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6400-IMPRIMIR-SUBTOTAL                                 *
      *    EL LLAMADOR DEJA EL TEXTO EN DET-NOM-SCTA.  SUMA EL    *
      *    SUBTOTAL A LOS TOTALES GENERALES.                       *
      *----------------------------------------------------------*
       6400-IMPRIMIR-SUBTOTAL.
           MOVE WS-SUC-APERTURA     TO DET-APERTURA
           MOVE WS-SUC-GANADOS      TO DET-GANADOS
           MOVE WS-SUC-PERDIDOS     TO DET-PERDIDOS
           MOVE WS-SUC-CIERRE       TO DET-CIERRE
           MOVE SPACES              TO DET-OBSERVACION
           IF WS-HAY-APERTURA
               MOVE WS-SUC-DIFERENCIA TO DET-DIFERENCIA
           ELSE
               MOVE SPACES TO DET-DIFERENCIA-X
           END-IF
           MOVE WS-LINEA-DETALLE    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           ADD WS-SUC-APERTURA      TO WS-GEN-APERTURA
           ADD WS-SUC-GANADOS       TO WS-GEN-GANADOS
           ADD WS-SUC-PERDIDOS      TO WS-GEN-PERDIDOS
           ADD WS-SUC-CIERRE        TO WS-GEN-CIERRE
           ADD WS-SUC-DIFERENCIA    TO WS-GEN-DIFERENCIA.
       6400-IMPRIMIR-SUBTOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6500-IMPRIMIR-TOTALES                                  *
      *----------------------------------------------------------*
       6500-IMPRIMIR-TOTALES.
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'TOTALES'           TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-GEN-APERTURA     TO WS-SUC-APERTURA
           MOVE WS-GEN-GANADOS      TO WS-SUC-GANADOS
           MOVE WS-GEN-PERDIDOS     TO WS-SUC-PERDIDOS
           MOVE WS-GEN-CIERRE       TO WS-SUC-CIERRE
           MOVE WS-GEN-DIFERENCIA   TO WS-SUC-DIFERENCIA
           MOVE WS-SUC-APERTURA     TO DET-APERTURA
           MOVE WS-SUC-GANADOS      TO DET-GANADOS
           MOVE WS-SUC-PERDIDOS     TO DET-PERDIDOS
           MOVE WS-SUC-CIERRE       TO DET-CIERRE
           MOVE SPACES              TO DET-COD-SCTA
           MOVE 'TOTAL GENERAL'     TO DET-NOM-SCTA
           MOVE SPACES              TO DET-OBSERVACION
           IF WS-HAY-APERTURA
               MOVE WS-SUC-DIFERENCIA TO DET-DIFERENCIA
           ELSE
               MOVE SPACES TO DET-DIFERENCIA-X
           END-IF
           MOVE WS-LINEA-DETALLE    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 6600-IMPRIMIR-TOTAL-PROCESO
               THRU 6600-IMPRIMIR-TOTAL-PROCESO-EXIT
               VARYING WS-PROC-SUB FROM 1 BY 1
               UNTIL WS-PROC-SUB > WS-PROC-OTROS
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'CLIENTES EN SCTWORK (CIERRE)     :' TO TOT-TEXTO
           MOVE WS-CT-LEIDOS        TO TOT-CANTIDAD
           PERFORM 6700-IMPRIMIR-TOTAL THRU 6700-IMPRIMIR-TOTAL-EXIT
           MOVE 'CAMBIOS DE SECTORISTA DEL PERIODO:' TO TOT-TEXTO
           MOVE WS-CT-MOVIMIENTOS   TO TOT-CANTIDAD
           PERFORM 6700-IMPRIMIR-TOTAL THRU 6700-IMPRIMIR-TOTAL-EXIT
           MOVE 'CONVERSIONES 5 A 9 NO CONTADAS   :' TO TOT-TEXTO
           MOVE WS-CT-CONVERSIONES  TO TOT-CANTIDAD
           PERFORM 6700-IMPRIMIR-TOTAL THRU 6700-IMPRIMIR-TOTAL-EXIT
           MOVE 'SECTORISTAS CON DIF. NO EXPLICADA:' TO TOT-TEXTO
           MOVE WS-CT-DIFERENCIAS   TO TOT-CANTIDAD
           PERFORM 6700-IMPRIMIR-TOTAL THRU 6700-IMPRIMIR-TOTAL-EXIT
           MOVE 'FILAS GRABADAS EN LA FOTO        :' TO TOT-TEXTO
           MOVE WS-CT-FOTO          TO TOT-CANTIDAD
           PERFORM 6700-IMPRIMIR-TOTAL THRU 6700-IMPRIMIR-TOTAL-EXIT.
       6500-IMPRIMIR-TOTALES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6600-IMPRIMIR-TOTAL-PROCESO                            *
      *----------------------------------------------------------*
       6600-IMPRIMIR-TOTAL-PROCESO.
           IF WS-PROC-GAN (WS-PROC-SUB) = ZERO
              AND WS-PROC-PER (WS-PROC-SUB) = ZERO
               GO TO 6600-IMPRIMIR-TOTAL-PROCESO-EXIT
           END-IF
           MOVE WS-PROC-COD (WS-PROC-SUB) TO PRO-PROCESO
           PERFORM 6250-DESCRIBIR-PROCESO
               THRU 6250-DESCRIBIR-PROCESO-EXIT
           MOVE WS-PROC-GAN (WS-PROC-SUB) TO PRO-GANADOS
           MOVE WS-PROC-PER (WS-PROC-SUB) TO PRO-PERDIDOS
           MOVE WS-LINEA-PROCESO    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6600-IMPRIMIR-TOTAL-PROCESO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6700-IMPRIMIR-TOTAL                                    *
      *----------------------------------------------------------*
       6700-IMPRIMIR-TOTAL.
           MOVE WS-LINEA-TOTAL      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6700-IMPRIMIR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    7000-NOMBRAR-SUCURSAL                                  *
      *    TRAE EL NOMBRE DE LA SUCURSAL DE SCT.SUCURSAL (VIA     *
      *    SCLCS037) PARA EL ENCABEZADO.  UNA SUCURSAL CERRADA    *
      *    MUESTRA SU NOMBRE IGUAL.                                *
      *----------------------------------------------------------*
       7000-NOMBRAR-SUCURSAL.
           CALL 'SCLCS037' USING SCLSU031-INTERFAZ
           EVALUATE SCLSU031-RETU
               WHEN '00'
               WHEN '21'
                   MOVE SCLSU031-NOM-SUCU TO ENC-NOM-SUCU
               WHEN '20'
                   MOVE '** SUCURSAL DESCONOCIDA **' TO ENC-NOM-SUCU
               WHEN OTHER
                   MOVE '** ERROR DB2 SUCURSAL **'   TO ENC-NOM-SUCU
           END-EVALUATE.
       7000-NOMBRAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-UBICAR-CARTERA                                    *
      *    DEJA EN WS-CAR-POS LA ENTRADA DE WS-COD-BUSCADO; SI EL *
      *    CODIGO NO ESTA EN LA TABLA LO AGREGA COMO FUERA DEL    *
      *    DIRECTORIO.                                             *
      *----------------------------------------------------------*
       8000-UBICAR-CARTERA.
           MOVE ZERO TO WS-CAR-BUSCADO
           PERFORM 8010-BUSCAR-CARTERA THRU 8010-BUSCAR-CARTERA-EXIT
               VARYING WS-CAR-POS FROM 1 BY 1
               UNTIL WS-CAR-POS > WS-CAR-CANT
                  OR WS-CAR-ENCONTRADO
           IF WS-CAR-ENCONTRADO
               SET WS-CAR-POS DOWN BY 1
               GO TO 8000-UBICAR-CARTERA-EXIT
           END-IF
           IF WS-CAR-CANT >= 2000
               PERFORM 9150-TABLA-LLENA THRU 9150-TABLA-LLENA-EXIT
           END-IF
           ADD 1 TO WS-CAR-CANT
           SET WS-CAR-POS TO WS-CAR-CANT
           INITIALIZE WS-CAR-ENTRADA (WS-CAR-POS)
           MOVE WS-COD-BUSCADO      TO WS-CAR-COD (WS-CAR-POS)
           MOVE 'N'                 TO WS-CAR-EN-DIR (WS-CAR-POS)
           IF WS-COD-BUSCADO = SPACES
               MOVE '** SIN SECTORISTA ASIGNADO **'
                                    TO WS-CAR-NOM (WS-CAR-POS)
           ELSE
               MOVE '** NO ESTA EN EL DIRECTORIO **'
                                    TO WS-CAR-NOM (WS-CAR-POS)
           END-IF.
       8000-UBICAR-CARTERA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8010-BUSCAR-CARTERA                                    *
      *----------------------------------------------------------*
       8010-BUSCAR-CARTERA.
           IF WS-CAR-COD (WS-CAR-POS) = WS-COD-BUSCADO
               SET WS-CAR-ENCONTRADO TO TRUE
           END-IF.
       8010-BUSCAR-CARTERA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8100-RESOLVER-CODIGO                                   *
      *    UN CODIGO DE 5 DIGITOS (BYTES 6-9 EN BLANCO) SE        *
      *    REEMPLAZA EN WS-COD-BUSCADO POR SU EQUIVALENTE DE 9    *
      *    SEGUN EL CROSSWALK; SIN EQUIVALENTE QUEDA COMO ESTA.   *
      *----------------------------------------------------------*
       8100-RESOLVER-CODIGO.
           IF WS-COD-BUSCADO (6:4) NOT = SPACES
              OR WS-COD-BUSCADO (1:5) = SPACES
               GO TO 8100-RESOLVER-CODIGO-EXIT
           END-IF
           MOVE ZERO TO WS-CW-BUSCADO
           PERFORM 8110-BUSCAR-CROSSWALK
               THRU 8110-BUSCAR-CROSSWALK-EXIT
               VARYING WS-CW-IDX FROM 1 BY 1
               UNTIL WS-CW-IDX > WS-CW-CANT
                  OR WS-CW-ENCONTRADO.
       8100-RESOLVER-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8110-BUSCAR-CROSSWALK                                  *
      *----------------------------------------------------------*
       8110-BUSCAR-CROSSWALK.
           IF WS-CW-COD-5 (WS-CW-IDX) = WS-COD-BUSCADO (1:5)
               SET WS-CW-ENCONTRADO TO TRUE
               IF WS-CW-COD-9 (WS-CW-IDX) NOT = SPACES
                   MOVE WS-CW-COD-9 (WS-CW-IDX) TO WS-COD-BUSCADO
               END-IF
           END-IF.
       8110-BUSCAR-CROSSWALK-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8200-UBICAR-PROCESO                                    *
      *    DEJA EN WS-PROC-POS LA POSICION DE WS-PROC-BUSCADO EN  *
      *    LA TABLA DE PROCESOS; CON LAS NUEVE POSICIONES         *
      *    OCUPADAS, LOS DEMAS VAN A OTROS.                        *
      *----------------------------------------------------------*
       8200-UBICAR-PROCESO.
           MOVE 'N' TO WS-PROC-ENCONTRADO-SW
           PERFORM 8210-BUSCAR-PROCESO THRU 8210-BUSCAR-PROCESO-EXIT
               VARYING WS-PROC-SUB FROM 1 BY 1
               UNTIL WS-PROC-SUB > WS-PROC-CANT
                  OR WS-PROC-ENCONTRADO
           IF WS-PROC-ENCONTRADO
               GO TO 8200-UBICAR-PROCESO-EXIT
           END-IF
           IF WS-PROC-CANT >= WS-PROC-OTROS - 1
               MOVE WS-PROC-OTROS TO WS-PROC-POS
               GO TO 8200-UBICAR-PROCESO-EXIT
           END-IF
           ADD 1 TO WS-PROC-CANT
           MOVE WS-PROC-CANT    TO WS-PROC-POS
           MOVE WS-PROC-BUSCADO TO WS-PROC-COD (WS-PROC-POS).
       8200-UBICAR-PROCESO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8210-BUSCAR-PROCESO                                    *
      *----------------------------------------------------------*
       8210-BUSCAR-PROCESO.
           IF WS-PROC-COD (WS-PROC-SUB) = WS-PROC-BUSCADO
               SET WS-PROC-ENCONTRADO TO TRUE
               MOVE WS-PROC-SUB TO WS-PROC-POS
           END-IF.
       8210-BUSCAR-PROCESO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           IF WS-CT-DIFERENCIAS > ZERO
              OR NOT WS-HAY-APERTURA
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-PGM-ID ' - PERIODO               : ' WS-PERIODO
           DISPLAY WS-PGM-ID ' - CLIENTES EN SCTWORK   : ' WS-CT-LEIDOS
           DISPLAY WS-PGM-ID ' - CAMBIOS DEL PERIODO   : '
                   WS-CT-MOVIMIENTOS
           DISPLAY WS-PGM-ID ' - CONVERSIONES 5 A 9    : '
                   WS-CT-CONVERSIONES
           DISPLAY WS-PGM-ID ' - CON DIF. NO EXPLICADA : '
                   WS-CT-DIFERENCIAS
           DISPLAY WS-PGM-ID ' - FILAS DE FOTO GRABADAS: ' WS-CT-FOTO
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL RECORRER UN CURSOR (WS-CURSOR-DB2)*
      *    SIN LOS DATOS COMPLETOS LA FOTO Y EL REPORTE NO SERIAN *
      *    CONFIABLES, ASI QUE EL JOB ABORTA.                      *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR '
                   WS-CURSOR-DB2 ', REPORTE NO GENERADO'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9100-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9150-TABLA-LLENA                                       *
      *----------------------------------------------------------*
       9150-TABLA-LLENA.
           DISPLAY WS-PGM-ID ' - ABEND, TABLA DE CARTERA LLENA '
                   '(2000), REPORTE NO GENERADO'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9150-TABLA-LLENA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
           CLOSE TRABAJO-FILE
           CLOSE REPORTE-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9300-ERROR-FOTO                                        *
      *    LA FOTO DEL PERIODO QUEDO INCOMPLETA: SE ABORTA PARA   *
      *    QUE SE REPROCESE EL PERIODO (LA NUEVA CORRIDA BORRA LO *
      *    GRABADO).                                               *
      *----------------------------------------------------------*
       9300-ERROR-FOTO.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 ' SCLFM031-SQLCODE
                   ' AL GRABAR LA FOTO DEL PERIODO ' WS-PERIODO
                   ', REPROCESAR EL PERIODO'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9300-ERROR-FOTO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019: LEIDOS SON LOS  *
      *    CLIENTES DEL SCTWORK, APLICADOS LOS CAMBIOS DEL        *
      *    PERIODO CONTADOS Y RECHAZADOS LOS SECTORISTAS CON      *
      *    DIFERENCIA NO EXPLICADA.                                *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-CT-LEIDOS         TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-MOVIMIENTOS    TO SCLRC031-CT-APLICADOS
           MOVE WS-CT-DIFERENCIAS    TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
