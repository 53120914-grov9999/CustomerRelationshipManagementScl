       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB031.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112110 26/10/15 RPAZ  CREACION - CONCILIACION DE SUCURSAL   *
      *                        DEL CLIENTE CONTRA LA SUCURSAL DE SU  *
      *                        SECTORISTA: LISTA LAS DIFERENCIAS Y   *
      *                        LOS CLIENTES DE SUCURSALES CERRADAS,  *
      *                        Y PROPONE UN SECTORISTA DE LA         *
      *                        SUCURSAL DEL CLIENTE LISTO PARA LA    *
      *                        TRANSFERENCIA DIRIGIDA SCLCB014.      *
      *==============================================================*
      *  PROCESO BATCH QUE CARGA EL DIRECTORIO DE SECTORISTAS        *
      *  (CURSOR DE SCLCS033) Y LAS BAJAS PENDIENTES (CURSOR DE      *
      *  SCLCS046), CUENTA LA CARTERA DE CADA SECTORISTA EN UNA      *
      *  PRIMERA PASADA DEL ARCHIVO DE TRABAJO SCTWORK Y EN UNA      *
      *  SEGUNDA PASADA REVISA CADA CLIENTE:                         *
      *   - SI SU SECTORISTA ES DE OTRA SUCURSAL, LO LISTA Y PROPONE *
      *     EL DESTINO ELEGIBLE DE LA SUCURSAL DEL CLIENTE CON MENOS *
      *     CARGA (CARTERA ACTUAL MAS LO YA PROPUESTO).              *
      *   - SI SU SUCURSAL ESTA CERRADA (O NO EXISTE) EN            *
      *     SCT.SUCURSAL, LO LISTA SIN PROPUESTA: PRIMERO HAY QUE    *
      *     REUBICAR AL CLIENTE EN UNA SUCURSAL ABIERTA.             *
      *  EL REPORTE SE AGRUPA POR SUCURSAL DEL CLIENTE, EN ORDEN DE  *
      *  CODIGO, CON EL NOMBRE DE SCT.SUCURSAL (VIA SCLCS037).       *
      *  NO ACTUALIZA NADA: LA TRANSFERENCIA LA HACE SCLCB014 CON    *
      *  LOS ARCHIVOS QUE GENERA ESTE PROGRAMA, UNA VEZ REVISADO EL  *
      *  REPORTE, IGUAL QUE LA PROPUESTA DE REBALANCEO SCLCB023.     *
      *--------------------------------------------------------------*
      *  ENTRADA  : SCTWORK  - ARCHIVO DE TRABAJO (COPY SCLWK031),   *
      *             UN REGISTRO POR CLIENTE DEL MAESTRO.             *
      *  SALIDA   : SCTMRPT  - REPORTE DE DIFERENCIAS POR SUCURSAL   *
      *             Y PARES CEDENTE/RECEPTOR.                        *
      *             SCTMSEL  - FORMATO SCTTSEL DE SCLCB014: CLIENTE  *
      *             EN POS 1-10 Y RECEPTOR EN POS 12-20.             *
      *             SCTMPAR  - FORMATO SCTTPARM DE SCLCB014: UN      *
      *             REGISTRO POR PAR, CEDENTE EN POS 1-9 Y RECEPTOR  *
      *             EN POS 11-19.                                    *
      *  LA SUCURSAL DEL SECTORISTA SE TOMA DEL DIRECTORIO: LOS      *
      *  CLIENTES CUYO SECTORISTA NO ESTA EN EL DIRECTORIO SOLO SE   *
      *  CUENTAN (LOS INFORMA EL REPORTE DE HUERFANOS SCLCB001),     *
      *  SALVO QUE SU SUCURSAL ESTE CERRADA.  UN DESTINO ES          *
      *  ELEGIBLE CON LA MISMA REGLA DE SCLCB023, SIN EL TOPE: ACTIVO,*
      *  DE LA SUCURSAL DEL CLIENTE, CON UN SUPERVISOR ACTIVO EN EL  *
      *  DIRECTORIO Y SIN UNA BAJA PENDIENTE EN SCT.BAJA_PEND.       *
      *  RC=4 SI QUEDA ALGUN CLIENTE LISTADO SIN PROPUESTA.          *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRABAJO-FILE     ASSIGN TO SCTWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRABAJO.
           SELECT REPORTE-FILE     ASSIGN TO SCTMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT SELECCION-FILE   ASSIGN TO SCTMSEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SELECCION.
           SELECT PARES-FILE       ASSIGN TO SCTMPAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARES.
       DATA DIVISION.
       FILE SECTION.
       FD  TRABAJO-FILE
           RECORDING MODE IS F.
           COPY SCLWK031.
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       FD  SELECCION-FILE
           RECORDING MODE IS F.
       01  FD-SELECCION-REG.
           05  FD-SEL-NO-CLIENTE          PIC X(10).
           05  FILLER                     PIC X(01).
           05  FD-SEL-RECEPTOR            PIC X(09).
           05  FILLER                     PIC X(60).
       FD  PARES-FILE
           RECORDING MODE IS F.
       01  FD-PARES-REG.
           05  FD-PAR-SCTA-DESDE          PIC X(09).
           05  FILLER                     PIC X(01).
           05  FD-PAR-SCTA-HASTA          PIC X(09).
           05  FILLER                     PIC X(61).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB031'.
       77  WS-FS-TRABAJO               PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE               PIC X(02) VALUE SPACES.
       77  WS-FS-SELECCION             PIC X(02) VALUE SPACES.
       77  WS-FS-PARES                 PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-FIN-TRABAJO                  VALUE 'S'.
       77  WS-CT-LEIDOS                 PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SIN-TABLA              PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-DISTINTA               PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CERRADA                PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-PROPUESTOS             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SIN-PROPUESTA          PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-NO-LISTADOS            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-BAJAS-PEND             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CARGA-PROY                PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-CARGA-MEJOR               PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-SW-DISTINTA               PIC X(01) VALUE 'N'.
           88  WS-SUCU-DISTINTA                 VALUE 'S'.
       77  WS-SW-PARES-LLENA            PIC X(01) VALUE 'N'.
           88  WS-PARES-LLENA                   VALUE 'S'.
       77  WS-SW-DIFER-LLENA            PIC X(01) VALUE 'N'.
           88  WS-DIFER-LLENA                   VALUE 'S'.
       77  WS-SW-FIN-SUCURSALES         PIC X(01) VALUE 'N'.
           88  WS-FIN-SUCURSALES                VALUE 'S'.
       COPY SCLDR031.
       COPY SCLBP031.
       COPY SCLSU031.
      *----------------------------------------------------------*
      *    TABLA EN MEMORIA DEL DIRECTORIO DE SECTORISTAS, EN EL  *
      *    ORDEN DEL CURSOR (SUCURSAL Y NOMBRE).  CONTADOR ES LA  *
      *    CARTERA ACTUAL Y RECIBE LO QUE LE ASIGNA LA PROPUESTA. *
      *    SUPV-OK = 'S' SI EL SUPERVISOR ESTA ACTIVO EN EL       *
      *    DIRECTORIO; BAJA-PEND = 'S' SI TIENE UNA BAJA          *
      *    ESPERANDO APROBACION.                                   *
      *----------------------------------------------------------*
       01  WS-TABLA-SECTORISTAS.
           05  WS-SCTA-CANT             PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-SCTA-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-SCTA-CANT
                   INDEXED BY WS-SCTA-IDX WS-SCTA-IDX2
                              WS-ORIG-IDX WS-DEST-IDX.
               10  WS-SCTA-COD          PIC X(09).
               10  WS-SCTA-NOM          PIC X(40).
               10  WS-SCTA-SUCU         PIC X(04).
               10  WS-SCTA-ESTA         PIC X(01).
               10  WS-SCTA-SUPV         PIC X(09).
               10  WS-SCTA-SUPV-OK      PIC X(01).
               10  WS-SCTA-BAJA-PEND    PIC X(01).
               10  WS-SCTA-CONTADOR     PIC 9(07) COMP-3.
               10  WS-SCTA-RECIBE       PIC 9(07) COMP-3.
       77  WS-SCTA-BUSCADO              PIC 9(01) VALUE ZERO.
           88  WS-SCTA-ENCONTRADO              VALUE 1.
       77  WS-DEST-BUSCADO              PIC 9(01) VALUE ZERO.
           88  WS-DEST-ENCONTRADO              VALUE 1.
      *----------------------------------------------------------*
      *    SUCURSALES DE LOS CLIENTES, CON NOMBRE Y ESTADO DE     *
      *    SCT.SUCURSAL (SCLCS037 SE LLAMA UNA SOLA VEZ POR       *
      *    SUCURSAL).  ESTA: 'A' ABIERTA  'C' CERRADA  'N' NO     *
      *    EXISTE  'E' ERROR DB2 AL CONSULTARLA.  LOS CONTADORES  *
      *    SON LOS CLIENTES LISTADOS DE LA SUCURSAL.               *
      *----------------------------------------------------------*
       01  WS-TABLA-SUCURSALES.
           05  WS-SUC-CANT              PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-SUC-ENTRADA OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-SUC-CANT
                   INDEXED BY WS-SUC-IDX WS-SUC-POS WS-SUC-MENOR.
               10  WS-SUC-COD           PIC X(04).
               10  WS-SUC-NOM           PIC X(30).
               10  WS-SUC-ESTA          PIC X(01).
               10  WS-SUC-IMPRESA       PIC X(01).
               10  WS-SUC-LISTADOS      PIC 9(07) COMP-3.
               10  WS-SUC-DISTINTA      PIC 9(07) COMP-3.
               10  WS-SUC-CERRADA       PIC 9(07) COMP-3.
               10  WS-SUC-PROPUESTOS    PIC 9(07) COMP-3.
       77  WS-SUC-BUSCADO               PIC 9(01) VALUE ZERO.
           88  WS-SUC-ENCONTRADA               VALUE 1.
      *----------------------------------------------------------*
      *    CLIENTES LISTADOS, EN EL ORDEN DE SCTWORK, PARA        *
      *    IMPRIMIRLOS AGRUPADOS POR SUCURSAL AL FINAL.  ORIG Y   *
      *    DEST SON LA POSICION EN LA TABLA DE SECTORISTAS DEL    *
      *    SECTORISTA ACTUAL Y DEL PROPUESTO (CERO SI NO HAY).    *
      *    OBS: ' ' CON PROPUESTA  'C' SUCURSAL CERRADA  'N'      *
      *    SUCURSAL NO EXISTE  'S' SIN DESTINO ELEGIBLE  'P'      *
      *    TABLA DE PARES LLENA.  EL TOPE ES EL DE LA LISTA DE    *
      *    SELECCION DE SCLCB014.                                  *
      *----------------------------------------------------------*
       01  WS-TABLA-DIFERENCIAS.
           05  WS-DIF-CANT              PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-DIF-ENTRADA OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-DIF-CANT
                   INDEXED BY WS-DIF-IDX WS-DIF-POS.
               10  WS-DIF-NO-CLIENTE    PIC X(10).
               10  WS-DIF-SUCU          PIC X(04).
               10  WS-DIF-CO-SCTA       PIC X(09).
               10  WS-DIF-ORIG          PIC 9(04) COMP.
               10  WS-DIF-DEST          PIC 9(04) COMP.
               10  WS-DIF-OBS           PIC X(01).
      *----------------------------------------------------------*
      *    PARES CEDENTE/RECEPTOR DE LA PROPUESTA (UNO POR        *
      *    REGISTRO DE SCTMPAR).  EL TOPE ES EL DE SCLCB014.       *
      *----------------------------------------------------------*
       01  WS-TABLA-PARES.
           05  WS-PAR-CANT              PIC 9(03) COMP-3 VALUE ZERO.
           05  WS-PAR-ENTRADA OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-PAR-CANT
                   INDEXED BY WS-PAR-IDX WS-PAR-POS.
               10  WS-PAR-DESDE         PIC X(09).
               10  WS-PAR-HASTA         PIC X(09).
               10  WS-PAR-CLIENTES      PIC 9(07) COMP-3.
       77  WS-PAR-BUSCADO               PIC 9(01) VALUE ZERO.
           88  WS-PAR-ENCONTRADO               VALUE 1.
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(36) VALUE
               'CLIENTES CON SUCURSAL DISTINTA A LA '.
           05  FILLER PIC X(29) VALUE
               'DE SU SECTORISTA - SCLCB031'.
       01  WS-LINEA-SECCION.
           05  SEC-TITULO          PIC X(60).
       01  WS-LINEA-ENCABEZADO.
           05  FILLER PIC X(10) VALUE 'SUCURSAL: '.
           05  ENC-COD-SUCU        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ENC-NOM-SUCU        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ENC-ESTADO          PIC X(22).
       01  WS-LINEA-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(12) VALUE 'CLIENTE'.
           05  FILLER PIC X(11) VALUE 'SECTORISTA'.
           05  FILLER PIC X(06) VALUE 'SUCU'.
           05  FILLER PIC X(32) VALUE 'NOMBRE'.
           05  FILLER PIC X(11) VALUE 'PROPUESTO'.
           05  FILLER PIC X(32) VALUE 'NOMBRE'.
           05  FILLER PIC X(11) VALUE 'OBSERVACION'.
       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-NO-CLIENTE      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SCTA-ACTUAL     PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SUCU-SCTA       PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-NOM-ACTUAL      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SCTA-PROPUESTO  PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-NOM-PROPUESTO   PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-OBSERVACION     PIC X(20).
       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'TOTAL SUCURSAL: '.
           05  FILLER              PIC X(10) VALUE 'DISTINTA: '.
           05  TOT-DISTINTA        PIC ZZZZZZ9.
           05  FILLER              PIC X(12) VALUE '  CERRADA: '.
           05  TOT-CERRADA         PIC ZZZZZZ9.
           05  FILLER              PIC X(14) VALUE '  PROPUESTOS: '.
           05  TOT-PROPUESTOS      PIC ZZZZZZ9.
           05  FILLER              PIC X(17) VALUE '  SIN PROPUESTA: '.
           05  TOT-SIN-PROPUESTA   PIC ZZZZZZ9.
       01  WS-LINEA-COL-PARES.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'CEDENTE'.
           05  FILLER PIC X(11) VALUE 'RECEPTOR'.
           05  FILLER PIC X(08) VALUE 'CLIENTES'.
       01  WS-LINEA-PAR.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PAR-SCTA-DESDE      PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PAR-SCTA-HASTA      PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PAR-CLIENTES        PIC ZZZZZZ9.
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
           PERFORM 2200-CARGAR-BAJAS THRU 2200-CARGAR-BAJAS-EXIT
           PERFORM 2300-VALIDAR-SUPERVISOR
               THRU 2300-VALIDAR-SUPERVISOR-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
           PERFORM 3000-CONTAR-CLIENTES
               THRU 3000-CONTAR-CLIENTES-EXIT
               UNTIL WS-FIN-TRABAJO
           PERFORM 3500-REABRIR-TRABAJO
               THRU 3500-REABRIR-TRABAJO-EXIT
           PERFORM 4000-REVISAR-CLIENTE
               THRU 4000-REVISAR-CLIENTE-EXIT
               UNTIL WS-FIN-TRABAJO
           PERFORM 5000-IMPRIMIR-DIFERENCIAS
               THRU 5000-IMPRIMIR-DIFERENCIAS-EXIT
           PERFORM 6000-IMPRIMIR-PARES
               THRU 6000-IMPRIMIR-PARES-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
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
           END-IF
           OPEN OUTPUT SELECCION-FILE
           IF WS-FS-SELECCION NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTMSEL '
                       WS-FS-SELECCION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARES-FILE
           IF WS-FS-PARES NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTMPAR '
                       WS-FS-PARES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LINEA-TITULO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-CARGAR-SECTORISTAS                                *
      *    CARGA EL DIRECTORIO COMPLETO EN LA TABLA EN MEMORIA    *
      *    RECORRIENDO EL CURSOR DE SCLCS033.                      *
      *----------------------------------------------------------*
       2000-CARGAR-SECTORISTAS.
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
           IF WS-SCTA-CANT >= 2000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE SECTORISTAS '
                       'LLENA (2000), CONCILIACION NO GENERADA'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SCTA-CANT
           SET WS-SCTA-IDX TO WS-SCTA-CANT
           MOVE SCLDR031-COD-SCTA-9    TO WS-SCTA-COD (WS-SCTA-IDX)
           MOVE SCLDR031-NOM-SCTA      TO WS-SCTA-NOM (WS-SCTA-IDX)
           MOVE SCLDR031-COD-SUCU      TO WS-SCTA-SUCU (WS-SCTA-IDX)
           MOVE SCLDR031-IND-ESTA-SCTA TO WS-SCTA-ESTA (WS-SCTA-IDX)
           MOVE SCLDR031-COD-SCTA-SUPV TO WS-SCTA-SUPV (WS-SCTA-IDX)
           MOVE 'N'                    TO
                WS-SCTA-SUPV-OK (WS-SCTA-IDX)
           MOVE 'N'                    TO
                WS-SCTA-BAJA-PEND (WS-SCTA-IDX)
           MOVE ZERO                   TO
                WS-SCTA-CONTADOR (WS-SCTA-IDX)
           MOVE ZERO                   TO
                WS-SCTA-RECIBE (WS-SCTA-IDX)
           MOVE 'FETCH' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           IF SCLDR031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       2100-AGREGAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-CARGAR-BAJAS                                      *
      *    MARCA EN LA TABLA LOS SECTORISTAS CON UNA BAJA         *
      *    ESPERANDO APROBACION (CURSOR DE SCLCS046): NO DEBEN    *
      *    RECIBIR CLIENTES QUE DESPUES HABRIA QUE REASIGNAR.     *
      *----------------------------------------------------------*
       2200-CARGAR-BAJAS.
           MOVE SPACES  TO SCLBP031-INTERFAZ
           MOVE 'OPEN'  TO SCLBP031-FUNCION
           CALL 'SCLCS046' USING SCLBP031-INTERFAZ
           MOVE 'FETCH' TO SCLBP031-FUNCION
           CALL 'SCLCS046' USING SCLBP031-INTERFAZ
           IF SCLBP031-ERROR = 'S'
               PERFORM 9150-ERROR-DB2-BAJAS
                   THRU 9150-ERROR-DB2-BAJAS-EXIT
           END-IF
           PERFORM 2210-MARCAR-BAJA THRU 2210-MARCAR-BAJA-EXIT
               UNTIL SCLBP031-EOF = 'S'
           MOVE 'CLOSE' TO SCLBP031-FUNCION
           CALL 'SCLCS046' USING SCLBP031-INTERFAZ.
       2200-CARGAR-BAJAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2210-MARCAR-BAJA                                       *
      *----------------------------------------------------------*
       2210-MARCAR-BAJA.
           ADD 1 TO WS-CT-BAJAS-PEND
           MOVE ZERO TO WS-SCTA-BUSCADO
           PERFORM 2220-BUSCAR-BAJA THRU 2220-BUSCAR-BAJA-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
                  OR WS-SCTA-ENCONTRADO
           MOVE 'FETCH' TO SCLBP031-FUNCION
           CALL 'SCLCS046' USING SCLBP031-INTERFAZ
           IF SCLBP031-ERROR = 'S'
               PERFORM 9150-ERROR-DB2-BAJAS
                   THRU 9150-ERROR-DB2-BAJAS-EXIT
           END-IF.
       2210-MARCAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2220-BUSCAR-BAJA                                       *
      *----------------------------------------------------------*
       2220-BUSCAR-BAJA.
           IF WS-SCTA-COD (WS-SCTA-IDX) = SCLBP031-COD-SCTA-9
               SET WS-SCTA-ENCONTRADO TO TRUE
               MOVE 'S' TO WS-SCTA-BAJA-PEND (WS-SCTA-IDX)
           END-IF.
       2220-BUSCAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2300-VALIDAR-SUPERVISOR                                *
      *    EL SUPERVISOR DEBE ESTAR INFORMADO Y FIGURAR ACTIVO EN *
      *    EL DIRECTORIO; SI NO, EL SECTORISTA NO ES DESTINO.      *
      *----------------------------------------------------------*
       2300-VALIDAR-SUPERVISOR.
           IF WS-SCTA-SUPV (WS-SCTA-IDX) = SPACES
               GO TO 2300-VALIDAR-SUPERVISOR-EXIT
           END-IF
           MOVE ZERO TO WS-DEST-BUSCADO
           PERFORM 2310-BUSCAR-SUPERVISOR
               THRU 2310-BUSCAR-SUPERVISOR-EXIT
               VARYING WS-SCTA-IDX2 FROM 1 BY 1
               UNTIL WS-SCTA-IDX2 > WS-SCTA-CANT
                  OR WS-DEST-ENCONTRADO.
       2300-VALIDAR-SUPERVISOR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2310-BUSCAR-SUPERVISOR                                 *
      *----------------------------------------------------------*
       2310-BUSCAR-SUPERVISOR.
           IF WS-SCTA-COD (WS-SCTA-IDX2) = WS-SCTA-SUPV (WS-SCTA-IDX)
               SET WS-DEST-ENCONTRADO TO TRUE
               IF WS-SCTA-ESTA (WS-SCTA-IDX2) = 'A'
                   MOVE 'S' TO WS-SCTA-SUPV-OK (WS-SCTA-IDX)
               END-IF
           END-IF.
       2310-BUSCAR-SUPERVISOR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CONTAR-CLIENTES                                   *
      *    PRIMERA PASADA: CARTERA ACTUAL DE CADA SECTORISTA.      *
      *----------------------------------------------------------*
       3000-CONTAR-CLIENTES.
           PERFORM 3100-LEER-TRABAJO THRU 3100-LEER-TRABAJO-EXIT
           IF NOT WS-FIN-TRABAJO
               ADD 1 TO WS-CT-LEIDOS
               PERFORM 3200-UBICAR-SECTORISTA
                   THRU 3200-UBICAR-SECTORISTA-EXIT
               IF WS-SCTA-ENCONTRADO
                   ADD 1 TO WS-SCTA-CONTADOR (WS-ORIG-IDX)
               ELSE
                   ADD 1 TO WS-CT-SIN-TABLA
               END-IF
           END-IF.
       3000-CONTAR-CLIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-LEER-TRABAJO                                     *
      *----------------------------------------------------------*
       3100-LEER-TRABAJO.
           READ TRABAJO-FILE INTO SCLWK031-TRABAJO
               AT END
                   MOVE 'S' TO WS-EOF-SW
           END-READ.
       3100-LEER-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-UBICAR-SECTORISTA                                 *
      *    DEJA EN WS-ORIG-IDX LA ENTRADA DEL SECTORISTA DEL      *
      *    CLIENTE (CODIGO YA RESUELTO A 9 DIGITOS POR SCLCB018). *
      *----------------------------------------------------------*
       3200-UBICAR-SECTORISTA.
           MOVE ZERO TO WS-SCTA-BUSCADO
           PERFORM 3210-BUSCAR-SECTORISTA
               THRU 3210-BUSCAR-SECTORISTA-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
                  OR WS-SCTA-ENCONTRADO.
       3200-UBICAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3210-BUSCAR-SECTORISTA                                 *
      *----------------------------------------------------------*
       3210-BUSCAR-SECTORISTA.
           IF WS-SCTA-COD (WS-SCTA-IDX) = SCLWK031-CO-SCTA
               SET WS-SCTA-ENCONTRADO TO TRUE
               SET WS-ORIG-IDX TO WS-SCTA-IDX
           END-IF.
       3210-BUSCAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3500-REABRIR-TRABAJO                                   *
      *    LA SEGUNDA PASADA NECESITA LA CARTERA COMPLETA DE      *
      *    TODOS LOS SECTORISTAS YA CONTADA.                       *
      *----------------------------------------------------------*
       3500-REABRIR-TRABAJO.
           CLOSE TRABAJO-FILE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRABAJO-FILE
           IF WS-FS-TRABAJO NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR REAPERTURA SCTWORK '
                       WS-FS-TRABAJO
               CLOSE REPORTE-FILE
               CLOSE SELECCION-FILE
               CLOSE PARES-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3500-REABRIR-TRABAJO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-REVISAR-CLIENTE                                   *
      *    SEGUNDA PASADA: SE LISTA EL CLIENTE CUYO SECTORISTA    *
      *    (EN EL DIRECTORIO) ES DE OTRA SUCURSAL Y EL CLIENTE    *
      *    DE UNA SUCURSAL CERRADA O INEXISTENTE.  SOLO SE        *
      *    PROPONE DESTINO SI LA SUCURSAL DEL CLIENTE ESTA        *
      *    ABIERTA (O NO SE PUDO CONSULTAR).                       *
      *----------------------------------------------------------*
       4000-REVISAR-CLIENTE.
           PERFORM 3100-LEER-TRABAJO THRU 3100-LEER-TRABAJO-EXIT
           IF WS-FIN-TRABAJO
               GO TO 4000-REVISAR-CLIENTE-EXIT
           END-IF
           PERFORM 4100-UBICAR-SUCURSAL
               THRU 4100-UBICAR-SUCURSAL-EXIT
           MOVE 'N' TO WS-SW-DISTINTA
           PERFORM 3200-UBICAR-SECTORISTA
               THRU 3200-UBICAR-SECTORISTA-EXIT
           IF WS-SCTA-ENCONTRADO
               AND WS-SCTA-SUCU (WS-ORIG-IDX) NOT =
                   SCLWK031-COD-SUCU-CLI
               MOVE 'S' TO WS-SW-DISTINTA
           END-IF
           IF NOT WS-SUCU-DISTINTA
               AND WS-SUC-ESTA (WS-SUC-POS) NOT = 'C'
               AND WS-SUC-ESTA (WS-SUC-POS) NOT = 'N'
               GO TO 4000-REVISAR-CLIENTE-EXIT
           END-IF
           IF WS-DIF-CANT >= 5000
               IF NOT WS-DIFER-LLENA
                   DISPLAY WS-PGM-ID ' - AVISO, TABLA DE DIFERENCIAS '
                           'LLENA (5000), EL RESTO SOLO SE CUENTA'
                   MOVE 'S' TO WS-SW-DIFER-LLENA
               END-IF
               ADD 1 TO WS-CT-NO-LISTADOS
               GO TO 4000-REVISAR-CLIENTE-EXIT
           END-IF
           PERFORM 4200-AGREGAR-DIFERENCIA
               THRU 4200-AGREGAR-DIFERENCIA-EXIT
           EVALUATE TRUE
               WHEN WS-SUC-ESTA (WS-SUC-POS) = 'C'
                   MOVE 'C' TO WS-DIF-OBS (WS-DIF-POS)
                   GO TO 4000-REVISAR-CLIENTE-EXIT
               WHEN WS-SUC-ESTA (WS-SUC-POS) = 'N'
                   MOVE 'N' TO WS-DIF-OBS (WS-DIF-POS)
                   GO TO 4000-REVISAR-CLIENTE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE ZERO TO WS-DEST-BUSCADO
           PERFORM 4300-ELEGIR-DESTINO THRU 4300-ELEGIR-DESTINO-EXIT
               VARYING WS-SCTA-IDX2 FROM 1 BY 1
               UNTIL WS-SCTA-IDX2 > WS-SCTA-CANT
           IF NOT WS-DEST-ENCONTRADO
               MOVE 'S' TO WS-DIF-OBS (WS-DIF-POS)
               GO TO 4000-REVISAR-CLIENTE-EXIT
           END-IF
           PERFORM 4400-UBICAR-PAR THRU 4400-UBICAR-PAR-EXIT
           IF NOT WS-PAR-ENCONTRADO
               MOVE 'P' TO WS-DIF-OBS (WS-DIF-POS)
               GO TO 4000-REVISAR-CLIENTE-EXIT
           END-IF
           PERFORM 4500-GRABAR-PROPUESTA
               THRU 4500-GRABAR-PROPUESTA-EXIT.
       4000-REVISAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4100-UBICAR-SUCURSAL                                   *
      *    DEJA EN WS-SUC-POS LA SUCURSAL DEL CLIENTE; LA PRIMERA *
      *    VEZ QUE APARECE LA CONSULTA EN SCT.SUCURSAL.            *
      *----------------------------------------------------------*
       4100-UBICAR-SUCURSAL.
           MOVE ZERO TO WS-SUC-BUSCADO
           PERFORM 4110-BUSCAR-SUCURSAL
               THRU 4110-BUSCAR-SUCURSAL-EXIT
               VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-SUC-CANT
                  OR WS-SUC-ENCONTRADA
           IF WS-SUC-ENCONTRADA
               GO TO 4100-UBICAR-SUCURSAL-EXIT
           END-IF
           IF WS-SUC-CANT >= 1000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE SUCURSALES '
                       'LLENA (1000), CONCILIACION NO GENERADA'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUC-CANT
           SET WS-SUC-POS TO WS-SUC-CANT
           MOVE SCLWK031-COD-SUCU-CLI TO WS-SUC-COD (WS-SUC-POS)
           MOVE 'N'                  TO WS-SUC-IMPRESA (WS-SUC-POS)
           MOVE ZERO                 TO WS-SUC-LISTADOS (WS-SUC-POS)
           MOVE ZERO                 TO WS-SUC-DISTINTA (WS-SUC-POS)
           MOVE ZERO                 TO WS-SUC-CERRADA (WS-SUC-POS)
           MOVE ZERO                 TO
                WS-SUC-PROPUESTOS (WS-SUC-POS)
           MOVE SPACES               TO SCLSU031-INTERFAZ
           MOVE SCLWK031-COD-SUCU-CLI TO SCLSU031-COD-SUCU-I
           CALL 'SCLCS037' USING SCLSU031-INTERFAZ
           EVALUATE SCLSU031-RETU
               WHEN '00'
                   MOVE SCLSU031-NOM-SUCU TO WS-SUC-NOM (WS-SUC-POS)
                   MOVE 'A'               TO WS-SUC-ESTA (WS-SUC-POS)
               WHEN '21'
                   MOVE SCLSU031-NOM-SUCU TO WS-SUC-NOM (WS-SUC-POS)
                   MOVE 'C'               TO WS-SUC-ESTA (WS-SUC-POS)
               WHEN '20'
                   MOVE '** SUCURSAL DESCONOCIDA **' TO
                        WS-SUC-NOM (WS-SUC-POS)
                   MOVE 'N'               TO WS-SUC-ESTA (WS-SUC-POS)
               WHEN OTHER
                   MOVE '** ERROR DB2 SUCURSAL **'   TO
                        WS-SUC-NOM (WS-SUC-POS)
                   MOVE 'E'               TO WS-SUC-ESTA (WS-SUC-POS)
           END-EVALUATE.
       4100-UBICAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4110-BUSCAR-SUCURSAL                                   *
      *----------------------------------------------------------*
       4110-BUSCAR-SUCURSAL.
           IF WS-SUC-COD (WS-SUC-IDX) = SCLWK031-COD-SUCU-CLI
               SET WS-SUC-ENCONTRADA TO TRUE
               SET WS-SUC-POS TO WS-SUC-IDX
           END-IF.
       4110-BUSCAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4200-AGREGAR-DIFERENCIA                                *
      *    GUARDA EL CLIENTE PARA EL REPORTE Y LO CUENTA EN SU    *
      *    SUCURSAL.  UN CLIENTE DE UNA SUCURSAL CERRADA CON UN   *
      *    SECTORISTA DE OTRA SUCURSAL SE CUENTA EN LOS DOS.      *
      *----------------------------------------------------------*
       4200-AGREGAR-DIFERENCIA.
           ADD 1 TO WS-DIF-CANT
           SET WS-DIF-POS TO WS-DIF-CANT
           MOVE SCLWK031-NO-CLIENTE   TO WS-DIF-NO-CLIENTE (WS-DIF-POS)
           MOVE SCLWK031-COD-SUCU-CLI TO WS-DIF-SUCU (WS-DIF-POS)
           MOVE SCLWK031-CO-SCTA      TO WS-DIF-CO-SCTA (WS-DIF-POS)
           MOVE ZERO                  TO WS-DIF-ORIG (WS-DIF-POS)
           IF WS-SCTA-ENCONTRADO
               SET WS-DIF-ORIG (WS-DIF-POS) TO WS-ORIG-IDX
           END-IF
           MOVE ZERO                  TO WS-DIF-DEST (WS-DIF-POS)
           MOVE SPACE                 TO WS-DIF-OBS (WS-DIF-POS)
           ADD 1 TO WS-SUC-LISTADOS (WS-SUC-POS)
           IF WS-SUCU-DISTINTA
               ADD 1 TO WS-SUC-DISTINTA (WS-SUC-POS)
               ADD 1 TO WS-CT-DISTINTA
           END-IF
           IF WS-SUC-ESTA (WS-SUC-POS) = 'C'
               OR WS-SUC-ESTA (WS-SUC-POS) = 'N'
               ADD 1 TO WS-SUC-CERRADA (WS-SUC-POS)
               ADD 1 TO WS-CT-CERRADA
           END-IF.
       4200-AGREGAR-DIFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4300-ELEGIR-DESTINO                                    *
      *    DE LOS DESTINOS ELEGIBLES DE LA SUCURSAL DEL CLIENTE   *
      *    SE QUEDA CON EL DE MENOR CARGA (CARTERA ACTUAL MAS LO  *
      *    QUE YA RECIBIO EN ESTA PROPUESTA, PARA REPARTIR); A    *
      *    IGUAL CARGA, EL PRIMERO EN EL ORDEN DEL DIRECTORIO.    *
      *----------------------------------------------------------*
       4300-ELEGIR-DESTINO.
           IF WS-SCTA-SUCU (WS-SCTA-IDX2) NOT = SCLWK031-COD-SUCU-CLI
               OR WS-SCTA-ESTA (WS-SCTA-IDX2) NOT = 'A'
               OR WS-SCTA-SUPV-OK (WS-SCTA-IDX2) NOT = 'S'
               OR WS-SCTA-BAJA-PEND (WS-SCTA-IDX2) = 'S'
               GO TO 4300-ELEGIR-DESTINO-EXIT
           END-IF
           COMPUTE WS-CARGA-PROY = WS-SCTA-CONTADOR (WS-SCTA-IDX2)
                                 + WS-SCTA-RECIBE (WS-SCTA-IDX2)
           IF NOT WS-DEST-ENCONTRADO
               OR WS-CARGA-PROY < WS-CARGA-MEJOR
               SET WS-DEST-ENCONTRADO TO TRUE
               SET WS-DEST-IDX TO WS-SCTA-IDX2
               MOVE WS-CARGA-PROY TO WS-CARGA-MEJOR
           END-IF.
       4300-ELEGIR-DESTINO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4400-UBICAR-PAR                                        *
      *    BUSCA EL PAR CEDENTE/RECEPTOR O LO AGREGA.  SI LA      *
      *    TABLA ESTA LLENA EL CLIENTE QUEDA SIN PROPUESTA:       *
      *    SCLCB014 NO ACEPTA MAS PARES EN UNA CORRIDA.            *
      *----------------------------------------------------------*
       4400-UBICAR-PAR.
           MOVE ZERO TO WS-PAR-BUSCADO
           PERFORM 4410-BUSCAR-PAR THRU 4410-BUSCAR-PAR-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-CANT
                  OR WS-PAR-ENCONTRADO
           IF WS-PAR-ENCONTRADO
               GO TO 4400-UBICAR-PAR-EXIT
           END-IF
           IF WS-PAR-CANT >= 200
               IF NOT WS-PARES-LLENA
                   DISPLAY WS-PGM-ID ' - AVISO, TABLA DE PARES LLENA '
                           '(200), EL RESTO QUEDA SIN PROPUESTA'
                   MOVE 'S' TO WS-SW-PARES-LLENA
               END-IF
               GO TO 4400-UBICAR-PAR-EXIT
           END-IF
           ADD 1 TO WS-PAR-CANT
           SET WS-PAR-POS TO WS-PAR-CANT
           MOVE WS-SCTA-COD (WS-ORIG-IDX) TO WS-PAR-DESDE (WS-PAR-POS)
           MOVE WS-SCTA-COD (WS-DEST-IDX) TO WS-PAR-HASTA (WS-PAR-POS)
           MOVE ZERO                 TO WS-PAR-CLIENTES (WS-PAR-POS)
           SET WS-PAR-ENCONTRADO TO TRUE.
       4400-UBICAR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4410-BUSCAR-PAR                                        *
      *----------------------------------------------------------*
       4410-BUSCAR-PAR.
           IF WS-PAR-DESDE (WS-PAR-IDX) = WS-SCTA-COD (WS-ORIG-IDX)
               AND WS-PAR-HASTA (WS-PAR-IDX) =
                   WS-SCTA-COD (WS-DEST-IDX)
               SET WS-PAR-ENCONTRADO TO TRUE
               SET WS-PAR-POS TO WS-PAR-IDX
           END-IF.
       4410-BUSCAR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4500-GRABAR-PROPUESTA                                  *
      *    DEJA EL CLIENTE EN SCTMSEL CON SU RECEPTOR Y SUMA LA   *
      *    CARGA AL DESTINO PARA QUE EL PROXIMO CLIENTE DE LA     *
      *    SUCURSAL VAYA AL QUE QUEDE MAS LIVIANO.                 *
      *----------------------------------------------------------*
       4500-GRABAR-PROPUESTA.
           MOVE SPACES                    TO FD-SELECCION-REG
           MOVE SCLWK031-NO-CLIENTE       TO FD-SEL-NO-CLIENTE
           MOVE WS-SCTA-COD (WS-DEST-IDX) TO FD-SEL-RECEPTOR
           WRITE FD-SELECCION-REG
           SET WS-DIF-DEST (WS-DIF-POS)   TO WS-DEST-IDX
           ADD 1 TO WS-SCTA-RECIBE (WS-DEST-IDX)
           ADD 1 TO WS-PAR-CLIENTES (WS-PAR-POS)
           ADD 1 TO WS-SUC-PROPUESTOS (WS-SUC-POS)
           ADD 1 TO WS-CT-PROPUESTOS.
       4500-GRABAR-PROPUESTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-IMPRIMIR-DIFERENCIAS                              *
      *    IMPRIME LAS SUCURSALES CON CLIENTES LISTADOS DE MENOR  *
      *    A MAYOR CODIGO, CADA UNA CON SUS CLIENTES EN EL ORDEN  *
      *    DE SCTWORK.                                             *
      *----------------------------------------------------------*
       5000-IMPRIMIR-DIFERENCIAS.
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'CLIENTES POR SUCURSAL DEL CLIENTE' TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           IF WS-DIF-CANT = ZERO
               MOVE '  SIN DIFERENCIAS DE SUCURSAL' TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
               GO TO 5000-IMPRIMIR-DIFERENCIAS-EXIT
           END-IF
           PERFORM 5100-IMPRIMIR-SUCURSAL
               THRU 5100-IMPRIMIR-SUCURSAL-EXIT
               UNTIL WS-FIN-SUCURSALES.
       5000-IMPRIMIR-DIFERENCIAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5100-IMPRIMIR-SUCURSAL                                 *
      *    TOMA LA SUCURSAL DE MENOR CODIGO TODAVIA NO IMPRESA.    *
      *----------------------------------------------------------*
       5100-IMPRIMIR-SUCURSAL.
           MOVE ZERO TO WS-SUC-BUSCADO
           PERFORM 5110-BUSCAR-MENOR THRU 5110-BUSCAR-MENOR-EXIT
               VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-SUC-CANT
           IF NOT WS-SUC-ENCONTRADA
               MOVE 'S' TO WS-SW-FIN-SUCURSALES
               GO TO 5100-IMPRIMIR-SUCURSAL-EXIT
           END-IF
           MOVE 'S' TO WS-SUC-IMPRESA (WS-SUC-MENOR)
           PERFORM 5300-ENCABEZAR-SUCURSAL
               THRU 5300-ENCABEZAR-SUCURSAL-EXIT
           PERFORM 5200-IMPRIMIR-CLIENTE
               THRU 5200-IMPRIMIR-CLIENTE-EXIT
               VARYING WS-DIF-IDX FROM 1 BY 1
               UNTIL WS-DIF-IDX > WS-DIF-CANT
           PERFORM 5400-TOTAL-SUCURSAL
               THRU 5400-TOTAL-SUCURSAL-EXIT.
       5100-IMPRIMIR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5110-BUSCAR-MENOR                                      *
      *----------------------------------------------------------*
       5110-BUSCAR-MENOR.
           IF WS-SUC-IMPRESA (WS-SUC-IDX) = 'S'
               OR WS-SUC-LISTADOS (WS-SUC-IDX) = ZERO
               GO TO 5110-BUSCAR-MENOR-EXIT
           END-IF
           IF NOT WS-SUC-ENCONTRADA
               OR WS-SUC-COD (WS-SUC-IDX) < WS-SUC-COD (WS-SUC-MENOR)
               SET WS-SUC-ENCONTRADA TO TRUE
               SET WS-SUC-MENOR TO WS-SUC-IDX
           END-IF.
       5110-BUSCAR-MENOR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5200-IMPRIMIR-CLIENTE                                  *
      *----------------------------------------------------------*
       5200-IMPRIMIR-CLIENTE.
           IF WS-DIF-SUCU (WS-DIF-IDX) NOT = WS-SUC-COD (WS-SUC-MENOR)
               GO TO 5200-IMPRIMIR-CLIENTE-EXIT
           END-IF
           MOVE SPACES                    TO WS-LINEA-DETALLE
           MOVE WS-DIF-NO-CLIENTE (WS-DIF-IDX) TO DET-NO-CLIENTE
           MOVE WS-DIF-CO-SCTA (WS-DIF-IDX)    TO DET-SCTA-ACTUAL
           IF WS-DIF-ORIG (WS-DIF-IDX) > ZERO
               SET WS-ORIG-IDX TO WS-DIF-ORIG (WS-DIF-IDX)
               MOVE WS-SCTA-SUCU (WS-ORIG-IDX) TO DET-SUCU-SCTA
               MOVE WS-SCTA-NOM (WS-ORIG-IDX)  TO DET-NOM-ACTUAL
           ELSE
               MOVE '** FUERA DEL DIRECTORIO **' TO DET-NOM-ACTUAL
           END-IF
           IF WS-DIF-DEST (WS-DIF-IDX) > ZERO
               SET WS-DEST-IDX TO WS-DIF-DEST (WS-DIF-IDX)
               MOVE WS-SCTA-COD (WS-DEST-IDX)  TO DET-SCTA-PROPUESTO
               MOVE WS-SCTA-NOM (WS-DEST-IDX)  TO DET-NOM-PROPUESTO
           END-IF
           EVALUATE WS-DIF-OBS (WS-DIF-IDX)
               WHEN 'C'
                   MOVE 'SUCURSAL CERRADA'     TO DET-OBSERVACION
               WHEN 'N'
                   MOVE 'SUCURSAL NO EXISTE'   TO DET-OBSERVACION
               WHEN 'S'
                   MOVE 'SIN DESTINO ACTIVO'   TO DET-OBSERVACION
               WHEN 'P'
                   MOVE 'TABLA PARES LLENA'    TO DET-OBSERVACION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-LINEA-DETALLE         TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       5200-IMPRIMIR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5300-ENCABEZAR-SUCURSAL                                *
      *----------------------------------------------------------*
       5300-ENCABEZAR-SUCURSAL.
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE SPACES              TO ENC-ESTADO
           MOVE WS-SUC-COD (WS-SUC-MENOR) TO ENC-COD-SUCU
           MOVE WS-SUC-NOM (WS-SUC-MENOR) TO ENC-NOM-SUCU
           IF WS-SUC-ESTA (WS-SUC-MENOR) = 'C'
               MOVE '** SUCURSAL CERRADA **'  TO ENC-ESTADO
           END-IF
           MOVE WS-LINEA-ENCABEZADO TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       5300-ENCABEZAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5400-TOTAL-SUCURSAL                                    *
      *----------------------------------------------------------*
       5400-TOTAL-SUCURSAL.
           MOVE WS-SUC-DISTINTA (WS-SUC-MENOR)   TO TOT-DISTINTA
           MOVE WS-SUC-CERRADA (WS-SUC-MENOR)    TO TOT-CERRADA
           MOVE WS-SUC-PROPUESTOS (WS-SUC-MENOR) TO TOT-PROPUESTOS
           COMPUTE TOT-SIN-PROPUESTA = WS-SUC-LISTADOS (WS-SUC-MENOR)
                                     - WS-SUC-PROPUESTOS (WS-SUC-MENOR)
           MOVE WS-LINEA-TOTAL      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       5400-TOTAL-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-IMPRIMIR-PARES                                    *
      *    LISTA LOS PARES Y LOS GRABA EN SCTMPAR EN EL ORDEN EN  *
      *    QUE SE FORMARON.                                        *
      *----------------------------------------------------------*
       6000-IMPRIMIR-PARES.
           MOVE SPACES              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'PARES CEDENTE/RECEPTOR PARA SCLCB014' TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COL-PARES  TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 6100-IMPRIMIR-PAR THRU 6100-IMPRIMIR-PAR-EXIT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-CANT.
       6000-IMPRIMIR-PARES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6100-IMPRIMIR-PAR                                      *
      *----------------------------------------------------------*
       6100-IMPRIMIR-PAR.
           MOVE SPACES                    TO FD-PARES-REG
           MOVE WS-PAR-DESDE (WS-PAR-IDX) TO FD-PAR-SCTA-DESDE
           MOVE WS-PAR-HASTA (WS-PAR-IDX) TO FD-PAR-SCTA-HASTA
           WRITE FD-PARES-REG
           MOVE SPACES                    TO WS-LINEA-PAR
           MOVE WS-PAR-DESDE (WS-PAR-IDX) TO PAR-SCTA-DESDE
           MOVE WS-PAR-HASTA (WS-PAR-IDX) TO PAR-SCTA-HASTA
           MOVE WS-PAR-CLIENTES (WS-PAR-IDX) TO PAR-CLIENTES
           MOVE WS-LINEA-PAR              TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6100-IMPRIMIR-PAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *    RC=4 SI QUEDO ALGUN CLIENTE LISTADO SIN PROPUESTA      *
      *    (SUCURSAL CERRADA, SIN DESTINO O FUERA DE LA TABLA):   *
      *    LA PROPUESTA SE PUEDE CORRER IGUAL, PERO ESOS CLIENTES *
      *    NECESITAN OTRA SOLUCION.                                *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           COMPUTE WS-CT-SIN-PROPUESTA = WS-DIF-CANT
                                       - WS-CT-PROPUESTOS
                                       + WS-CT-NO-LISTADOS
           IF WS-CT-SIN-PROPUESTA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-PGM-ID ' - CLIENTES LEIDOS     : ' WS-CT-LEIDOS
           DISPLAY WS-PGM-ID ' - SECTORISTAS EN TABLA : ' WS-SCTA-CANT
           DISPLAY WS-PGM-ID ' - CLIENTES SIN TABLA   : '
                   WS-CT-SIN-TABLA
           DISPLAY WS-PGM-ID ' - BAJAS PENDIENTES     : '
                   WS-CT-BAJAS-PEND
           DISPLAY WS-PGM-ID ' - SUCURSALES CLIENTES  : ' WS-SUC-CANT
           DISPLAY WS-PGM-ID ' - SUCURSAL DISTINTA    : '
                   WS-CT-DISTINTA
           DISPLAY WS-PGM-ID ' - SUCURSAL CERRADA     : '
                   WS-CT-CERRADA
           DISPLAY WS-PGM-ID ' - NO LISTADOS (TABLA)  : '
                   WS-CT-NO-LISTADOS
           DISPLAY WS-PGM-ID ' - TRASPASOS PROPUESTOS : '
                   WS-CT-PROPUESTOS
           DISPLAY WS-PGM-ID ' - PARES CEDENTE/RECEP. : ' WS-PAR-CANT
           DISPLAY WS-PGM-ID ' - SIN PROPUESTA        : '
                   WS-CT-SIN-PROPUESTA
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL RECORRER EL CURSOR DE SCLCS033:   *
      *    SIN EL DIRECTORIO COMPLETO LA CONCILIACION NO SERIA     *
      *    CONFIABLE, ASI QUE EL JOB ABORTA.                        *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR DR031CSR, '
                   'CONCILIACION NO GENERADA (EN TABLA ' WS-SCTA-CANT
                   ')'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9100-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9150-ERROR-DB2-BAJAS                                   *
      *    SIN LAS BAJAS PENDIENTES SE PODRIA PROPONER COMO       *
      *    DESTINO A QUIEN SE ESTA POR DAR DE BAJA: EL JOB ABORTA.*
      *----------------------------------------------------------*
       9150-ERROR-DB2-BAJAS.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR BP031CSR, '
                   'CONCILIACION NO GENERADA'
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9150-ERROR-DB2-BAJAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9200-CERRAR-ARCHIVOS                                   *
      *----------------------------------------------------------*
       9200-CERRAR-ARCHIVOS.
           CLOSE TRABAJO-FILE
           CLOSE REPORTE-FILE
           CLOSE SELECCION-FILE
           CLOSE PARES-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019: APLICADOS SON   *
      *    LOS TRASPASOS PROPUESTOS Y RECHAZADOS LOS CLIENTES QUE *
      *    QUEDARON SIN PROPUESTA.                                 *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-CT-LEIDOS         TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-PROPUESTOS     TO SCLRC031-CT-APLICADOS
           MOVE WS-CT-SIN-PROPUESTA  TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
