       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB029.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112108 26/10/15 RPAZ  CREACION - CONTROL NOCTURNO DE        *
      *                        CAMBIOS SIN HISTORIA: SECTORISTA DEL  *
      *                        CLIENTE EN EL MAESTRO CONTRA          *
      *                        SCT.CLIENTE_SCTA_HIST, Y              *
      *                        SCT.SECTORISTA CONTRA                 *
      *                        SCT.SECTORISTA_HIST, CON GRABACION    *
      *                        OPCIONAL DE LA HISTORIA FALTANTE.     *
      *==============================================================*
      *  LAS CONSULTAS A FECHA (SCLCS035/SCLCB010 Y SCLCS039/         *
      *  SCLCB015) SUPONEN QUE TODO CAMBIO DEJO SU FILA DE HISTORIA. *
      *  ESTE PROCESO BUSCA LOS QUE NO LA DEJARON (CORRECCIONES      *
      *  DIRECTAS SOBRE EL MAESTRO O UPDATE MANUAL SOBRE             *
      *  SCT.SECTORISTA) Y LOS INFORMA.                               *
      *  CLIENTES: SE CRUZA EL MAESTRO (ORDENADO POR CLIENTE) CON EL *
      *  ULTIMO CAMBIO DE CADA CLIENTE EN LA HISTORIA (CURSOR DE     *
      *  SCLCS053).  SI EL SECTORISTA DEL MAESTRO NO ES EL           *
      *  COD-SCTA-NUE DE ESE CAMBIO, HUBO UN CAMBIO SIN HISTORIA.    *
      *  AMBOS CODIGOS SE LLEVAN A 9 DIGITOS POR EL CROSSWALK: LA    *
      *  CONVERSION DE 5 A 9 (SCLCB020) NO CAMBIA DE PERSONA Y SOLO  *
      *  SE CUENTA.  LOS CLIENTES SIN HISTORIA NO SE CONTROLAN: LA   *
      *  CONSULTA A FECHA YA LOS RESUELVE CON EL MAESTRO.            *
      *  SECTORISTAS: LA IMAGEN DE SCT.SECTORISTA_HIST ES LA PREVIA  *
      *  A CADA CAMBIO (SALVO EN EL ALTA), ASI QUE LA HISTORIA SOLA  *
      *  NO DICE COMO DEBE ESTAR HOY LA FILA.  LA REFERENCIA ES LA   *
      *  FOTO CONCILIADA QUE DEJO LA CORRIDA ANTERIOR (SCTFANT,      *
      *  COPY SCLFS031):                                              *
      *  - CON CAMBIOS EN LA HISTORIA POSTERIORES A LA FOTO, LA      *
      *    IMAGEN DEL PRIMERO DEBE SER LA DE LA FOTO; SI NO LO ES,   *
      *    ANTES DE ESE CAMBIO HUBO OTRO SIN HISTORIA.  LA FILA      *
      *    ACTUAL QUEDA EXPLICADA POR LOS CAMBIOS REGISTRADOS.       *
      *  - SIN CAMBIOS POSTERIORES, LA FILA ACTUAL DEBE SER IGUAL A  *
      *    LA FOTO; UNA FILA QUE NO ESTA EN LA FOTO ES UN ALTA SIN   *
      *    HISTORIA, Y UNA DE LA FOTO QUE YA NO EXISTE ES UNA        *
      *    ELIMINACION SIN HISTORIA.                                  *
      *  SIN FOTO ANTERIOR (PRIMERA CORRIDA, SCTFANT VACIO) LA       *
      *  REFERENCIA ES LA ULTIMA FILA DE LA HISTORIA DE CADA CODIGO  *
      *  CUANDO ES UN ALTA (UNICA IMAGEN QUE ES EL ESTADO POSTERIOR);*
      *  LOS DEMAS CODIGOS QUEDAN SIN REFERENCIA Y SOLO SE CUENTAN.  *
      *  EL COD-SCTA-5 SOLO SE COMPARA SI LA REFERENCIA LO TRAE (EL  *
      *  ALTA DE SCLCS034 LO GRABA EN BLANCO).                       *
      *--------------------------------------------------------------*
      *  CONCILIACION (SCTCPARM POSICION 1 = 'S'): POR CADA CAMBIO   *
      *  SIN HISTORIA SE GRABA LA FILA FALTANTE, CON FECHA/HORA DE   *
      *  HOY, PARA QUE LAS CONSULTAS A FECHA RESPONDAN BIEN:         *
      *  - CLIENTE: VIA SCLCS038, ANTERIOR = COD-SCTA-NUE DEL ULTIMO *
      *    CAMBIO, NUEVO = EL DEL MAESTRO, PROCESO SCLCB029.         *
      *  - SECTORISTA: VIA SCLCS036, FUNCION 'CONCIL' CON LA IMAGEN  *
      *    DE REFERENCIA (MODIFICADO O ELIMINADO) O 'ALTA' CON LA    *
      *    FILA ACTUAL (ALTA SIN HISTORIA).                           *
      *  AMBAS CON USUARIO 'CONCILIA', QUE LAS IDENTIFICA COMO       *
      *  CONCILIADAS.  EL CAMBIO PREVIO A UNO REGISTRADO Y LA        *
      *  ELIMINACION DESPUES DE UN CAMBIO REGISTRADO NO SE PUEDEN    *
      *  CONCILIAR (LA FILA IRIA DESPUES DEL CAMBIO REGISTRADO) Y    *
      *  SOLO SE INFORMAN.                                            *
      *  SIN CONCILIAR, LA FOTO NUEVA CONSERVA LA REFERENCIA DE LOS  *
      *  SECTORISTAS CON DIFERENCIA, ASI SE VUELVEN A INFORMAR       *
      *  HASTA QUE SE CONCILIEN.                                      *
      *--------------------------------------------------------------*
      *  ENTRADA  : CLIEMAST - MAESTRO DE CLIENTES (COPY SCLCL001),  *
      *                        EL VIGENTE DESPUES DE SCLCB021.       *
      *             SCTFANT  - FOTO CONCILIADA ANTERIOR (SCLFS031).  *
      *             SCTCPARM - POSICION 1 'S' = CONCILIA; CUALQUIER  *
      *                        OTRO VALOR SOLO INFORMA.              *
      *  SALIDA   : SCTFNUE  - FOTO CONCILIADA NUEVA (SCLFS031).     *
      *                        EL JOB LA CATALOGA SOLO SI EL PASO NO *
      *                        TERMINA RC=16.                        *
      *             SCTCRPT  - CAMBIOS SIN HISTORIA DE CLIENTES Y    *
      *                        SECTORISTAS Y TOTALES DE CONTROL.     *
      *  RC=4 SI SE ENCONTRO ALGUN CAMBIO SIN HISTORIA.              *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE     ASSIGN TO CLIEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLIENTE.
           SELECT FOTO-ANT-FILE    ASSIGN TO SCTFANT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FOTO-ANT.
           SELECT FOTO-NUE-FILE    ASSIGN TO SCTFNUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FOTO-NUE.
           SELECT PARM-FILE        ASSIGN TO SCTCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT REPORTE-FILE     ASSIGN TO SCTCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE
           RECORDING MODE IS F.
           COPY SCLCL001.
       FD  FOTO-ANT-FILE
           RECORDING MODE IS F.
       01  FD-FOTO-ANT-REG             PIC X(100).
       FD  FOTO-NUE-FILE
           RECORDING MODE IS F.
       01  FD-FOTO-NUE-REG             PIC X(100).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REG.
           05  FD-PARM-CONCILIA           PIC X(01).
           05  FILLER                     PIC X(79).
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB029'.
       77  WS-USUARIO-CONCILIA         PIC X(08) VALUE 'CONCILIA'.
       77  WS-FS-CLIENTE               PIC X(02) VALUE SPACES.
       77  WS-FS-FOTO-ANT              PIC X(02) VALUE SPACES.
       77  WS-FS-FOTO-NUE              PIC X(02) VALUE SPACES.
       77  WS-FS-PARM                  PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE               PIC X(02) VALUE SPACES.
       77  WS-CT-CLI-LEIDOS             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CLI-CON-HIST           PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CLI-CONVERSION         PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CLI-SIN-HIST           PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CLI-FUERA              PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SCTA-LEIDOS            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SCTA-CON-HIST          PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SCTA-SIN-REF           PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SCTA-SIN-HIST          PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-FOTO-LEIDOS            PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-FOTO-GRABADOS          PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-HIST-GRABADAS          PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-NO-CONCILIADOS         PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CURSOR-DB2                PIC X(08) VALUE SPACES.
       77  WS-COD-BUSCADO               PIC X(09) VALUE SPACES.
       77  WS-COD-MAESTRO               PIC X(09) VALUE SPACES.
       77  WS-COD-HISTORIA              PIC X(09) VALUE SPACES.
       77  WS-CLAVE-MAESTRO             PIC X(10) VALUE SPACES.
       77  WS-CLAVE-HISTORIA            PIC X(10) VALUE SPACES.
       77  WS-CONCILIA-SW               PIC X(01) VALUE 'N'.
           88  WS-CONCILIA                     VALUE 'S'.
       77  WS-HAY-FOTO-SW               PIC X(01) VALUE 'N'.
           88  WS-HAY-FOTO                     VALUE 'S'.
       77  WS-FIN-FOTO-SW               PIC X(01) VALUE 'N'.
           88  WS-FIN-FOTO                     VALUE 'S'.
       77  WS-IMAGEN-IGUAL-SW           PIC X(01) VALUE 'N'.
           88  WS-IMAGEN-IGUAL                 VALUE 'S'.
      *----------------------------------------------------------*
      *    MOMENTO DE LA FOTO ANTERIOR Y DE LA NUEVA (FORMATO DE  *
      *    FEC_CAMBIO / HORA_CAMBIO DE LA HISTORIA)                *
      *----------------------------------------------------------*
       77  WS-FOTO-ANT-FEC              PIC X(10) VALUE SPACES.
       77  WS-FOTO-ANT-HORA             PIC X(08) VALUE SPACES.
       01  WS-FECHA-HOY.
           05  WS-HOY-AAAA              PIC X(04).
           05  WS-HOY-MM                PIC X(02).
           05  WS-HOY-DD                PIC X(02).
       01  WS-FOTO-NUE-FEC.
           05  WS-FNF-AAAA              PIC X(04).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-FNF-MM                PIC X(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-FNF-DD                PIC X(02).
       01  WS-FOTO-NUE-HORA.
           05  WS-FNH-HH                PIC X(02).
           05  FILLER                   PIC X(01) VALUE '.'.
           05  WS-FNH-MM                PIC X(02).
           05  FILLER                   PIC X(01) VALUE '.'.
           05  WS-FNH-SS                PIC X(02).
      *----------------------------------------------------------*
      *    CONTROL DE LA HISTORIA DE SECTORISTAS POR CODIGO       *
      *----------------------------------------------------------*
       77  WS-SH-COD-ANT                PIC X(09) VALUE SPACES.
       77  WS-SH-PRIMERO-SW             PIC X(01) VALUE 'N'.
           88  WS-SH-PRIMERO-VISTO             VALUE 'S'.
       77  WS-SH-ULT-FUNCION            PIC X(06) VALUE SPACES.
       01  WS-SH-ULT-IMAGEN.
           05  FILLER                   PIC X(59).
      *----------------------------------------------------------*
      *    IMAGENES A COMPARAR (A = ACTUAL, B = REFERENCIA)       *
      *----------------------------------------------------------*
       01  WS-IMAGEN-A.
           05  WS-IMA-COD-5             PIC X(05).
           05  WS-IMA-NOM               PIC X(40).
           05  WS-IMA-SUCU              PIC X(04).
           05  WS-IMA-ESTA              PIC X(01).
           05  WS-IMA-SUPV              PIC X(09).
       01  WS-IMAGEN-B.
           05  WS-IMB-COD-5             PIC X(05).
           05  WS-IMB-NOM               PIC X(40).
           05  WS-IMB-SUCU              PIC X(04).
           05  WS-IMB-ESTA              PIC X(01).
           05  WS-IMB-SUPV              PIC X(09).
       COPY SCLDR031.
       COPY SCLCW031.
       COPY SCLUC031.
       COPY SCLSH031.
       COPY SCLHI031.
       COPY SCLHI032.
       COPY SCLFS031.
      *----------------------------------------------------------*
      *    SCT.SECTORISTA ACTUAL (CURSOR DE SCLCS033), CON EL     *
      *    COD-SCTA-5 DEL CROSSWALK.                               *
      *    ACT-IN-FOTO: 'S' VA A LA FOTO NUEVA CON LA FILA ACTUAL,*
      *    'R' CON LA IMAGEN DE REFERENCIA (DIFERENCIA NO         *
      *    CONCILIADA), 'N' NO VA (ALTA NO CONCILIADA).           *
      *----------------------------------------------------------*
       01  WS-TABLA-ACTUAL.
           05  WS-ACT-CANT              PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-ACT-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-ACT-CANT
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-COD           PIC X(09).
               10  WS-ACT-IMAGEN.
                   15  WS-ACT-COD-5     PIC X(05).
                   15  WS-ACT-NOM       PIC X(40).
                   15  WS-ACT-SUCU      PIC X(04).
                   15  WS-ACT-ESTA      PIC X(01).
                   15  WS-ACT-SUPV      PIC X(09).
               10  WS-ACT-IN-HIST       PIC X(01).
               10  WS-ACT-IN-FOTO       PIC X(01).
               10  WS-ACT-REF-POS       PIC 9(04) COMP.
       77  WS-ACT-BUSCADO               PIC 9(01) VALUE ZERO.
           88  WS-ACT-ENCONTRADO               VALUE 1.
       77  WS-ACT-POS                   PIC 9(04) COMP VALUE ZERO.
      *----------------------------------------------------------*
      *    REFERENCIA: FOTO ANTERIOR, O ALTAS DE LA HISTORIA SI   *
      *    NO HAY FOTO.                                            *
      *    REF-IN-FOTO: 'S' VA A LA FOTO NUEVA SI YA NO EXISTE EN *
      *    SCT.SECTORISTA (ELIMINACION NO CONCILIADA).            *
      *----------------------------------------------------------*
       01  WS-TABLA-REFERENCIA.
           05  WS-REF-CANT              PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-REF-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-REF-CANT
                   INDEXED BY WS-REF-IDX.
               10  WS-REF-COD           PIC X(09).
               10  WS-REF-IMAGEN        PIC X(59).
               10  WS-REF-IN-HIST       PIC X(01).
               10  WS-REF-IN-ACT        PIC X(01).
               10  WS-REF-IN-FOTO       PIC X(01).
       77  WS-REF-BUSCADO               PIC 9(01) VALUE ZERO.
           88  WS-REF-ENCONTRADO               VALUE 1.
       77  WS-REF-POS                   PIC 9(04) COMP VALUE ZERO.
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
       77  WS-COD-5-ENCONTRADO          PIC X(05) VALUE SPACES.
      *----------------------------------------------------------*
      *    LINEAS DEL REPORTE                                      *
      *----------------------------------------------------------*
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(50) VALUE
               'CAMBIOS SIN HISTORIA - MAESTRO Y SCT.SECTORISTA'.
           05  FILLER PIC X(10) VALUE ' SCLCB029'.
       01  WS-LINEA-MODO.
           05  FILLER              PIC X(16) VALUE 'MODO          : '.
           05  MOD-TEXTO           PIC X(50).
       01  WS-LINEA-FOTO.
           05  FILLER              PIC X(16) VALUE 'FOTO ANTERIOR : '.
           05  FOT-FEC             PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FOT-HORA            PIC X(08).
           05  FOT-TEXTO           PIC X(50).
       01  WS-LINEA-SECCION.
           05  SEC-TITULO          PIC X(80).
       01  WS-LINEA-ENC-CLIENTE.
           05  FILLER PIC X(42) VALUE
               '  CLIENTE    MAESTRO   HISTORIA  ULTIMO CA'.
           05  FILLER PIC X(38) VALUE
               'MBIO       PROCESO    ACCION'.
       01  WS-LINEA-CLIENTE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CLI-NO-CLIENTE      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CLI-MAESTRO         PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CLI-HISTORIA        PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CLI-FEC             PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CLI-HORA            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CLI-PROCESO         PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CLI-ACCION          PIC X(20).
       01  WS-LINEA-SECTORISTA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SCT-COD             PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SCT-TIPO            PIC X(32).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SCT-ACCION          PIC X(20).
       01  WS-LINEA-IMAGEN.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  IMG-ROTULO          PIC X(13).
           05  IMG-COD-5           PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  IMG-NOM             PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  IMG-SUCU            PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  IMG-ESTA            PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  IMG-SUPV            PIC X(09).
       01  WS-LINEA-SIN-DATOS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(40) VALUE
               'NO SE ENCONTRARON CAMBIOS SIN HISTORIA'.
       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-TEXTO           PIC X(48).
           05  TOT-CANTIDAD        PIC ZZZZZZ9.
       COPY SCLRC031.
       01  WS-HORA-INICIO.
           05  WS-HORA-INI-HHMMSS       PIC X(06).
           05  FILLER                   PIC X(02).
       01  WS-HORA-INICIO-R REDEFINES WS-HORA-INICIO.
           05  WS-HORA-INI-HH           PIC X(02).
           05  WS-HORA-INI-MM           PIC X(02).
           05  WS-HORA-INI-SS           PIC X(02).
           05  FILLER                   PIC X(02).
       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIAL THRU 1000-INICIAL-EXIT
           PERFORM 2500-CARGAR-CROSSWALK
               THRU 2500-CARGAR-CROSSWALK-EXIT
           PERFORM 2000-CARGAR-SECTORISTAS
               THRU 2000-CARGAR-SECTORISTAS-EXIT
           PERFORM 3000-CARGAR-FOTO THRU 3000-CARGAR-FOTO-EXIT
           PERFORM 4000-CONTROLAR-CLIENTES
               THRU 4000-CONTROLAR-CLIENTES-EXIT
           PERFORM 5000-LEER-HISTORIA-SCTA
               THRU 5000-LEER-HISTORIA-SCTA-EXIT
           PERFORM 5500-CONTROLAR-SECTORISTAS
               THRU 5500-CONTROLAR-SECTORISTAS-EXIT
           PERFORM 6000-GRABAR-FOTO THRU 6000-GRABAR-FOTO-EXIT
           PERFORM 7000-IMPRIMIR-TOTALES
               THRU 7000-IMPRIMIR-TOTALES-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *    EL MOMENTO DE LA FOTO NUEVA ES EL INICIO DE LA CORRIDA,*
      *    ANTES DE LEER SCT.SECTORISTA.                           *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-HOY-AAAA          TO WS-FNF-AAAA
           MOVE WS-HOY-MM            TO WS-FNF-MM
           MOVE WS-HOY-DD            TO WS-FNF-DD
           MOVE WS-HORA-INI-HH       TO WS-FNH-HH
           MOVE WS-HORA-INI-MM       TO WS-FNH-MM
           MOVE WS-HORA-INI-SS       TO WS-FNH-SS
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
           IF FD-PARM-CONCILIA = 'S'
               SET WS-CONCILIA TO TRUE
           END-IF
           OPEN INPUT  CLIENTE-FILE
           IF WS-FS-CLIENTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA CLIEMAST '
                       WS-FS-CLIENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  FOTO-ANT-FILE
           IF WS-FS-FOTO-ANT NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTFANT '
                       WS-FS-FOTO-ANT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FOTO-NUE-FILE
           IF WS-FS-FOTO-NUE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTFNUE '
                       WS-FS-FOTO-NUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTCRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-CARGAR-SECTORISTAS                                *
      *    CARGA SCT.SECTORISTA COMPLETO EN LA TABLA EN MEMORIA   *
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
           IF WS-ACT-CANT >= 2000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE SECTORISTAS '
                       'LLENA (2000), CONTROL NO REALIZADO'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACT-CANT
           SET WS-ACT-IDX TO WS-ACT-CANT
           MOVE SCLDR031-COD-SCTA-9    TO WS-ACT-COD (WS-ACT-IDX)
           MOVE SCLDR031-NOM-SCTA      TO WS-ACT-NOM (WS-ACT-IDX)
           MOVE SCLDR031-COD-SUCU      TO WS-ACT-SUCU (WS-ACT-IDX)
           MOVE SCLDR031-IND-ESTA-SCTA TO WS-ACT-ESTA (WS-ACT-IDX)
           MOVE SCLDR031-COD-SCTA-SUPV TO WS-ACT-SUPV (WS-ACT-IDX)
           MOVE 'N'                    TO WS-ACT-IN-HIST (WS-ACT-IDX)
           MOVE 'S'                    TO WS-ACT-IN-FOTO (WS-ACT-IDX)
           MOVE ZERO                   TO WS-ACT-REF-POS (WS-ACT-IDX)
           MOVE SCLDR031-COD-SCTA-9    TO WS-COD-BUSCADO
           PERFORM 8120-BUSCAR-COD-5 THRU 8120-BUSCAR-COD-5-EXIT
           MOVE WS-COD-5-ENCONTRADO    TO WS-ACT-COD-5 (WS-ACT-IDX)
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
                       'LLENA (2000), CONTROL NO REALIZADO'
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
      *    3000-CARGAR-FOTO                                       *
      *    CARGA LA FOTO CONCILIADA ANTERIOR COMO REFERENCIA.     *
      *    VACIA (PRIMERA CORRIDA) LA REFERENCIA SE ARMA CON LAS  *
      *    ALTAS DE LA HISTORIA EN 5000.                           *
      *----------------------------------------------------------*
       3000-CARGAR-FOTO.
           PERFORM 3100-LEER-FOTO THRU 3100-LEER-FOTO-EXIT
           IF WS-FIN-FOTO
               DISPLAY WS-PGM-ID ' - AVISO, NO HAY FOTO ANTERIOR: LA '
                       'REFERENCIA SON LAS ALTAS DE LA HISTORIA'
               GO TO 3000-CARGAR-FOTO-EXIT
           END-IF
           SET WS-HAY-FOTO TO TRUE
           MOVE SCLFS031-FEC-FOTO  TO WS-FOTO-ANT-FEC
           MOVE SCLFS031-HORA-FOTO TO WS-FOTO-ANT-HORA
           PERFORM 3200-AGREGAR-FOTO THRU 3200-AGREGAR-FOTO-EXIT
               UNTIL WS-FIN-FOTO.
       3000-CARGAR-FOTO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-LEER-FOTO                                         *
      *----------------------------------------------------------*
       3100-LEER-FOTO.
           READ FOTO-ANT-FILE INTO SCLFS031-REGISTRO
               AT END
                   SET WS-FIN-FOTO TO TRUE
           END-READ.
       3100-LEER-FOTO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-AGREGAR-FOTO                                      *
      *----------------------------------------------------------*
       3200-AGREGAR-FOTO.
           ADD 1 TO WS-CT-FOTO-LEIDOS
           MOVE SCLFS031-COD-SCTA-9 TO WS-COD-BUSCADO
           MOVE SCLFS031-IMAGEN     TO WS-IMAGEN-B
           PERFORM 8400-AGREGAR-REFERENCIA
               THRU 8400-AGREGAR-REFERENCIA-EXIT
           PERFORM 3100-LEER-FOTO THRU 3100-LEER-FOTO-EXIT.
       3200-AGREGAR-FOTO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-CONTROLAR-CLIENTES                                *
      *    CRUZA EL MAESTRO CON EL ULTIMO CAMBIO DE CADA CLIENTE  *
      *    (AMBOS ORDENADOS POR NUMERO DE CLIENTE).                *
      *----------------------------------------------------------*
       4000-CONTROLAR-CLIENTES.
           MOVE SPACES TO FD-REPORTE-LINEA
           MOVE WS-LINEA-TITULO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           IF WS-CONCILIA
               MOVE 'CONCILIA (GRABA LA HISTORIA FALTANTE)'
                                    TO MOD-TEXTO
           ELSE
               MOVE 'SOLO INFORMA'  TO MOD-TEXTO
           END-IF
           MOVE WS-LINEA-MODO       TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           IF WS-HAY-FOTO
               MOVE WS-FOTO-ANT-FEC  TO FOT-FEC
               MOVE WS-FOTO-ANT-HORA TO FOT-HORA
               MOVE SPACES           TO FOT-TEXTO
           ELSE
               MOVE SPACES           TO FOT-FEC
               MOVE SPACES           TO FOT-HORA
               MOVE 'NO HAY - REFERENCIA = ALTAS DE LA HISTORIA'
                                     TO FOT-TEXTO
           END-IF
           MOVE WS-LINEA-FOTO       TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'CLIENTES CON SECTORISTA DISTINTO AL DEL ULTIMO CAMBIO'
                                    TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-ENC-CLIENTE TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'UC031CSR' TO WS-CURSOR-DB2
           MOVE SPACES  TO SCLUC031-INTERFAZ
           MOVE 'OPEN'  TO SCLUC031-FUNCION
           CALL 'SCLCS053' USING SCLUC031-INTERFAZ
           PERFORM 4100-LEER-MAESTRO THRU 4100-LEER-MAESTRO-EXIT
           PERFORM 4200-TRAER-HISTORIA THRU 4200-TRAER-HISTORIA-EXIT
           PERFORM 4300-CRUZAR THRU 4300-CRUZAR-EXIT
               UNTIL WS-CLAVE-MAESTRO = HIGH-VALUES
                 AND WS-CLAVE-HISTORIA = HIGH-VALUES
           MOVE 'CLOSE' TO SCLUC031-FUNCION
           CALL 'SCLCS053' USING SCLUC031-INTERFAZ
           IF WS-CT-CLI-SIN-HIST = ZERO
               MOVE WS-LINEA-SIN-DATOS TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF.
       4000-CONTROLAR-CLIENTES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4100-LEER-MAESTRO                                      *
      *----------------------------------------------------------*
       4100-LEER-MAESTRO.
           READ CLIENTE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-MAESTRO
                   GO TO 4100-LEER-MAESTRO-EXIT
           END-READ
           ADD 1 TO WS-CT-CLI-LEIDOS
           MOVE SCLCL001-NO-CLIENTE TO WS-CLAVE-MAESTRO.
       4100-LEER-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4200-TRAER-HISTORIA                                    *
      *    TRAE EL ULTIMO CAMBIO DEL CLIENTE SIGUIENTE; UNA FILA  *
      *    REPETIDA DEL MISMO CLIENTE (MISMA FECHA/HORA) SE SALTA.*
      *----------------------------------------------------------*
       4200-TRAER-HISTORIA.
           PERFORM 4210-FETCH-HISTORIA THRU 4210-FETCH-HISTORIA-EXIT
           PERFORM 4210-FETCH-HISTORIA THRU 4210-FETCH-HISTORIA-EXIT
               UNTIL SCLUC031-EOF = 'S'
                  OR SCLUC031-NO-CLIENTE NOT = WS-CLAVE-HISTORIA
           IF SCLUC031-EOF = 'S'
               MOVE HIGH-VALUES TO WS-CLAVE-HISTORIA
           ELSE
               MOVE SCLUC031-NO-CLIENTE TO WS-CLAVE-HISTORIA
           END-IF.
       4200-TRAER-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4210-FETCH-HISTORIA                                    *
      *----------------------------------------------------------*
       4210-FETCH-HISTORIA.
           MOVE 'FETCH' TO SCLUC031-FUNCION
           CALL 'SCLCS053' USING SCLUC031-INTERFAZ
           IF SCLUC031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       4210-FETCH-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4300-CRUZAR                                            *
      *    CLIENTE SOLO EN EL MAESTRO: SIN HISTORIA, NO SE        *
      *    CONTROLA.  SOLO EN LA HISTORIA: YA NO ESTA EN EL       *
      *    MAESTRO, SE CUENTA.  EN AMBOS: SE COMPARA.              *
      *----------------------------------------------------------*
       4300-CRUZAR.
           IF WS-CLAVE-MAESTRO < WS-CLAVE-HISTORIA
               PERFORM 4100-LEER-MAESTRO THRU 4100-LEER-MAESTRO-EXIT
               GO TO 4300-CRUZAR-EXIT
           END-IF
           IF WS-CLAVE-MAESTRO > WS-CLAVE-HISTORIA
               ADD 1 TO WS-CT-CLI-FUERA
               PERFORM 4200-TRAER-HISTORIA
                   THRU 4200-TRAER-HISTORIA-EXIT
               GO TO 4300-CRUZAR-EXIT
           END-IF
           ADD 1 TO WS-CT-CLI-CON-HIST
           PERFORM 4400-COMPARAR-CLIENTE
               THRU 4400-COMPARAR-CLIENTE-EXIT
           PERFORM 4100-LEER-MAESTRO THRU 4100-LEER-MAESTRO-EXIT
           PERFORM 4200-TRAER-HISTORIA THRU 4200-TRAER-HISTORIA-EXIT.
       4300-CRUZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4400-COMPARAR-CLIENTE                                  *
      *----------------------------------------------------------*
       4400-COMPARAR-CLIENTE.
           MOVE SCLCL001-CO-SCTA-CLI   TO WS-COD-BUSCADO
           PERFORM 8100-RESOLVER-CODIGO
               THRU 8100-RESOLVER-CODIGO-EXIT
           MOVE WS-COD-BUSCADO         TO WS-COD-MAESTRO
           MOVE SCLUC031-COD-SCTA-NUE  TO WS-COD-BUSCADO
           PERFORM 8100-RESOLVER-CODIGO
               THRU 8100-RESOLVER-CODIGO-EXIT
           MOVE WS-COD-BUSCADO         TO WS-COD-HISTORIA
           IF WS-COD-MAESTRO = WS-COD-HISTORIA
               IF SCLCL001-CO-SCTA-CLI NOT = SCLUC031-COD-SCTA-NUE
                   ADD 1 TO WS-CT-CLI-CONVERSION
               END-IF
               GO TO 4400-COMPARAR-CLIENTE-EXIT
           END-IF
           ADD 1 TO WS-CT-CLI-SIN-HIST
           MOVE SCLCL001-NO-CLIENTE    TO CLI-NO-CLIENTE
           MOVE SCLCL001-CO-SCTA-CLI   TO CLI-MAESTRO
           MOVE SCLUC031-COD-SCTA-NUE  TO CLI-HISTORIA
           MOVE SCLUC031-FEC-CAMBIO    TO CLI-FEC
           MOVE SCLUC031-HORA-CAMBIO   TO CLI-HORA
           MOVE SCLUC031-PROCESO       TO CLI-PROCESO
           IF WS-CONCILIA
               PERFORM 4500-CONCILIAR-CLIENTE
                   THRU 4500-CONCILIAR-CLIENTE-EXIT
               MOVE 'CONCILIADO'       TO CLI-ACCION
           ELSE
               ADD 1 TO WS-CT-NO-CONCILIADOS
               MOVE 'SOLO INFORMADO'   TO CLI-ACCION
           END-IF
           MOVE WS-LINEA-CLIENTE       TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       4400-COMPARAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4500-CONCILIAR-CLIENTE                                 *
      *    GRABA EN SCT.CLIENTE_SCTA_HIST (VIA SCLCS038) EL CAMBIO*
      *    QUE FALTA, DEL ULTIMO SECTORISTA REGISTRADO AL DEL     *
      *    MAESTRO.  SI NO SE PUEDE GRABAR EL JOB ABORTA, IGUAL   *
      *    QUE EN LOS PROCESOS QUE APLICAN CAMBIOS.                *
      *----------------------------------------------------------*
       4500-CONCILIAR-CLIENTE.
           MOVE SPACES                   TO SCLHI032-INTERFAZ
           MOVE SCLCL001-NO-CLIENTE      TO SCLHI032-NO-CLIENTE
           MOVE SCLUC031-COD-SCTA-NUE    TO SCLHI032-COD-SCTA-ANT
           MOVE SCLCL001-CO-SCTA-CLI     TO SCLHI032-COD-SCTA-NUE
           MOVE WS-PGM-ID                TO SCLHI032-PROCESO
           MOVE WS-USUARIO-CONCILIA      TO SCLHI032-USUARIO
           CALL 'SCLCS038' USING SCLHI032-INTERFAZ
           IF SCLHI032-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR GRABANDO HISTORIA '
                       'DEL CLIENTE ' SCLCL001-NO-CLIENTE
                       ', SQLCODE ' SCLHI032-SQLCODE
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-HIST-GRABADAS.
       4500-CONCILIAR-CLIENTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-LEER-HISTORIA-SCTA                                *
      *    CON FOTO: SE LEEN LOS CAMBIOS DESDE EL DIA DE LA FOTO. *
      *    SIN FOTO: TODA LA HISTORIA, PARA TOMAR LAS ALTAS.       *
      *----------------------------------------------------------*
       5000-LEER-HISTORIA-SCTA.
           MOVE 'SH031CSR' TO WS-CURSOR-DB2
           MOVE SPACES  TO SCLSH031-INTERFAZ
           MOVE 'OPEN'  TO SCLSH031-FUNCION
           IF WS-HAY-FOTO
               MOVE WS-FOTO-ANT-FEC TO SCLSH031-FEC-DESDE
           ELSE
               MOVE '0001-01-01'    TO SCLSH031-FEC-DESDE
           END-IF
           CALL 'SCLCS054' USING SCLSH031-INTERFAZ
           MOVE 'FETCH' TO SCLSH031-FUNCION
           CALL 'SCLCS054' USING SCLSH031-INTERFAZ
           IF SCLSH031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 5100-PROCESAR-HISTORIA
               THRU 5100-PROCESAR-HISTORIA-EXIT
               UNTIL SCLSH031-EOF = 'S'
           MOVE 'CLOSE' TO SCLSH031-FUNCION
           CALL 'SCLCS054' USING SCLSH031-INTERFAZ
           IF WS-SH-COD-ANT NOT = SPACES
               PERFORM 5200-CERRAR-CODIGO THRU 5200-CERRAR-CODIGO-EXIT
           END-IF.
       5000-LEER-HISTORIA-SCTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5100-PROCESAR-HISTORIA                                 *
      *    CON FOTO SOLO CUENTAN LOS CAMBIOS POSTERIORES A ELLA Y *
      *    QUE NO SON CONCILIACIONES DE ESTE MISMO PROCESO.        *
      *----------------------------------------------------------*
       5100-PROCESAR-HISTORIA.
           IF SCLSH031-COD-SCTA-9 NOT = WS-SH-COD-ANT
               IF WS-SH-COD-ANT NOT = SPACES
                   PERFORM 5200-CERRAR-CODIGO
                       THRU 5200-CERRAR-CODIGO-EXIT
               END-IF
               MOVE SCLSH031-COD-SCTA-9 TO WS-SH-COD-ANT
               MOVE 'N'                 TO WS-SH-PRIMERO-SW
           END-IF
           IF NOT WS-HAY-FOTO
               MOVE SCLSH031-FUNCION-HIST TO WS-SH-ULT-FUNCION
               MOVE SCLSH031-IMAGEN       TO WS-SH-ULT-IMAGEN
               GO TO 5100-TRAER-SIGUIENTE
           END-IF
           IF SCLSH031-USUARIO = WS-USUARIO-CONCILIA
              OR SCLSH031-FEC-CAMBIO < WS-FOTO-ANT-FEC
              OR (SCLSH031-FEC-CAMBIO = WS-FOTO-ANT-FEC
                  AND SCLSH031-HORA-CAMBIO NOT > WS-FOTO-ANT-HORA)
              OR WS-SH-PRIMERO-VISTO
               GO TO 5100-TRAER-SIGUIENTE
           END-IF
           SET WS-SH-PRIMERO-VISTO TO TRUE
           PERFORM 5300-VERIFICAR-PRIMER-CAMBIO
               THRU 5300-VERIFICAR-PRIMER-CAMBIO-EXIT.
       5100-TRAER-SIGUIENTE.
           MOVE 'FETCH' TO SCLSH031-FUNCION
           CALL 'SCLCS054' USING SCLSH031-INTERFAZ
           IF SCLSH031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       5100-PROCESAR-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5200-CERRAR-CODIGO                                     *
      *    SIN FOTO: SI LA ULTIMA FILA DEL CODIGO ES UN ALTA, SU  *
      *    IMAGEN ES EL ESTADO QUE DEBE TENER HOY Y PASA A SER LA *
      *    REFERENCIA.                                             *
      *----------------------------------------------------------*
       5200-CERRAR-CODIGO.
           IF WS-HAY-FOTO
              OR WS-SH-ULT-FUNCION NOT = 'ALTA'
               GO TO 5200-CERRAR-CODIGO-EXIT
           END-IF
           MOVE WS-SH-COD-ANT       TO WS-COD-BUSCADO
           MOVE WS-SH-ULT-IMAGEN    TO WS-IMAGEN-B
           PERFORM 8400-AGREGAR-REFERENCIA
               THRU 8400-AGREGAR-REFERENCIA-EXIT.
       5200-CERRAR-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5300-VERIFICAR-PRIMER-CAMBIO                           *
      *    EL SECTORISTA TUVO CAMBIOS REGISTRADOS DESPUES DE LA   *
      *    FOTO: SU FILA ACTUAL QUEDA EXPLICADA.  LA IMAGEN DEL   *
      *    PRIMERO DEBE SER LA DE LA FOTO (O, SI NO ESTABA EN LA  *
      *    FOTO, EL CAMBIO DEBE SER SU ALTA).                      *
      *----------------------------------------------------------*
       5300-VERIFICAR-PRIMER-CAMBIO.
           MOVE SCLSH031-COD-SCTA-9 TO WS-COD-BUSCADO
           PERFORM 8200-UBICAR-ACTUAL THRU 8200-UBICAR-ACTUAL-EXIT
           IF WS-ACT-ENCONTRADO
               MOVE 'S' TO WS-ACT-IN-HIST (WS-ACT-POS)
           END-IF
           PERFORM 8300-UBICAR-REFERENCIA
               THRU 8300-UBICAR-REFERENCIA-EXIT
           IF NOT WS-REF-ENCONTRADO
               IF SCLSH031-FUNCION-HIST = 'ALTA'
                   GO TO 5300-VERIFICAR-PRIMER-CAMBIO-EXIT
               END-IF
               MOVE SPACES TO WS-IMAGEN-B
           ELSE
               MOVE 'S' TO WS-REF-IN-HIST (WS-REF-POS)
               MOVE WS-REF-IMAGEN (WS-REF-POS) TO WS-IMAGEN-B
               MOVE SCLSH031-IMAGEN            TO WS-IMAGEN-A
               PERFORM 8500-COMPARAR-IMAGEN
                   THRU 8500-COMPARAR-IMAGEN-EXIT
               IF WS-IMAGEN-IGUAL
                   GO TO 5300-VERIFICAR-PRIMER-CAMBIO-EXIT
               END-IF
           END-IF
           MOVE SCLSH031-IMAGEN     TO WS-IMAGEN-A
           MOVE SCLSH031-COD-SCTA-9 TO SCT-COD
           MOVE 'CAMBIO PREVIO A UNO REGISTRADO' TO SCT-TIPO
           MOVE 'NO CONCILIABLE'    TO SCT-ACCION
           ADD 1 TO WS-CT-NO-CONCILIADOS
           PERFORM 8800-IMPRIMIR-SECTORISTA
               THRU 8800-IMPRIMIR-SECTORISTA-EXIT.
       5300-VERIFICAR-PRIMER-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5500-CONTROLAR-SECTORISTAS                             *
      *    COMPARA CADA FILA ACTUAL CON SU REFERENCIA Y DESPUES   *
      *    BUSCA LAS REFERENCIAS QUE YA NO EXISTEN.                *
      *----------------------------------------------------------*
       5500-CONTROLAR-SECTORISTAS.
           PERFORM 5510-CONTROLAR-SECTORISTA
               THRU 5510-CONTROLAR-SECTORISTA-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-CANT
           PERFORM 5800-CONTROLAR-ELIMINADO
               THRU 5800-CONTROLAR-ELIMINADO-EXIT
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-CANT
           IF WS-CT-SCTA-SIN-HIST = ZERO
               MOVE SPACES TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
               MOVE 'SECTORISTAS CON CAMBIOS SIN HISTORIA'
                                    TO SEC-TITULO
               MOVE WS-LINEA-SECCION TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
               MOVE WS-LINEA-SIN-DATOS TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF.
       5500-CONTROLAR-SECTORISTAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5510-CONTROLAR-SECTORISTA                              *
      *----------------------------------------------------------*
       5510-CONTROLAR-SECTORISTA.
           ADD 1 TO WS-CT-SCTA-LEIDOS
           SET WS-ACT-POS TO WS-ACT-IDX
           MOVE WS-ACT-COD (WS-ACT-IDX) TO WS-COD-BUSCADO
           PERFORM 8300-UBICAR-REFERENCIA
               THRU 8300-UBICAR-REFERENCIA-EXIT
           IF WS-REF-ENCONTRADO
               MOVE 'S' TO WS-REF-IN-ACT (WS-REF-POS)
           END-IF
           IF WS-ACT-IN-HIST (WS-ACT-IDX) = 'S'
               ADD 1 TO WS-CT-SCTA-CON-HIST
               GO TO 5510-CONTROLAR-SECTORISTA-EXIT
           END-IF
           MOVE WS-ACT-IMAGEN (WS-ACT-IDX) TO WS-IMAGEN-A
           MOVE WS-ACT-COD (WS-ACT-IDX)    TO SCT-COD
           IF NOT WS-REF-ENCONTRADO
               IF NOT WS-HAY-FOTO
                   ADD 1 TO WS-CT-SCTA-SIN-REF
                   GO TO 5510-CONTROLAR-SECTORISTA-EXIT
               END-IF
               PERFORM 5600-ALTA-SIN-HISTORIA
                   THRU 5600-ALTA-SIN-HISTORIA-EXIT
               GO TO 5510-CONTROLAR-SECTORISTA-EXIT
           END-IF
           MOVE WS-REF-IMAGEN (WS-REF-POS) TO WS-IMAGEN-B
           PERFORM 8500-COMPARAR-IMAGEN THRU 8500-COMPARAR-IMAGEN-EXIT
           IF WS-IMAGEN-IGUAL
               GO TO 5510-CONTROLAR-SECTORISTA-EXIT
           END-IF
           PERFORM 5700-MODIFICADO-SIN-HISTORIA
               THRU 5700-MODIFICADO-SIN-HISTORIA-EXIT.
       5510-CONTROLAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5600-ALTA-SIN-HISTORIA                                 *
      *    LA FILA NO ESTABA EN LA FOTO Y NO TIENE ALTA EN LA     *
      *    HISTORIA.  SE CONCILIA GRABANDO EL ALTA CON LA FILA    *
      *    ACTUAL; SIN CONCILIAR NO VA A LA FOTO NUEVA.            *
      *----------------------------------------------------------*
       5600-ALTA-SIN-HISTORIA.
           MOVE SPACES              TO WS-IMAGEN-B
           MOVE 'ALTA SIN HISTORIA' TO SCT-TIPO
           IF WS-CONCILIA
               MOVE WS-ACT-COD (WS-ACT-POS) TO SCLHI031-COD-SCTA-9
               MOVE WS-IMAGEN-A             TO SCLHI031-IMAGEN (10:59)
               MOVE 'ALTA'                  TO SCLHI031-FUNCION
               PERFORM 8600-CONCILIAR-SECTORISTA
                   THRU 8600-CONCILIAR-SECTORISTA-EXIT
               MOVE 'CONCILIADO'            TO SCT-ACCION
           ELSE
               MOVE 'N'                 TO WS-ACT-IN-FOTO (WS-ACT-POS)
               ADD 1 TO WS-CT-NO-CONCILIADOS
               MOVE 'SOLO INFORMADO'        TO SCT-ACCION
           END-IF
           PERFORM 8800-IMPRIMIR-SECTORISTA
               THRU 8800-IMPRIMIR-SECTORISTA-EXIT.
       5600-ALTA-SIN-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5700-MODIFICADO-SIN-HISTORIA                           *
      *    LA FILA ACTUAL NO ES LA DE REFERENCIA Y NO HUBO        *
      *    CAMBIOS REGISTRADOS.  SE CONCILIA GRABANDO LA IMAGEN   *
      *    DE REFERENCIA COMO PREVIA; SIN CONCILIAR LA FOTO NUEVA *
      *    CONSERVA LA REFERENCIA.                                 *
      *----------------------------------------------------------*
       5700-MODIFICADO-SIN-HISTORIA.
           MOVE 'MODIFICADO SIN HISTORIA' TO SCT-TIPO
           IF WS-CONCILIA
               MOVE WS-ACT-COD (WS-ACT-POS) TO SCLHI031-COD-SCTA-9
               MOVE WS-IMAGEN-B             TO SCLHI031-IMAGEN (10:59)
               MOVE 'CONCIL'                TO SCLHI031-FUNCION
               PERFORM 8600-CONCILIAR-SECTORISTA
                   THRU 8600-CONCILIAR-SECTORISTA-EXIT
               MOVE 'CONCILIADO'            TO SCT-ACCION
           ELSE
               MOVE 'R'                 TO WS-ACT-IN-FOTO (WS-ACT-POS)
               MOVE WS-REF-POS          TO WS-ACT-REF-POS (WS-ACT-POS)
               ADD 1 TO WS-CT-NO-CONCILIADOS
               MOVE 'SOLO INFORMADO'        TO SCT-ACCION
           END-IF
           PERFORM 8800-IMPRIMIR-SECTORISTA
               THRU 8800-IMPRIMIR-SECTORISTA-EXIT.
       5700-MODIFICADO-SIN-HISTORIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5800-CONTROLAR-ELIMINADO                               *
      *    UNA REFERENCIA QUE YA NO ESTA EN SCT.SECTORISTA FUE    *
      *    ELIMINADA SIN HISTORIA (LAS BAJAS NO BORRAN LA FILA).  *
      *    SI TUVO CAMBIOS REGISTRADOS DESPUES DE LA FOTO NO SE   *
      *    CONOCE LA IMAGEN PREVIA A LA ELIMINACION: SOLO SE      *
      *    INFORMA.                                                *
      *----------------------------------------------------------*
       5800-CONTROLAR-ELIMINADO.
           IF WS-REF-IN-ACT (WS-REF-IDX) = 'S'
               GO TO 5800-CONTROLAR-ELIMINADO-EXIT
           END-IF
           SET WS-REF-POS TO WS-REF-IDX
           MOVE SPACES                     TO WS-IMAGEN-A
           MOVE WS-REF-IMAGEN (WS-REF-IDX) TO WS-IMAGEN-B
           MOVE WS-REF-COD (WS-REF-IDX)    TO SCT-COD
           MOVE 'ELIMINADO SIN HISTORIA'   TO SCT-TIPO
           EVALUATE TRUE
               WHEN WS-REF-IN-HIST (WS-REF-IDX) = 'S'
                   MOVE 'N'            TO WS-REF-IN-FOTO (WS-REF-IDX)
                   ADD 1 TO WS-CT-NO-CONCILIADOS
                   MOVE 'NO CONCILIABLE'       TO SCT-ACCION
               WHEN WS-CONCILIA
                   MOVE WS-REF-COD (WS-REF-IDX) TO SCLHI031-COD-SCTA-9
                   MOVE WS-IMAGEN-B       TO SCLHI031-IMAGEN (10:59)
                   MOVE 'CONCIL'               TO SCLHI031-FUNCION
                   PERFORM 8600-CONCILIAR-SECTORISTA
                       THRU 8600-CONCILIAR-SECTORISTA-EXIT
                   MOVE 'N'            TO WS-REF-IN-FOTO (WS-REF-IDX)
                   MOVE 'CONCILIADO'           TO SCT-ACCION
               WHEN OTHER
                   MOVE 'S'            TO WS-REF-IN-FOTO (WS-REF-IDX)
                   ADD 1 TO WS-CT-NO-CONCILIADOS
                   MOVE 'SOLO INFORMADO'       TO SCT-ACCION
           END-EVALUATE
           PERFORM 8800-IMPRIMIR-SECTORISTA
               THRU 8800-IMPRIMIR-SECTORISTA-EXIT.
       5800-CONTROLAR-ELIMINADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-GRABAR-FOTO                                       *
      *    FOTO NUEVA: LAS FILAS ACTUALES (CON LA REFERENCIA SI   *
      *    LA DIFERENCIA NO SE CONCILIO) Y LAS ELIMINACIONES NO   *
      *    CONCILIADAS.                                            *
      *----------------------------------------------------------*
       6000-GRABAR-FOTO.
           PERFORM 6100-GRABAR-FOTO-ACTUAL
               THRU 6100-GRABAR-FOTO-ACTUAL-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-CANT
           PERFORM 6200-GRABAR-FOTO-ELIMINADO
               THRU 6200-GRABAR-FOTO-ELIMINADO-EXIT
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-CANT.
       6000-GRABAR-FOTO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6100-GRABAR-FOTO-ACTUAL                                *
      *----------------------------------------------------------*
       6100-GRABAR-FOTO-ACTUAL.
           IF WS-ACT-IN-FOTO (WS-ACT-IDX) = 'N'
               GO TO 6100-GRABAR-FOTO-ACTUAL-EXIT
           END-IF
           MOVE SPACES                    TO SCLFS031-REGISTRO
           MOVE WS-ACT-COD (WS-ACT-IDX)   TO SCLFS031-COD-SCTA-9
           IF WS-ACT-IN-FOTO (WS-ACT-IDX) = 'R'
               MOVE WS-ACT-REF-POS (WS-ACT-IDX) TO WS-REF-POS
               MOVE WS-REF-IMAGEN (WS-REF-POS)  TO SCLFS031-IMAGEN
           ELSE
               MOVE WS-ACT-IMAGEN (WS-ACT-IDX)  TO SCLFS031-IMAGEN
           END-IF
           PERFORM 6300-ESCRIBIR-FOTO THRU 6300-ESCRIBIR-FOTO-EXIT.
       6100-GRABAR-FOTO-ACTUAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6200-GRABAR-FOTO-ELIMINADO                             *
      *----------------------------------------------------------*
       6200-GRABAR-FOTO-ELIMINADO.
           IF WS-REF-IN-ACT (WS-REF-IDX) = 'S'
              OR WS-REF-IN-FOTO (WS-REF-IDX) NOT = 'S'
               GO TO 6200-GRABAR-FOTO-ELIMINADO-EXIT
           END-IF
           MOVE SPACES                     TO SCLFS031-REGISTRO
           MOVE WS-REF-COD (WS-REF-IDX)    TO SCLFS031-COD-SCTA-9
           MOVE WS-REF-IMAGEN (WS-REF-IDX) TO SCLFS031-IMAGEN
           PERFORM 6300-ESCRIBIR-FOTO THRU 6300-ESCRIBIR-FOTO-EXIT.
       6200-GRABAR-FOTO-ELIMINADO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6300-ESCRIBIR-FOTO                                     *
      *----------------------------------------------------------*
       6300-ESCRIBIR-FOTO.
           MOVE WS-FOTO-NUE-FEC     TO SCLFS031-FEC-FOTO
           MOVE WS-FOTO-NUE-HORA    TO SCLFS031-HORA-FOTO
           MOVE SCLFS031-REGISTRO   TO FD-FOTO-NUE-REG
           WRITE FD-FOTO-NUE-REG
           IF WS-FS-FOTO-NUE NOT = '00'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR GRABACION SCTFNUE '
                       WS-FS-FOTO-NUE
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-FOTO-GRABADOS.
       6300-ESCRIBIR-FOTO-EXIT.
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
           MOVE 'CLIENTES EN EL MAESTRO                       :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CLI-LEIDOS    TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '  CON HISTORIA                               :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CLI-CON-HIST  TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '  SOLO CONVERSION DE 5 A 9 SIN HISTORIA      :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CLI-CONVERSION TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '  CON CAMBIO DE SECTORISTA SIN HISTORIA      :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CLI-SIN-HIST  TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE 'CLIENTES CON HISTORIA FUERA DEL MAESTRO      :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CLI-FUERA     TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE 'SECTORISTAS EN SCT.SECTORISTA                :'
                                    TO TOT-TEXTO
           MOVE WS-CT-SCTA-LEIDOS   TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '  CON CAMBIOS REGISTRADOS DESDE LA FOTO      :'
                                    TO TOT-TEXTO
           MOVE WS-CT-SCTA-CON-HIST TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE '  SIN REFERENCIA (PRIMERA CORRIDA)           :'
                                    TO TOT-TEXTO
           MOVE WS-CT-SCTA-SIN-REF  TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE 'SECTORISTAS CON CAMBIO SIN HISTORIA          :'
                                    TO TOT-TEXTO
           MOVE WS-CT-SCTA-SIN-HIST TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE 'FILAS DE HISTORIA DE CONCILIACION GRABADAS   :'
                                    TO TOT-TEXTO
           MOVE WS-CT-HIST-GRABADAS TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE 'CAMBIOS SIN HISTORIA NO CONCILIADOS          :'
                                    TO TOT-TEXTO
           MOVE WS-CT-NO-CONCILIADOS TO TOT-CANTIDAD
           PERFORM 7100-IMPRIMIR-TOTAL THRU 7100-IMPRIMIR-TOTAL-EXIT
           MOVE 'REGISTROS EN LA FOTO NUEVA                   :'
                                    TO TOT-TEXTO
           MOVE WS-CT-FOTO-GRABADOS TO TOT-CANTIDAD
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
      *    8120-BUSCAR-COD-5                                      *
      *    DEJA EN WS-COD-5-ENCONTRADO EL CODIGO DE 5 DIGITOS DE  *
      *    WS-COD-BUSCADO SEGUN EL CROSSWALK (SPACES SI NO TIENE).*
      *----------------------------------------------------------*
       8120-BUSCAR-COD-5.
           MOVE SPACES TO WS-COD-5-ENCONTRADO
           MOVE ZERO   TO WS-CW-BUSCADO
           PERFORM 8130-COMPARAR-COD-9
               THRU 8130-COMPARAR-COD-9-EXIT
               VARYING WS-CW-IDX FROM 1 BY 1
               UNTIL WS-CW-IDX > WS-CW-CANT
                  OR WS-CW-ENCONTRADO.
       8120-BUSCAR-COD-5-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8130-COMPARAR-COD-9                                    *
      *----------------------------------------------------------*
       8130-COMPARAR-COD-9.
           IF WS-CW-COD-9 (WS-CW-IDX) = WS-COD-BUSCADO
               SET WS-CW-ENCONTRADO TO TRUE
               MOVE WS-CW-COD-5 (WS-CW-IDX) TO WS-COD-5-ENCONTRADO
           END-IF.
       8130-COMPARAR-COD-9-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8200-UBICAR-ACTUAL                                     *
      *    DEJA EN WS-ACT-POS LA FILA ACTUAL DE WS-COD-BUSCADO.   *
      *----------------------------------------------------------*
       8200-UBICAR-ACTUAL.
           MOVE ZERO TO WS-ACT-BUSCADO
           MOVE ZERO TO WS-ACT-POS
           PERFORM 8210-BUSCAR-ACTUAL THRU 8210-BUSCAR-ACTUAL-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-CANT
                  OR WS-ACT-ENCONTRADO.
       8200-UBICAR-ACTUAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8210-BUSCAR-ACTUAL                                     *
      *----------------------------------------------------------*
       8210-BUSCAR-ACTUAL.
           IF WS-ACT-COD (WS-ACT-IDX) = WS-COD-BUSCADO
               SET WS-ACT-ENCONTRADO TO TRUE
               SET WS-ACT-POS TO WS-ACT-IDX
           END-IF.
       8210-BUSCAR-ACTUAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8300-UBICAR-REFERENCIA                                 *
      *    DEJA EN WS-REF-POS LA REFERENCIA DE WS-COD-BUSCADO.    *
      *----------------------------------------------------------*
       8300-UBICAR-REFERENCIA.
           MOVE ZERO TO WS-REF-BUSCADO
           MOVE ZERO TO WS-REF-POS
           PERFORM 8310-BUSCAR-REFERENCIA
               THRU 8310-BUSCAR-REFERENCIA-EXIT
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-CANT
                  OR WS-REF-ENCONTRADO.
       8300-UBICAR-REFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8310-BUSCAR-REFERENCIA                                 *
      *----------------------------------------------------------*
       8310-BUSCAR-REFERENCIA.
           IF WS-REF-COD (WS-REF-IDX) = WS-COD-BUSCADO
               SET WS-REF-ENCONTRADO TO TRUE
               SET WS-REF-POS TO WS-REF-IDX
           END-IF.
       8310-BUSCAR-REFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8400-AGREGAR-REFERENCIA                                *
      *    AGREGA WS-COD-BUSCADO CON LA IMAGEN WS-IMAGEN-B.        *
      *----------------------------------------------------------*
       8400-AGREGAR-REFERENCIA.
           IF WS-REF-CANT >= 2000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE REFERENCIA '
                       'LLENA (2000), CONTROL NO REALIZADO'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REF-CANT
           SET WS-REF-IDX TO WS-REF-CANT
           MOVE WS-COD-BUSCADO      TO WS-REF-COD (WS-REF-IDX)
           MOVE WS-IMAGEN-B         TO WS-REF-IMAGEN (WS-REF-IDX)
           MOVE 'N'                 TO WS-REF-IN-HIST (WS-REF-IDX)
           MOVE 'N'                 TO WS-REF-IN-ACT (WS-REF-IDX)
           MOVE 'N'                 TO WS-REF-IN-FOTO (WS-REF-IDX).
       8400-AGREGAR-REFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8500-COMPARAR-IMAGEN                                   *
      *    WS-IMAGEN-A (ACTUAL) CONTRA WS-IMAGEN-B (REFERENCIA).  *
      *    EL COD-SCTA-5 SOLO CUENTA SI LA REFERENCIA LO TRAE.    *
      *----------------------------------------------------------*
       8500-COMPARAR-IMAGEN.
           MOVE 'N' TO WS-IMAGEN-IGUAL-SW
           IF WS-IMA-NOM  NOT = WS-IMB-NOM
              OR WS-IMA-SUCU NOT = WS-IMB-SUCU
              OR WS-IMA-ESTA NOT = WS-IMB-ESTA
              OR WS-IMA-SUPV NOT = WS-IMB-SUPV
               GO TO 8500-COMPARAR-IMAGEN-EXIT
           END-IF
           IF WS-IMB-COD-5 NOT = SPACES
              AND WS-IMA-COD-5 NOT = WS-IMB-COD-5
               GO TO 8500-COMPARAR-IMAGEN-EXIT
           END-IF
           SET WS-IMAGEN-IGUAL TO TRUE.
       8500-COMPARAR-IMAGEN-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8600-CONCILIAR-SECTORISTA                              *
      *    GRABA EN SCT.SECTORISTA_HIST (VIA SCLCS036) LA FILA    *
      *    ARMADA POR EL LLAMADOR.  SI NO SE PUEDE GRABAR EL JOB  *
      *    ABORTA CON RC=16: LA FOTO NUEVA NO SE CATALOGA Y LA    *
      *    CORRIDA SIGUIENTE PARTE DE LA MISMA FOTO ANTERIOR; LO  *
      *    YA CONCILIADO QUEDA COMO CAMBIOS POSTERIORES A ELLA.    *
      *----------------------------------------------------------*
       8600-CONCILIAR-SECTORISTA.
           MOVE WS-USUARIO-CONCILIA TO SCLHI031-USUARIO
           CALL 'SCLCS036' USING SCLHI031-INTERFAZ
           IF SCLHI031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - ABEND, ERROR GRABANDO HISTORIA '
                       'DEL SECTORISTA ' SCLHI031-COD-SCTA-9
                       ', SQLCODE ' SCLHI031-SQLCODE
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-HIST-GRABADAS.
       8600-CONCILIAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8800-IMPRIMIR-SECTORISTA                               *
      *    LINEA DEL SECTORISTA (SCT-COD/TIPO/ACCION YA CARGADOS) *
      *    CON LA IMAGEN DE REFERENCIA (B) Y LA ACTUAL (A).        *
      *----------------------------------------------------------*
       8800-IMPRIMIR-SECTORISTA.
           IF WS-CT-SCTA-SIN-HIST = ZERO
               MOVE SPACES TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
               MOVE 'SECTORISTAS CON CAMBIOS SIN HISTORIA'
                                    TO SEC-TITULO
               MOVE WS-LINEA-SECCION TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF
           ADD 1 TO WS-CT-SCTA-SIN-HIST
           MOVE WS-LINEA-SECTORISTA TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'REFERENCIA : ' TO IMG-ROTULO
           MOVE WS-IMB-COD-5    TO IMG-COD-5
           MOVE WS-IMB-NOM      TO IMG-NOM
           MOVE WS-IMB-SUCU     TO IMG-SUCU
           MOVE WS-IMB-ESTA     TO IMG-ESTA
           MOVE WS-IMB-SUPV     TO IMG-SUPV
           MOVE WS-LINEA-IMAGEN TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'ACTUAL     : ' TO IMG-ROTULO
           MOVE WS-IMA-COD-5    TO IMG-COD-5
           MOVE WS-IMA-NOM      TO IMG-NOM
           MOVE WS-IMA-SUCU     TO IMG-SUCU
           MOVE WS-IMA-ESTA     TO IMG-ESTA
           MOVE WS-IMA-SUPV     TO IMG-SUPV
           MOVE WS-LINEA-IMAGEN TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       8800-IMPRIMIR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           IF WS-CT-CLI-SIN-HIST > ZERO
              OR WS-CT-SCTA-SIN-HIST > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-PGM-ID ' - CLIENTES LEIDOS      : '
                   WS-CT-CLI-LEIDOS
           DISPLAY WS-PGM-ID ' - CLIENTES SIN HISTORIA: '
                   WS-CT-CLI-SIN-HIST
           DISPLAY WS-PGM-ID ' - SECTORISTAS LEIDOS   : '
                   WS-CT-SCTA-LEIDOS
           DISPLAY WS-PGM-ID ' - SECTORISTAS SIN HIST.: '
                   WS-CT-SCTA-SIN-HIST
           DISPLAY WS-PGM-ID ' - HISTORIA GRABADA     : '
                   WS-CT-HIST-GRABADAS
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL RECORRER UN CURSOR (WS-CURSOR-DB2)*
      *    UN CONTROL PARCIAL DARIA FALSAS DIFERENCIAS, ASI QUE   *
      *    EL JOB ABORTA.                                          *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR '
                   WS-CURSOR-DB2 ', CONTROL NO REALIZADO'
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
           CLOSE CLIENTE-FILE
           CLOSE FOTO-ANT-FILE
           CLOSE FOTO-NUE-FILE
           CLOSE REPORTE-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019: LEIDOS SON      *
      *    CLIENTES MAS SECTORISTAS, APLICADOS LAS FILAS DE       *
      *    HISTORIA GRABADAS Y RECHAZADOS LOS CAMBIOS SIN         *
      *    HISTORIA QUE QUEDARON SIN CONCILIAR.                    *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           ADD WS-CT-CLI-LEIDOS WS-CT-SCTA-LEIDOS
               GIVING SCLRC031-CT-LEIDOS
           MOVE WS-CT-HIST-GRABADAS  TO SCLRC031-CT-APLICADOS
           MOVE WS-CT-NO-CONCILIADOS TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
