       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCB025.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112105 26/10/15 RPAZ  CREACION - RECERTIFICACION TRIMESTRAL *
      *                        DE LOS ACCESOS DE SCT.SCTAUTH: LISTA  *
      *                        POR NIVEL CON LA ULTIMA ACTIVIDAD EN  *
      *                        LA AUDITORIA, MARCA INACTIVOS,        *
      *                        CONFLICTOS ADMIN + MANT/BAJA Y        *
      *                        APROBACIONES DE BAJAS DEL PROPIO      *
      *                        EQUIPO, Y GRABA EL ARCHIVO DE         *
      *                        CONFIRMACION PARA LOS GERENTES.       *
      *==============================================================*
      *  SCLCA035/SCLCS040 OTORGAN NIVELES PERO NADA LOS QUITA: LA   *
      *  AUDITORIA INTERNA PIDE CADA TRIMESTRE EVIDENCIA DE QUE CADA *
      *  USUARIO HABILITADO SIGUE NECESITANDO SUS DERECHOS.  ESTE    *
      *  PROCESO ARMA ESA EVIDENCIA; LAS REVOCACIONES LAS HACE LUEGO *
      *  SCLCB026 CON EL ARCHIVO DE CONFIRMACION YA DECIDIDO.        *
      *--------------------------------------------------------------*
      *  ENTRADA  : CURSOR DE SCLCS049 - USUARIOS CON LLAVE GENERAL  *
      *             'S' EN SCT.SCTAUTH.                              *
      *             SCLAUDIT  - KSDS AUDITORIA SCLCA031 (SCLAU031).  *
      *             SCLAUDI2  - KSDS AUDITORIA SCLCA032 (SCLAU032).  *
      *             SCLAUDI3  - KSDS AUDITORIA SCLCA035 (SCLAU033).  *
      *             CURSOR DE SCLCS033 - DIRECTORIO (SUPERVISORES).  *
      *             CURSOR DE SCLCS050 - BAJAS APROBADAS RECIENTES.  *
      *             SCTKPARM - POSICIONES 1-5   DIAS SIN ACTIVIDAD   *
      *                                         PARA MARCAR UN       *
      *                                         USUARIO (DEF. 90).   *
      *                        POSICIONES 6-13  FECHA LIMITE PARA    *
      *                                         CONFIRMAR, AAAAMMDD  *
      *                                         (OBLIGATORIA).       *
      *                        POSICIONES 14-16 DIAS HACIA ATRAS DE  *
      *                                         BAJAS APROBADAS A    *
      *                                         REVISAR (DEF. 92).   *
      *  SALIDA   : SCTKRPT  - REPORTE DE RECERTIFICACION.           *
      *             SCTKCONF - CONFIRMACION (COPY SCLCF031), UN      *
      *             REGISTRO POR USUARIO CON LA DECISION EN BLANCO.  *
      *--------------------------------------------------------------*
      *  ACTIVIDAD: CUENTA TANTO EL USUARIO CICS (USER-ID) COMO EL   *
      *  USUARIO SOLICITANTE (CO-USUARIO-I) DE CADA REGISTRO, IGUAL  *
      *  QUE LA CONSULTA DE AUDITORIA (SCLAQ031).  LA AUDITORIA SE   *
      *  DEPURA (SCLCB008), ASI QUE "SIN ACTIVIDAD" SIGNIFICA SIN    *
      *  ACTIVIDAD DENTRO DE LA RETENCION DE LOS ARCHIVOS.           *
      *  PROPIO EQUIPO: EL APROBADOR TIENE SECTORISTA PROPIO EN      *
      *  SCT.SCTAUTH (COD_SCTA_9) Y ESE SECTORISTA ES EL DADO DE     *
      *  BAJA, ES SU SUPERVISOR O TIENE SU MISMO SUPERVISOR.  UN     *
      *  APROBADOR SIN SECTORISTA PROPIO NO SE PUEDE EVALUAR.        *
      *  RC=4 SI ALGUN USUARIO QUEDA MARCADO.                        *
      *==============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT1-FILE      ASSIGN TO SCLAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AU1-CLAVE
               FILE STATUS IS WS-FS-AUDIT1.
           SELECT AUDIT2-FILE      ASSIGN TO SCLAUDI2
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AU2-CLAVE
               FILE STATUS IS WS-FS-AUDIT2.
           SELECT AUDIT3-FILE      ASSIGN TO SCLAUDI3
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AU3-CLAVE
               FILE STATUS IS WS-FS-AUDIT3.
           SELECT PARM-FILE        ASSIGN TO SCTKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT REPORTE-FILE     ASSIGN TO SCTKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORTE.
           SELECT CONF-FILE        ASSIGN TO SCTKCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONF.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT1-FILE.
       01  AU1-REGISTRO.
           05  AU1-CLAVE               PIC X(28).
           05  FILLER                  PIC X(22).
       FD  AUDIT2-FILE.
       01  AU2-REGISTRO.
           05  AU2-CLAVE               PIC X(28).
           05  FILLER                  PIC X(36).
       FD  AUDIT3-FILE.
       01  AU3-REGISTRO.
           05  AU3-CLAVE               PIC X(28).
           05  FILLER                  PIC X(37).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-REG.
           05  FD-PARM-DIAS               PIC X(05).
           05  FD-PARM-LIMITE             PIC X(08).
           05  FD-PARM-DIAS-EQUIPO        PIC X(03).
           05  FILLER                     PIC X(64).
       FD  REPORTE-FILE
           RECORDING MODE IS F.
       01  FD-REPORTE-LINEA           PIC X(132).
       FD  CONF-FILE
           RECORDING MODE IS F.
       01  FD-CONF-REG                PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCB025'.
       77  WS-FS-AUDIT1                PIC X(02) VALUE SPACES.
       77  WS-FS-AUDIT2                PIC X(02) VALUE SPACES.
       77  WS-FS-AUDIT3                PIC X(02) VALUE SPACES.
       77  WS-FS-PARM                  PIC X(02) VALUE SPACES.
       77  WS-FS-REPORTE               PIC X(02) VALUE SPACES.
       77  WS-FS-CONF                  PIC X(02) VALUE SPACES.
       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-FIN-ARCHIVO                  VALUE 'S'.
       77  WS-DIAS-INACTIVO             PIC 9(05) VALUE 90.
       77  WS-DIAS-EQUIPO               PIC 9(03) VALUE 92.
       77  WS-FECHA-LIMITE              PIC X(08) VALUE SPACES.
       77  WS-DIAS-RESTANTES            PIC 9(05) VALUE ZERO.
       77  WS-CT-LEIDOS-1               PIC 9(09) COMP-3 VALUE ZERO.
       77  WS-CT-LEIDOS-2               PIC 9(09) COMP-3 VALUE ZERO.
       77  WS-CT-LEIDOS-3               PIC 9(09) COMP-3 VALUE ZERO.
       77  WS-CT-APROBACIONES           PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-APROB-SIN-SCTA         PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-INACTIVOS              PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CONFLICTOS             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CON-EQUIPO             PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-MARCADOS               PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-CONFIRMACIONES         PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CT-SECCION                PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-CURSOR-ERROR              PIC X(08) VALUE SPACES.
       77  WS-NIVEL                     PIC X(01) VALUE SPACES.
           88  WS-NIVEL-ADMIN                  VALUE 'A'.
           88  WS-NIVEL-BAJA                   VALUE 'B'.
           88  WS-NIVEL-MANT                   VALUE 'M'.
           88  WS-NIVEL-INTERSUC               VALUE 'I'.
           88  WS-NIVEL-NINGUNO                VALUE 'N'.
       COPY SCLAU031.
       COPY SCLAU032.
       COPY SCLAU033.
       COPY SCLUA031.
       COPY SCLDR031.
       COPY SCLBA031.
       COPY SCLCF031.
      *----------------------------------------------------------*
      *    CALCULO DE LA FECHA DE CORTE EN FORMATO 0CYYDDD        *
      *    (MISMO CALCULO QUE LA DEPURACION SCLCB008)             *
      *----------------------------------------------------------*
       01  WS-FECHA-HOY.
           05  WS-HOY-AAAA              PIC 9(04).
           05  WS-HOY-DDD               PIC 9(03).
       77  WS-RESTO-BISIESTO            PIC 9(04) VALUE ZERO.
       77  WS-COCIENTE                  PIC 9(04) VALUE ZERO.
       77  WS-DIAS-ANO                  PIC 9(03) VALUE ZERO.
       77  WS-FECHA-CORTE               PIC 9(07) VALUE ZERO.
       01  WS-FECHA-AUDIT.
           05  WS-AUDIT-CYYDDD          PIC X(07).
           05  WS-AUDIT-CYYDDD-N REDEFINES WS-AUDIT-CYYDDD
                                        PIC 9(07).
           05  FILLER                   PIC X(01).
      *----------------------------------------------------------*
      *    ACTIVIDAD A REGISTRAR (UN USUARIO DE UN REGISTRO DE    *
      *    AUDITORIA)                                              *
      *----------------------------------------------------------*
       77  WS-ACT-USUARIO               PIC X(08) VALUE SPACES.
       77  WS-ACT-HORA                  PIC X(08) VALUE SPACES.
       77  WS-ACT-ORIGEN                PIC X(01) VALUE SPACES.
      *----------------------------------------------------------*
      *    TABLA EN MEMORIA DE LOS USUARIOS HABILITADOS            *
      *----------------------------------------------------------*
       01  WS-TABLA-USUARIOS.
           05  WS-USU-CANT              PIC 9(03) COMP-3 VALUE ZERO.
           05  WS-USU-ENTRADA OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-USU-CANT
                   INDEXED BY WS-USU-IDX WS-USU-POS.
               10  WS-USU-COD           PIC X(08).
               10  WS-USU-MANT          PIC X(01).
               10  WS-USU-BAJA          PIC X(01).
               10  WS-USU-ADMIN         PIC X(01).
               10  WS-USU-INTERSUC      PIC X(01).
               10  WS-USU-SCTA          PIC X(09).
               10  WS-USU-FE-ULT        PIC 9(07).
               10  WS-USU-HO-ULT        PIC X(08).
               10  WS-USU-ORIGEN        PIC X(01).
               10  WS-USU-INACTIVO      PIC X(01).
               10  WS-USU-CONFLICTO     PIC X(01).
               10  WS-USU-CT-EQUIPO     PIC 9(03) COMP-3.
       77  WS-USU-BUSCADO               PIC 9(01) VALUE ZERO.
           88  WS-USU-ENCONTRADO               VALUE 1.
       77  WS-USU-COD-BUSCADO           PIC X(08) VALUE SPACES.
      *----------------------------------------------------------*
      *    TABLA EN MEMORIA DEL DIRECTORIO (SOLO SUPERVISOR)       *
      *----------------------------------------------------------*
       01  WS-TABLA-SECTORISTAS.
           05  WS-SCTA-CANT             PIC 9(04) COMP-3 VALUE ZERO.
           05  WS-SCTA-ENTRADA OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-SCTA-CANT
                   INDEXED BY WS-SCTA-IDX WS-SCTA-POS.
               10  WS-SCTA-COD          PIC X(09).
               10  WS-SCTA-SUPV         PIC X(09).
       77  WS-SCTA-BUSCADO              PIC 9(01) VALUE ZERO.
           88  WS-SCTA-ENCONTRADO              VALUE 1.
       77  WS-COD-BUSCADO               PIC X(09) VALUE SPACES.
       77  WS-SUPV-BAJA                 PIC X(09) VALUE SPACES.
       77  WS-SUPV-APROBADOR            PIC X(09) VALUE SPACES.
      *----------------------------------------------------------*
      *    APROBACIONES DENTRO DEL PROPIO EQUIPO, PARA EL DETALLE *
      *----------------------------------------------------------*
       01  WS-TABLA-EQUIPO.
           05  WS-EQU-CANT              PIC 9(03) COMP-3 VALUE ZERO.
           05  WS-EQU-ENTRADA OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-EQU-CANT
                   INDEXED BY WS-EQU-IDX.
               10  WS-EQU-APROBADOR     PIC X(08).
               10  WS-EQU-SCTA-APROB    PIC X(09).
               10  WS-EQU-SCTA-BAJA     PIC X(09).
               10  WS-EQU-SOLICITA      PIC X(08).
               10  WS-EQU-FECHA         PIC X(10).
               10  WS-EQU-RELACION      PIC X(25).
       77  WS-CT-EQUIPO-DESBORDE        PIC 9(07) COMP-3 VALUE ZERO.
       77  WS-RELACION                  PIC X(25) VALUE SPACES.
      *----------------------------------------------------------*
      *    FECHA JULIANA PARA EL REPORTE (AAAA/DDD)                *
      *----------------------------------------------------------*
       77  WS-JUL-CYY                   PIC 9(03) VALUE ZERO.
       77  WS-JUL-DDD                   PIC 9(03) VALUE ZERO.
       01  WS-JUL-EDITADA.
           05  WS-JUL-AAAA              PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-JUL-DDD-ED            PIC 9(03).
       01  WS-LINEA-TITULO.
           05  FILLER PIC X(50) VALUE
               'RECERTIFICACION DE ACCESOS SCT.SCTAUTH - SCLCB025'.
       01  WS-LINEA-PARAMETROS.
           05  FILLER              PIC X(24) VALUE
               'DIAS SIN ACTIVIDAD     :'.
           05  PAR-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X(21) VALUE
               '   CORTE (AAAA/DDD): '.
           05  PAR-CORTE           PIC X(08).
           05  FILLER              PIC X(24) VALUE
               '   LIMITE CONFIRMACION: '.
           05  PAR-LIMITE          PIC X(08).
           05  FILLER              PIC X(25) VALUE
               '   DIAS DE BAJAS REVIS.: '.
           05  PAR-DIAS-EQUIPO     PIC ZZ9.
       01  WS-LINEA-SECCION.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SEC-TITULO          PIC X(60).
       01  WS-LINEA-COLUMNAS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'USUARIO'.
           05  FILLER PIC X(09) VALUE 'M B A I'.
           05  FILLER PIC X(11) VALUE 'SCTA PROP.'.
           05  FILLER PIC X(10) VALUE 'ULT.ACTIV'.
           05  FILLER PIC X(11) VALUE 'ARCHIVO'.
           05  FILLER PIC X(13) VALUE 'OBSERVACIONES'.
       01  WS-LINEA-DETALLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-USUARIO         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-MANT            PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-BAJA            PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-ADMIN           PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-INTERSUC        PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SCTA            PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-ULT-ACTIV       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-ORIGEN          PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-OBS-INACTIVO    PIC X(15).
           05  DET-OBS-CONFLICTO   PIC X(17).
           05  DET-OBS-EQUIPO      PIC X(20).
           05  DET-CT-EQUIPO       PIC ZZ9.
       01  WS-LINEA-COLUMNAS-EQU.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'APROBADOR'.
           05  FILLER PIC X(11) VALUE 'SCTA PROP.'.
           05  FILLER PIC X(11) VALUE 'SCTA BAJA'.
           05  FILLER PIC X(10) VALUE 'SOLICITO'.
           05  FILLER PIC X(12) VALUE 'APROBADA'.
           05  FILLER PIC X(08) VALUE 'RELACION'.
       01  WS-LINEA-EQUIPO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EQU-APROBADOR       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EQU-SCTA-APROB      PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EQU-SCTA-BAJA       PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EQU-SOLICITA        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EQU-FECHA           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EQU-RELACION        PIC X(25).
       01  WS-LINEA-SIN-DATOS.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'SIN USUARIOS EN ESTA SECCION'.
       01  WS-LINEA-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-TEXTO           PIC X(40).
           05  TOT-CANTIDAD        PIC ZZZZZZZZ9.
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
           PERFORM 2000-CARGAR-USUARIOS THRU 2000-CARGAR-USUARIOS-EXIT
           PERFORM 2200-CARGAR-SECTORISTAS
               THRU 2200-CARGAR-SECTORISTAS-EXIT
           PERFORM 3000-RECORRER-AUDIT1 THRU 3000-RECORRER-AUDIT1-EXIT
           PERFORM 3100-RECORRER-AUDIT2 THRU 3100-RECORRER-AUDIT2-EXIT
           PERFORM 3200-RECORRER-AUDIT3 THRU 3200-RECORRER-AUDIT3-EXIT
           PERFORM 4000-REVISAR-APROBACIONES
               THRU 4000-REVISAR-APROBACIONES-EXIT
           PERFORM 5000-EVALUAR-USUARIO THRU 5000-EVALUAR-USUARIO-EXIT
               VARYING WS-USU-IDX FROM 1 BY 1
               UNTIL WS-USU-IDX > WS-USU-CANT
           MOVE 'A' TO WS-NIVEL
           PERFORM 6000-IMPRIMIR-NIVEL THRU 6000-IMPRIMIR-NIVEL-EXIT
           MOVE 'B' TO WS-NIVEL
           PERFORM 6000-IMPRIMIR-NIVEL THRU 6000-IMPRIMIR-NIVEL-EXIT
           MOVE 'M' TO WS-NIVEL
           PERFORM 6000-IMPRIMIR-NIVEL THRU 6000-IMPRIMIR-NIVEL-EXIT
           MOVE 'I' TO WS-NIVEL
           PERFORM 6000-IMPRIMIR-NIVEL THRU 6000-IMPRIMIR-NIVEL-EXIT
           MOVE 'N' TO WS-NIVEL
           PERFORM 6000-IMPRIMIR-NIVEL THRU 6000-IMPRIMIR-NIVEL-EXIT
           PERFORM 6200-IMPRIMIR-EQUIPO THRU 6200-IMPRIMIR-EQUIPO-EXIT
           PERFORM 6300-IMPRIMIR-TOTALES
               THRU 6300-IMPRIMIR-TOTALES-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT
           STOP RUN.
      *----------------------------------------------------------*
      *    1000-INICIAL                                          *
      *----------------------------------------------------------*
       1000-INICIAL.
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM 1100-LEER-PARAMETRO THRU 1100-LEER-PARAMETRO-EXIT
           PERFORM 1200-CALCULAR-CORTE THRU 1200-CALCULAR-CORTE-EXIT
           OPEN OUTPUT REPORTE-FILE
           IF WS-FS-REPORTE NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTKRPT '
                       WS-FS-REPORTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONF-FILE
           IF WS-FS-CONF NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCTKCONF '
                       WS-FS-CONF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LINEA-TITULO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-DIAS-INACTIVO    TO PAR-DIAS
           MOVE WS-FECHA-CORTE      TO WS-AUDIT-CYYDDD-N
           PERFORM 8200-EDITAR-JULIANA THRU 8200-EDITAR-JULIANA-EXIT
           MOVE WS-JUL-EDITADA      TO PAR-CORTE
           MOVE WS-FECHA-LIMITE     TO PAR-LIMITE
           MOVE WS-DIAS-EQUIPO      TO PAR-DIAS-EQUIPO
           MOVE WS-LINEA-PARAMETROS TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       1000-INICIAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1100-LEER-PARAMETRO                                   *
      *    LA FECHA LIMITE ES OBLIGATORIA: SIN ELLA EL ARCHIVO DE *
      *    CONFIRMACION NO SIRVE PARA LA REVOCACION POSTERIOR.    *
      *----------------------------------------------------------*
       1100-LEER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = '00'
               DISPLAY WS-PGM-ID ' - ABEND, SCTKPARM AUSENTE, FALTA '
                       'LA FECHA LIMITE DE CONFIRMACION'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   MOVE SPACES TO FD-PARM-REG
           END-READ
           CLOSE PARM-FILE
           IF FD-PARM-DIAS IS NUMERIC
               MOVE FD-PARM-DIAS TO WS-DIAS-INACTIVO
           ELSE
               DISPLAY WS-PGM-ID ' - DIAS SIN ACTIVIDAD NO NUMERICO, '
                       'SE ASUME ' WS-DIAS-INACTIVO
           END-IF
           IF FD-PARM-DIAS-EQUIPO IS NUMERIC
               MOVE FD-PARM-DIAS-EQUIPO TO WS-DIAS-EQUIPO
           ELSE
               DISPLAY WS-PGM-ID ' - DIAS DE BAJAS A REVISAR NO '
                       'NUMERICO, SE ASUME ' WS-DIAS-EQUIPO
           END-IF
           IF FD-PARM-LIMITE IS NOT NUMERIC
              OR FD-PARM-LIMITE (5:2) < '01'
              OR FD-PARM-LIMITE (5:2) > '12'
              OR FD-PARM-LIMITE (7:2) < '01'
              OR FD-PARM-LIMITE (7:2) > '31'
               DISPLAY WS-PGM-ID ' - ABEND, FECHA LIMITE INVALIDA EN '
                       'SCTKPARM (AAAAMMDD): ' FD-PARM-LIMITE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FD-PARM-LIMITE TO WS-FECHA-LIMITE.
       1100-LEER-PARAMETRO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1200-CALCULAR-CORTE                                    *
      *    RESTA LOS DIAS SIN ACTIVIDAD A LA FECHA DE HOY         *
      *    (JULIANA AAAADDD) Y EXPRESA EL RESULTADO EN 0CYYDDD,   *
      *    EL FORMATO EN QUE EIBDATE QUEDO EN LA AUDITORIA.       *
      *----------------------------------------------------------*
       1200-CALCULAR-CORTE.
           ACCEPT WS-FECHA-HOY FROM DAY YYYYDDD
           MOVE WS-DIAS-INACTIVO TO WS-DIAS-RESTANTES
           PERFORM 1210-RESTAR-UN-ANO THRU 1210-RESTAR-UN-ANO-EXIT
               UNTIL WS-DIAS-RESTANTES < WS-HOY-DDD
                  OR WS-HOY-AAAA < 1901
           IF WS-HOY-AAAA < 1901
               MOVE ZERO TO WS-FECHA-CORTE
           ELSE
               SUBTRACT WS-DIAS-RESTANTES FROM WS-HOY-DDD
               COMPUTE WS-FECHA-CORTE =
                   (WS-HOY-AAAA - 1900) * 1000 + WS-HOY-DDD
           END-IF.
       1200-CALCULAR-CORTE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    1210-RESTAR-UN-ANO                                     *
      *    CONSUME EL RESTO DEL ANO EN CURSO Y RETROCEDE AL 31    *
      *    DE DICIEMBRE DEL ANO ANTERIOR (365 O 366 DIAS SEGUN    *
      *    SEA BISIESTO).                                          *
      *----------------------------------------------------------*
       1210-RESTAR-UN-ANO.
           SUBTRACT WS-HOY-DDD FROM WS-DIAS-RESTANTES
           SUBTRACT 1 FROM WS-HOY-AAAA
           MOVE 365 TO WS-DIAS-ANO
           DIVIDE WS-HOY-AAAA BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO-BISIESTO
           IF WS-RESTO-BISIESTO = ZERO
               MOVE 366 TO WS-DIAS-ANO
               DIVIDE WS-HOY-AAAA BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = ZERO
                   MOVE 365 TO WS-DIAS-ANO
                   DIVIDE WS-HOY-AAAA BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = ZERO
                       MOVE 366 TO WS-DIAS-ANO
                   END-IF
               END-IF
           END-IF
           MOVE WS-DIAS-ANO TO WS-HOY-DDD.
       1210-RESTAR-UN-ANO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-CARGAR-USUARIOS                                   *
      *    CARGA LOS USUARIOS HABILITADOS RECORRIENDO EL CURSOR   *
      *    DE SCLCS049.                                            *
      *----------------------------------------------------------*
       2000-CARGAR-USUARIOS.
           MOVE 'UA031CSR' TO WS-CURSOR-ERROR
           MOVE SPACES  TO SCLUA031-INTERFAZ
           MOVE 'OPEN'  TO SCLUA031-FUNCION
           CALL 'SCLCS049' USING SCLUA031-INTERFAZ
           MOVE 'FETCH' TO SCLUA031-FUNCION
           CALL 'SCLCS049' USING SCLUA031-INTERFAZ
           IF SCLUA031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 2100-AGREGAR-USUARIO THRU 2100-AGREGAR-USUARIO-EXIT
               UNTIL SCLUA031-EOF = 'S'
           MOVE 'CLOSE' TO SCLUA031-FUNCION
           CALL 'SCLCS049' USING SCLUA031-INTERFAZ.
       2000-CARGAR-USUARIOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2100-AGREGAR-USUARIO                                   *
      *----------------------------------------------------------*
       2100-AGREGAR-USUARIO.
           IF WS-USU-CANT >= 500
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE USUARIOS '
                       'LLENA (500), RECERTIFICACION NO GENERADA'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-USU-CANT
           SET WS-USU-IDX TO WS-USU-CANT
           MOVE SCLUA031-COD-USUARIO  TO WS-USU-COD (WS-USU-IDX)
           MOVE SCLUA031-IND-AUT-MANT TO WS-USU-MANT (WS-USU-IDX)
           MOVE SCLUA031-IND-AUT-BAJA TO WS-USU-BAJA (WS-USU-IDX)
           MOVE SCLUA031-IND-AUT-ADMIN
                                      TO WS-USU-ADMIN (WS-USU-IDX)
           MOVE SCLUA031-IND-AUT-INTERSUC
                                      TO WS-USU-INTERSUC (WS-USU-IDX)
           MOVE SCLUA031-COD-SCTA-9   TO WS-USU-SCTA (WS-USU-IDX)
           MOVE ZERO                  TO WS-USU-FE-ULT (WS-USU-IDX)
           MOVE SPACES                TO WS-USU-HO-ULT (WS-USU-IDX)
           MOVE SPACES                TO WS-USU-ORIGEN (WS-USU-IDX)
           MOVE 'N'                   TO WS-USU-INACTIVO (WS-USU-IDX)
           MOVE 'N'                   TO
                WS-USU-CONFLICTO (WS-USU-IDX)
           MOVE ZERO                  TO
                WS-USU-CT-EQUIPO (WS-USU-IDX)
           MOVE 'FETCH' TO SCLUA031-FUNCION
           CALL 'SCLCS049' USING SCLUA031-INTERFAZ
           IF SCLUA031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       2100-AGREGAR-USUARIO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2200-CARGAR-SECTORISTAS                                *
      *    CARGA CODIGO Y SUPERVISOR DE CADA SECTORISTA           *
      *    RECORRIENDO EL CURSOR DE SCLCS033.                      *
      *----------------------------------------------------------*
       2200-CARGAR-SECTORISTAS.
           MOVE 'DR031CSR' TO WS-CURSOR-ERROR
           MOVE SPACES  TO SCLDR031-INTERFAZ
           MOVE 'OPEN'  TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           MOVE 'FETCH' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           IF SCLDR031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 2210-AGREGAR-SECTORISTA
               THRU 2210-AGREGAR-SECTORISTA-EXIT
               UNTIL SCLDR031-EOF = 'S'
           MOVE 'CLOSE' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ.
       2200-CARGAR-SECTORISTAS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2210-AGREGAR-SECTORISTA                                *
      *----------------------------------------------------------*
       2210-AGREGAR-SECTORISTA.
           IF WS-SCTA-CANT >= 2000
               DISPLAY WS-PGM-ID ' - ABEND, TABLA DE SECTORISTAS '
                       'LLENA (2000), RECERTIFICACION NO GENERADA'
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SCTA-CANT
           SET WS-SCTA-IDX TO WS-SCTA-CANT
           MOVE SCLDR031-COD-SCTA-9    TO WS-SCTA-COD (WS-SCTA-IDX)
           MOVE SCLDR031-COD-SCTA-SUPV TO WS-SCTA-SUPV (WS-SCTA-IDX)
           MOVE 'FETCH' TO SCLDR031-FUNCION
           CALL 'SCLCS033' USING SCLDR031-INTERFAZ
           IF SCLDR031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       2210-AGREGAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-RECORRER-AUDIT1                                   *
      *----------------------------------------------------------*
       3000-RECORRER-AUDIT1.
           OPEN INPUT AUDIT1-FILE
           IF WS-FS-AUDIT1 NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCLAUDIT '
                       WS-FS-AUDIT1
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3010-LEER-AUDIT1 THRU 3010-LEER-AUDIT1-EXIT
           PERFORM 3020-PROCESAR-AUDIT1
               THRU 3020-PROCESAR-AUDIT1-EXIT
               UNTIL WS-FIN-ARCHIVO
           CLOSE AUDIT1-FILE.
       3000-RECORRER-AUDIT1-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3010-LEER-AUDIT1                                      *
      *----------------------------------------------------------*
       3010-LEER-AUDIT1.
           READ AUDIT1-FILE INTO SCLAU031-REGISTRO
               AT END
                   MOVE 'S' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CT-LEIDOS-1
           END-READ.
       3010-LEER-AUDIT1-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3020-PROCESAR-AUDIT1                                  *
      *    LA CONSULTA NO TIENE USUARIO SOLICITANTE: SOLO CUENTA  *
      *    EL USUARIO CICS.                                        *
      *----------------------------------------------------------*
       3020-PROCESAR-AUDIT1.
           MOVE SCLAU031-FECHA      TO WS-FECHA-AUDIT
           MOVE SCLAU031-HORA       TO WS-ACT-HORA
           MOVE '1'                 TO WS-ACT-ORIGEN
           MOVE SCLAU031-USER-ID    TO WS-ACT-USUARIO
           PERFORM 3500-REGISTRAR-ACTIVIDAD
               THRU 3500-REGISTRAR-ACTIVIDAD-EXIT
           PERFORM 3010-LEER-AUDIT1 THRU 3010-LEER-AUDIT1-EXIT.
       3020-PROCESAR-AUDIT1-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3100-RECORRER-AUDIT2                                   *
      *----------------------------------------------------------*
       3100-RECORRER-AUDIT2.
           OPEN INPUT AUDIT2-FILE
           IF WS-FS-AUDIT2 NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCLAUDIT2 '
                       WS-FS-AUDIT2
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3110-LEER-AUDIT2 THRU 3110-LEER-AUDIT2-EXIT
           PERFORM 3120-PROCESAR-AUDIT2
               THRU 3120-PROCESAR-AUDIT2-EXIT
               UNTIL WS-FIN-ARCHIVO
           CLOSE AUDIT2-FILE.
       3100-RECORRER-AUDIT2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3110-LEER-AUDIT2                                      *
      *----------------------------------------------------------*
       3110-LEER-AUDIT2.
           READ AUDIT2-FILE INTO SCLAU032-REGISTRO
               AT END
                   MOVE 'S' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CT-LEIDOS-2
           END-READ.
       3110-LEER-AUDIT2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3120-PROCESAR-AUDIT2                                  *
      *----------------------------------------------------------*
       3120-PROCESAR-AUDIT2.
           MOVE SCLAU032-FECHA      TO WS-FECHA-AUDIT
           MOVE SCLAU032-HORA       TO WS-ACT-HORA
           MOVE '2'                 TO WS-ACT-ORIGEN
           MOVE SCLAU032-USER-ID    TO WS-ACT-USUARIO
           PERFORM 3500-REGISTRAR-ACTIVIDAD
               THRU 3500-REGISTRAR-ACTIVIDAD-EXIT
           IF SCLAU032-CO-USUARIO-I NOT = SPACES
              AND SCLAU032-CO-USUARIO-I NOT = SCLAU032-USER-ID
               MOVE SCLAU032-CO-USUARIO-I TO WS-ACT-USUARIO
               PERFORM 3500-REGISTRAR-ACTIVIDAD
                   THRU 3500-REGISTRAR-ACTIVIDAD-EXIT
           END-IF
           PERFORM 3110-LEER-AUDIT2 THRU 3110-LEER-AUDIT2-EXIT.
       3120-PROCESAR-AUDIT2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3200-RECORRER-AUDIT3                                   *
      *----------------------------------------------------------*
       3200-RECORRER-AUDIT3.
           OPEN INPUT AUDIT3-FILE
           IF WS-FS-AUDIT3 NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR APERTURA SCLAUDIT3 '
                       WS-FS-AUDIT3
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3210-LEER-AUDIT3 THRU 3210-LEER-AUDIT3-EXIT
           PERFORM 3220-PROCESAR-AUDIT3
               THRU 3220-PROCESAR-AUDIT3-EXIT
               UNTIL WS-FIN-ARCHIVO
           CLOSE AUDIT3-FILE.
       3200-RECORRER-AUDIT3-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3210-LEER-AUDIT3                                      *
      *----------------------------------------------------------*
       3210-LEER-AUDIT3.
           READ AUDIT3-FILE INTO SCLAU033-REGISTRO
               AT END
                   MOVE 'S' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CT-LEIDOS-3
           END-READ.
       3210-LEER-AUDIT3-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3220-PROCESAR-AUDIT3                                  *
      *    EL USUARIO MANTENIDO (CO-USUARIO-OBJ-I) NO CUENTA COMO *
      *    ACTIVIDAD: RECIBIR UN CAMBIO NO ES USAR EL ACCESO.     *
      *----------------------------------------------------------*
       3220-PROCESAR-AUDIT3.
           MOVE SCLAU033-FECHA      TO WS-FECHA-AUDIT
           MOVE SCLAU033-HORA       TO WS-ACT-HORA
           MOVE '3'                 TO WS-ACT-ORIGEN
           MOVE SCLAU033-USER-ID    TO WS-ACT-USUARIO
           PERFORM 3500-REGISTRAR-ACTIVIDAD
               THRU 3500-REGISTRAR-ACTIVIDAD-EXIT
           IF SCLAU033-CO-USUARIO-I NOT = SPACES
              AND SCLAU033-CO-USUARIO-I NOT = SCLAU033-USER-ID
               MOVE SCLAU033-CO-USUARIO-I TO WS-ACT-USUARIO
               PERFORM 3500-REGISTRAR-ACTIVIDAD
                   THRU 3500-REGISTRAR-ACTIVIDAD-EXIT
           END-IF
           PERFORM 3210-LEER-AUDIT3 THRU 3210-LEER-AUDIT3-EXIT.
       3220-PROCESAR-AUDIT3-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3500-REGISTRAR-ACTIVIDAD                               *
      *    SI EL USUARIO ESTA EN LA TABLA Y LA FECHA/HORA DEL     *
      *    REGISTRO ES POSTERIOR A LA QUE TENIA, LA REEMPLAZA.    *
      *    UN REGISTRO SIN FECHA NUMERICA NO SE PUEDE FECHAR Y    *
      *    NO CUENTA.                                              *
      *----------------------------------------------------------*
       3500-REGISTRAR-ACTIVIDAD.
           IF WS-ACT-USUARIO = SPACES
              OR WS-AUDIT-CYYDDD IS NOT NUMERIC
               GO TO 3500-REGISTRAR-ACTIVIDAD-EXIT
           END-IF
           MOVE WS-ACT-USUARIO TO WS-USU-COD-BUSCADO
           PERFORM 8000-UBICAR-USUARIO THRU 8000-UBICAR-USUARIO-EXIT
           IF NOT WS-USU-ENCONTRADO
               GO TO 3500-REGISTRAR-ACTIVIDAD-EXIT
           END-IF
           IF WS-AUDIT-CYYDDD-N > WS-USU-FE-ULT (WS-USU-POS)
              OR (WS-AUDIT-CYYDDD-N = WS-USU-FE-ULT (WS-USU-POS)
                  AND WS-ACT-HORA > WS-USU-HO-ULT (WS-USU-POS))
               MOVE WS-AUDIT-CYYDDD-N TO WS-USU-FE-ULT (WS-USU-POS)
               MOVE WS-ACT-HORA       TO WS-USU-HO-ULT (WS-USU-POS)
               MOVE WS-ACT-ORIGEN     TO WS-USU-ORIGEN (WS-USU-POS)
           END-IF.
       3500-REGISTRAR-ACTIVIDAD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-REVISAR-APROBACIONES                              *
      *    RECORRE LAS BAJAS APROBADAS EN LOS ULTIMOS N DIAS      *
      *    (CURSOR DE SCLCS050).                                   *
      *----------------------------------------------------------*
       4000-REVISAR-APROBACIONES.
           MOVE 'BA031CSR' TO WS-CURSOR-ERROR
           MOVE SPACES  TO SCLBA031-INTERFAZ
           MOVE WS-DIAS-EQUIPO TO SCLBA031-DIAS
           MOVE 'OPEN'  TO SCLBA031-FUNCION
           CALL 'SCLCS050' USING SCLBA031-INTERFAZ
           MOVE 'FETCH' TO SCLBA031-FUNCION
           CALL 'SCLCS050' USING SCLBA031-INTERFAZ
           IF SCLBA031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF
           PERFORM 4100-EVALUAR-APROBACION
               THRU 4100-EVALUAR-APROBACION-EXIT
               UNTIL SCLBA031-EOF = 'S'
           MOVE 'CLOSE' TO SCLBA031-FUNCION
           CALL 'SCLCS050' USING SCLBA031-INTERFAZ.
       4000-REVISAR-APROBACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4100-EVALUAR-APROBACION                                *
      *    UBICA AL APROBADOR ENTRE LOS USUARIOS HABILITADOS Y    *
      *    COMPARA SU SECTORISTA PROPIO CON EL DADO DE BAJA Y     *
      *    CON EL SUPERVISOR DE ESTE.                              *
      *----------------------------------------------------------*
       4100-EVALUAR-APROBACION.
           ADD 1 TO WS-CT-APROBACIONES
           MOVE SPACES TO WS-RELACION
           MOVE SCLBA031-USUARIO-RESUELVE TO WS-USU-COD-BUSCADO
           PERFORM 8000-UBICAR-USUARIO THRU 8000-UBICAR-USUARIO-EXIT
           IF NOT WS-USU-ENCONTRADO
               GO TO 4100-EVALUAR-APROBACION-SIGUIENTE
           END-IF
           IF WS-USU-SCTA (WS-USU-POS) = SPACES
               ADD 1 TO WS-CT-APROB-SIN-SCTA
               GO TO 4100-EVALUAR-APROBACION-SIGUIENTE
           END-IF
           MOVE SCLBA031-COD-SCTA-9 TO WS-COD-BUSCADO
           PERFORM 8100-UBICAR-SECTORISTA
               THRU 8100-UBICAR-SECTORISTA-EXIT
           MOVE SPACES TO WS-SUPV-BAJA
           IF WS-SCTA-ENCONTRADO
               MOVE WS-SCTA-SUPV (WS-SCTA-POS) TO WS-SUPV-BAJA
           END-IF
           MOVE WS-USU-SCTA (WS-USU-POS) TO WS-COD-BUSCADO
           PERFORM 8100-UBICAR-SECTORISTA
               THRU 8100-UBICAR-SECTORISTA-EXIT
           MOVE SPACES TO WS-SUPV-APROBADOR
           IF WS-SCTA-ENCONTRADO
               MOVE WS-SCTA-SUPV (WS-SCTA-POS) TO WS-SUPV-APROBADOR
           END-IF
           EVALUATE TRUE
               WHEN WS-USU-SCTA (WS-USU-POS) = SCLBA031-COD-SCTA-9
                   MOVE 'BAJA DE SI MISMO'       TO WS-RELACION
               WHEN WS-USU-SCTA (WS-USU-POS) = WS-SUPV-BAJA
                   MOVE 'SUPERVISOR DEL DADO BAJA' TO WS-RELACION
               WHEN WS-SUPV-BAJA NOT = SPACES
                AND WS-SUPV-APROBADOR = WS-SUPV-BAJA
                   MOVE 'MISMO SUPERVISOR'       TO WS-RELACION
           END-EVALUATE
           IF WS-RELACION = SPACES
               GO TO 4100-EVALUAR-APROBACION-SIGUIENTE
           END-IF
           ADD 1 TO WS-USU-CT-EQUIPO (WS-USU-POS)
           IF WS-EQU-CANT >= 500
               ADD 1 TO WS-CT-EQUIPO-DESBORDE
               GO TO 4100-EVALUAR-APROBACION-SIGUIENTE
           END-IF
           ADD 1 TO WS-EQU-CANT
           SET WS-EQU-IDX TO WS-EQU-CANT
           MOVE SCLBA031-USUARIO-RESUELVE
                                  TO WS-EQU-APROBADOR (WS-EQU-IDX)
           MOVE WS-USU-SCTA (WS-USU-POS)
                                  TO WS-EQU-SCTA-APROB (WS-EQU-IDX)
           MOVE SCLBA031-COD-SCTA-9
                                  TO WS-EQU-SCTA-BAJA (WS-EQU-IDX)
           MOVE SCLBA031-USUARIO-SOLICITA
                                  TO WS-EQU-SOLICITA (WS-EQU-IDX)
           MOVE SCLBA031-FEC-RESOLUCION
                                  TO WS-EQU-FECHA (WS-EQU-IDX)
           MOVE WS-RELACION       TO WS-EQU-RELACION (WS-EQU-IDX).
       4100-EVALUAR-APROBACION-SIGUIENTE.
           MOVE 'FETCH' TO SCLBA031-FUNCION
           CALL 'SCLCS050' USING SCLBA031-INTERFAZ
           IF SCLBA031-ERROR = 'S'
               PERFORM 9100-ERROR-DB2 THRU 9100-ERROR-DB2-EXIT
           END-IF.
       4100-EVALUAR-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-EVALUAR-USUARIO                                   *
      *    MARCA INACTIVIDAD Y CONFLICTO, CUENTA, Y GRABA EL      *
      *    REGISTRO DE CONFIRMACION CON LA DECISION EN BLANCO.    *
      *----------------------------------------------------------*
       5000-EVALUAR-USUARIO.
           IF WS-USU-FE-ULT (WS-USU-IDX) < WS-FECHA-CORTE
               MOVE 'S' TO WS-USU-INACTIVO (WS-USU-IDX)
               ADD 1 TO WS-CT-INACTIVOS
           END-IF
           IF WS-USU-ADMIN (WS-USU-IDX) = 'S'
              AND (WS-USU-MANT (WS-USU-IDX) = 'S'
                   OR WS-USU-BAJA (WS-USU-IDX) = 'S')
               MOVE 'S' TO WS-USU-CONFLICTO (WS-USU-IDX)
               ADD 1 TO WS-CT-CONFLICTOS
           END-IF
           IF WS-USU-CT-EQUIPO (WS-USU-IDX) > ZERO
               ADD 1 TO WS-CT-CON-EQUIPO
           END-IF
           IF WS-USU-INACTIVO (WS-USU-IDX) = 'S'
              OR WS-USU-CONFLICTO (WS-USU-IDX) = 'S'
              OR WS-USU-CT-EQUIPO (WS-USU-IDX) > ZERO
               ADD 1 TO WS-CT-MARCADOS
           END-IF
           MOVE SPACES                TO SCLCF031-REGISTRO
           MOVE WS-USU-COD (WS-USU-IDX)
                                      TO SCLCF031-COD-USUARIO
           MOVE WS-USU-MANT (WS-USU-IDX)
                                      TO SCLCF031-IND-AUT-MANT
           MOVE WS-USU-BAJA (WS-USU-IDX)
                                      TO SCLCF031-IND-AUT-BAJA
           MOVE WS-USU-ADMIN (WS-USU-IDX)
                                      TO SCLCF031-IND-AUT-ADMIN
           MOVE WS-USU-INTERSUC (WS-USU-IDX)
                                      TO SCLCF031-IND-AUT-INTERSUC
           MOVE WS-USU-SCTA (WS-USU-IDX)
                                      TO SCLCF031-COD-SCTA-9
           MOVE WS-USU-FE-ULT (WS-USU-IDX)
                                      TO SCLCF031-FE-ULT-ACTIV
           MOVE WS-USU-INACTIVO (WS-USU-IDX)
                                      TO SCLCF031-IN-INACTIVO
           MOVE WS-USU-CONFLICTO (WS-USU-IDX)
                                      TO SCLCF031-IN-CONFLICTO
           MOVE WS-USU-CT-EQUIPO (WS-USU-IDX)
                                      TO SCLCF031-CT-EQUIPO
           MOVE WS-FECHA-LIMITE       TO SCLCF031-FE-LIMITE
           WRITE FD-CONF-REG FROM SCLCF031-REGISTRO
           IF WS-FS-CONF NOT = '00'
               DISPLAY WS-PGM-ID ' - ERROR GRABANDO SCTKCONF '
                       WS-FS-CONF
               PERFORM 9200-CERRAR-ARCHIVOS
                   THRU 9200-CERRAR-ARCHIVOS-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-CONFIRMACIONES.
       5000-EVALUAR-USUARIO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6000-IMPRIMIR-NIVEL                                    *
      *    UNA SECCION POR NIVEL (WS-NIVEL); UN USUARIO CON VARIOS*
      *    NIVELES APARECE EN CADA UNO.  LA ULTIMA SECCION LISTA  *
      *    A LOS QUE SOLO TIENEN LA LLAVE GENERAL.                *
      *----------------------------------------------------------*
       6000-IMPRIMIR-NIVEL.
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           EVALUATE TRUE
               WHEN WS-NIVEL-ADMIN
                   MOVE 'USUARIOS CON NIVEL ADMIN'   TO SEC-TITULO
               WHEN WS-NIVEL-BAJA
                   MOVE 'USUARIOS CON NIVEL BAJA'    TO SEC-TITULO
               WHEN WS-NIVEL-MANT
                   MOVE 'USUARIOS CON NIVEL MANT'    TO SEC-TITULO
               WHEN WS-NIVEL-INTERSUC
                   MOVE 'USUARIOS CON DERECHO INTERSUCURSAL'
                                                     TO SEC-TITULO
               WHEN WS-NIVEL-NINGUNO
                   MOVE 'USUARIOS SIN NIVEL (SOLO LLAVE GENERAL)'
                                                     TO SEC-TITULO
           END-EVALUATE
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS   TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE ZERO TO WS-CT-SECCION
           PERFORM 6100-IMPRIMIR-USUARIO
               THRU 6100-IMPRIMIR-USUARIO-EXIT
               VARYING WS-USU-IDX FROM 1 BY 1
               UNTIL WS-USU-IDX > WS-USU-CANT
           IF WS-CT-SECCION = ZERO
               MOVE WS-LINEA-SIN-DATOS TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF.
       6000-IMPRIMIR-NIVEL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6100-IMPRIMIR-USUARIO                                  *
      *----------------------------------------------------------*
       6100-IMPRIMIR-USUARIO.
           EVALUATE TRUE
               WHEN WS-NIVEL-ADMIN
                   IF WS-USU-ADMIN (WS-USU-IDX) NOT = 'S'
                       GO TO 6100-IMPRIMIR-USUARIO-EXIT
                   END-IF
               WHEN WS-NIVEL-BAJA
                   IF WS-USU-BAJA (WS-USU-IDX) NOT = 'S'
                       GO TO 6100-IMPRIMIR-USUARIO-EXIT
                   END-IF
               WHEN WS-NIVEL-MANT
                   IF WS-USU-MANT (WS-USU-IDX) NOT = 'S'
                       GO TO 6100-IMPRIMIR-USUARIO-EXIT
                   END-IF
               WHEN WS-NIVEL-INTERSUC
                   IF WS-USU-INTERSUC (WS-USU-IDX) NOT = 'S'
                       GO TO 6100-IMPRIMIR-USUARIO-EXIT
                   END-IF
               WHEN WS-NIVEL-NINGUNO
                   IF WS-USU-ADMIN (WS-USU-IDX) = 'S'
                      OR WS-USU-BAJA (WS-USU-IDX) = 'S'
                      OR WS-USU-MANT (WS-USU-IDX) = 'S'
                      OR WS-USU-INTERSUC (WS-USU-IDX) = 'S'
                       GO TO 6100-IMPRIMIR-USUARIO-EXIT
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-CT-SECCION
           MOVE SPACES TO WS-LINEA-DETALLE
           MOVE WS-USU-COD (WS-USU-IDX)      TO DET-USUARIO
           MOVE WS-USU-MANT (WS-USU-IDX)     TO DET-MANT
           MOVE WS-USU-BAJA (WS-USU-IDX)     TO DET-BAJA
           MOVE WS-USU-ADMIN (WS-USU-IDX)    TO DET-ADMIN
           MOVE WS-USU-INTERSUC (WS-USU-IDX) TO DET-INTERSUC
           MOVE WS-USU-SCTA (WS-USU-IDX)     TO DET-SCTA
           IF WS-USU-FE-ULT (WS-USU-IDX) = ZERO
               MOVE 'NINGUNA'                TO DET-ULT-ACTIV
           ELSE
               MOVE WS-USU-FE-ULT (WS-USU-IDX) TO WS-AUDIT-CYYDDD-N
               PERFORM 8200-EDITAR-JULIANA
                   THRU 8200-EDITAR-JULIANA-EXIT
               MOVE WS-JUL-EDITADA           TO DET-ULT-ACTIV
           END-IF
           EVALUATE WS-USU-ORIGEN (WS-USU-IDX)
               WHEN '1'
                   MOVE 'SCLAUDIT'           TO DET-ORIGEN
               WHEN '2'
                   MOVE 'SCLAUDIT2'          TO DET-ORIGEN
               WHEN '3'
                   MOVE 'SCLAUDIT3'          TO DET-ORIGEN
           END-EVALUATE
           IF WS-USU-INACTIVO (WS-USU-IDX) = 'S'
               MOVE 'SIN ACTIVIDAD'          TO DET-OBS-INACTIVO
           END-IF
           IF WS-USU-CONFLICTO (WS-USU-IDX) = 'S'
               MOVE 'ADMIN+MANT/BAJA'        TO DET-OBS-CONFLICTO
           END-IF
           IF WS-USU-CT-EQUIPO (WS-USU-IDX) > ZERO
               MOVE 'APROBO BAJAS EQUIPO:'   TO DET-OBS-EQUIPO
               MOVE WS-USU-CT-EQUIPO (WS-USU-IDX) TO DET-CT-EQUIPO
           END-IF
           MOVE WS-LINEA-DETALLE    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6100-IMPRIMIR-USUARIO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6200-IMPRIMIR-EQUIPO                                   *
      *    DETALLE DE LAS BAJAS APROBADAS DENTRO DEL PROPIO       *
      *    EQUIPO DEL APROBADOR.                                   *
      *----------------------------------------------------------*
       6200-IMPRIMIR-EQUIPO.
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'BAJAS DE SECTORISTA APROBADAS DENTRO DEL PROPIO EQUIPO'
                                    TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE WS-LINEA-COLUMNAS-EQU TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           PERFORM 6210-IMPRIMIR-APROBACION
               THRU 6210-IMPRIMIR-APROBACION-EXIT
               VARYING WS-EQU-IDX FROM 1 BY 1
               UNTIL WS-EQU-IDX > WS-EQU-CANT
           IF WS-EQU-CANT = ZERO
               MOVE WS-LINEA-SIN-DATOS TO FD-REPORTE-LINEA
               WRITE FD-REPORTE-LINEA
           END-IF.
       6200-IMPRIMIR-EQUIPO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6210-IMPRIMIR-APROBACION                               *
      *----------------------------------------------------------*
       6210-IMPRIMIR-APROBACION.
           MOVE WS-EQU-APROBADOR (WS-EQU-IDX)  TO EQU-APROBADOR
           MOVE WS-EQU-SCTA-APROB (WS-EQU-IDX) TO EQU-SCTA-APROB
           MOVE WS-EQU-SCTA-BAJA (WS-EQU-IDX)  TO EQU-SCTA-BAJA
           MOVE WS-EQU-SOLICITA (WS-EQU-IDX)   TO EQU-SOLICITA
           MOVE WS-EQU-FECHA (WS-EQU-IDX)      TO EQU-FECHA
           MOVE WS-EQU-RELACION (WS-EQU-IDX)   TO EQU-RELACION
           MOVE WS-LINEA-EQUIPO     TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6210-IMPRIMIR-APROBACION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6300-IMPRIMIR-TOTALES                                  *
      *----------------------------------------------------------*
       6300-IMPRIMIR-TOTALES.
           MOVE SPACES TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'TOTALES'           TO SEC-TITULO
           MOVE WS-LINEA-SECCION    TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA
           MOVE 'USUARIOS HABILITADOS                  :'
                                    TO TOT-TEXTO
           MOVE WS-USU-CANT         TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           MOVE '  SIN ACTIVIDAD EN EL PERIODO         :'
                                    TO TOT-TEXTO
           MOVE WS-CT-INACTIVOS     TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           MOVE '  CON ADMIN JUNTO A MANT/BAJA         :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CONFLICTOS    TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           MOVE '  QUE APROBARON BAJAS DE SU EQUIPO    :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CON-EQUIPO    TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           MOVE '  MARCADOS POR ALGUNA CAUSA           :'
                                    TO TOT-TEXTO
           MOVE WS-CT-MARCADOS      TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           MOVE 'BAJAS APROBADAS REVISADAS             :'
                                    TO TOT-TEXTO
           MOVE WS-CT-APROBACIONES  TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           MOVE '  APROBADOR SIN SECTORISTA PROPIO     :'
                                    TO TOT-TEXTO
           MOVE WS-CT-APROB-SIN-SCTA TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           IF WS-CT-EQUIPO-DESBORDE > ZERO
               MOVE '  DENTRO DEL EQUIPO NO DETALLADAS     :'
                                    TO TOT-TEXTO
               MOVE WS-CT-EQUIPO-DESBORDE TO TOT-CANTIDAD
               PERFORM 6310-IMPRIMIR-TOTAL
                   THRU 6310-IMPRIMIR-TOTAL-EXIT
           END-IF
           MOVE 'REGISTROS LEIDOS SCLAUDIT             :'
                                    TO TOT-TEXTO
           MOVE WS-CT-LEIDOS-1      TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           MOVE 'REGISTROS LEIDOS SCLAUDIT2            :'
                                    TO TOT-TEXTO
           MOVE WS-CT-LEIDOS-2      TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           MOVE 'REGISTROS LEIDOS SCLAUDIT3            :'
                                    TO TOT-TEXTO
           MOVE WS-CT-LEIDOS-3      TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT
           MOVE 'CONFIRMACIONES GRABADAS EN SCTKCONF   :'
                                    TO TOT-TEXTO
           MOVE WS-CT-CONFIRMACIONES TO TOT-CANTIDAD
           PERFORM 6310-IMPRIMIR-TOTAL THRU 6310-IMPRIMIR-TOTAL-EXIT.
       6300-IMPRIMIR-TOTALES-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    6310-IMPRIMIR-TOTAL                                    *
      *----------------------------------------------------------*
       6310-IMPRIMIR-TOTAL.
           MOVE WS-LINEA-TOTAL      TO FD-REPORTE-LINEA
           WRITE FD-REPORTE-LINEA.
       6310-IMPRIMIR-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8000-UBICAR-USUARIO                                    *
      *    DEJA EN WS-USU-POS LA ENTRADA DE WS-USU-COD-BUSCADO.    *
      *----------------------------------------------------------*
       8000-UBICAR-USUARIO.
           MOVE ZERO TO WS-USU-BUSCADO
           PERFORM 8010-BUSCAR-USUARIO THRU 8010-BUSCAR-USUARIO-EXIT
               VARYING WS-USU-IDX FROM 1 BY 1
               UNTIL WS-USU-IDX > WS-USU-CANT
                  OR WS-USU-ENCONTRADO.
       8000-UBICAR-USUARIO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8010-BUSCAR-USUARIO                                    *
      *----------------------------------------------------------*
       8010-BUSCAR-USUARIO.
           IF WS-USU-COD (WS-USU-IDX) = WS-USU-COD-BUSCADO
               SET WS-USU-ENCONTRADO TO TRUE
               SET WS-USU-POS TO WS-USU-IDX
           END-IF.
       8010-BUSCAR-USUARIO-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8100-UBICAR-SECTORISTA                                 *
      *    DEJA EN WS-SCTA-POS LA ENTRADA DE WS-COD-BUSCADO.       *
      *----------------------------------------------------------*
       8100-UBICAR-SECTORISTA.
           MOVE ZERO TO WS-SCTA-BUSCADO
           PERFORM 8110-BUSCAR-SECTORISTA
               THRU 8110-BUSCAR-SECTORISTA-EXIT
               VARYING WS-SCTA-IDX FROM 1 BY 1
               UNTIL WS-SCTA-IDX > WS-SCTA-CANT
                  OR WS-SCTA-ENCONTRADO.
       8100-UBICAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8110-BUSCAR-SECTORISTA                                 *
      *----------------------------------------------------------*
       8110-BUSCAR-SECTORISTA.
           IF WS-SCTA-COD (WS-SCTA-IDX) = WS-COD-BUSCADO
               SET WS-SCTA-ENCONTRADO TO TRUE
               SET WS-SCTA-POS TO WS-SCTA-IDX
           END-IF.
       8110-BUSCAR-SECTORISTA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    8200-EDITAR-JULIANA                                    *
      *    PASA WS-AUDIT-CYYDDD-N (0CYYDDD) A AAAA/DDD.            *
      *----------------------------------------------------------*
       8200-EDITAR-JULIANA.
           DIVIDE WS-AUDIT-CYYDDD-N BY 1000 GIVING WS-JUL-CYY
               REMAINDER WS-JUL-DDD
           COMPUTE WS-JUL-AAAA = 1900 + WS-JUL-CYY
           MOVE WS-JUL-DDD TO WS-JUL-DDD-ED.
       8200-EDITAR-JULIANA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-FINALIZAR                                         *
      *----------------------------------------------------------*
       9000-FINALIZAR.
           PERFORM 9200-CERRAR-ARCHIVOS
               THRU 9200-CERRAR-ARCHIVOS-EXIT
           IF WS-CT-MARCADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-PGM-ID ' - USUARIOS HABILITADOS : ' WS-USU-CANT
           DISPLAY WS-PGM-ID ' - SIN ACTIVIDAD        : '
                   WS-CT-INACTIVOS
           DISPLAY WS-PGM-ID ' - ADMIN + MANT/BAJA    : '
                   WS-CT-CONFLICTOS
           DISPLAY WS-PGM-ID ' - BAJAS DE SU EQUIPO   : '
                   WS-CT-CON-EQUIPO
           DISPLAY WS-PGM-ID ' - CONFIRMACIONES       : '
                   WS-CT-CONFIRMACIONES
           PERFORM 9500-GRABAR-CORRIDA
               THRU 9500-GRABAR-CORRIDA-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9100-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL RECORRER UN CURSOR: UNA           *
      *    RECERTIFICACION INCOMPLETA NO SIRVE COMO EVIDENCIA,    *
      *    ASI QUE EL JOB ABORTA.                                  *
      *----------------------------------------------------------*
       9100-ERROR-DB2.
           DISPLAY WS-PGM-ID ' - ABEND, ERROR DB2 EN CURSOR '
                   WS-CURSOR-ERROR ', RECERTIFICACION NO GENERADA'
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
           CLOSE REPORTE-FILE
           CLOSE CONF-FILE.
       9200-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9500-GRABAR-CORRIDA                                    *
      *    DEJA LA CORRIDA EN EL CONTROL SCTRUNCT (VIA SCLCS043)  *
      *    PARA EL REPORTE DE ANOMALIAS SCLCB019: LEIDOS SON LOS  *
      *    USUARIOS HABILITADOS, APLICADOS LAS CONFIRMACIONES     *
      *    GRABADAS Y RECHAZADOS LOS USUARIOS MARCADOS.            *
      *----------------------------------------------------------*
       9500-GRABAR-CORRIDA.
           MOVE SPACES              TO SCLRC031-INTERFAZ
           MOVE WS-PGM-ID           TO SCLRC031-PROGRAMA
           MOVE WS-HORA-INI-HHMMSS  TO SCLRC031-HORA-INI
           MOVE WS-USU-CANT          TO SCLRC031-CT-LEIDOS
           MOVE WS-CT-CONFIRMACIONES TO SCLRC031-CT-APLICADOS
           MOVE WS-CT-MARCADOS       TO SCLRC031-CT-RECHAZADOS
           MOVE RETURN-CODE         TO SCLRC031-CO-RC
           CALL 'SCLCS043' USING SCLRC031-INTERFAZ
           IF SCLRC031-ERROR = 'S'
               DISPLAY WS-PGM-ID ' - AVISO, CORRIDA NO QUEDO EN '
                       'SCTRUNCT'
           END-IF.
       9500-GRABAR-CORRIDA-EXIT.
           EXIT.
