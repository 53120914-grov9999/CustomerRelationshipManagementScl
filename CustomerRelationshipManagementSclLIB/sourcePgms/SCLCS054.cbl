       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS054.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112108 26/10/15 RPAZ  CREACION - CURSOR SOBRE               *
      *                        SCT.SECTORISTA_HIST CON LAS FILAS     *
      *                        COMPLETAS DESDE UNA FECHA, PARA EL    *
      *                        CONTROL DE CAMBIOS SIN HISTORIA       *
      *                        (SCLCB029).                           *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LAS FILAS DE HISTORIA  *
      *  CUYA FEC-CAMBIO ES MAYOR O IGUAL A SCLSH031-FEC-DESDE, CON  *
      *  LA IMAGEN, EL USUARIO Y LA FUNCION, ORDENADAS POR CODIGO Y  *
      *  FECHA/HORA DEL CAMBIO.  A DIFERENCIA DE SCLCS042 NO AGRUPA  *
      *  POR CODIGO: EL LLAMADOR NECESITA CADA FILA.                 *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS054'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       COPY SCLTB033.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLSH031.
       PROCEDURE DIVISION USING SCLSH031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLSH031-FUNCION
               WHEN 'OPEN'
                   PERFORM 1000-ABRIR THRU 1000-ABRIR-EXIT
               WHEN 'FETCH'
                   PERFORM 2000-TRAER THRU 2000-TRAER-EXIT
               WHEN 'CLOSE'
                   PERFORM 3000-CERRAR THRU 3000-CERRAR-EXIT
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------*
      *    1000-ABRIR                                            *
      *----------------------------------------------------------*
       1000-ABRIR.
           MOVE SPACES TO SCLSH031-EOF
           MOVE SPACES TO SCLSH031-ERROR
           EXEC SQL
               DECLARE SH031CSR CURSOR FOR
                   SELECT COD_SCTA_9, COD_SCTA_5, NOM_SCTA, COD_SUCU,
                          IND_ESTA_SCTA, COD_SCTA_SUPV,
                          FEC_CAMBIO, HORA_CAMBIO, USUARIO, FUNCION
                     FROM SCT.SECTORISTA_HIST
                    WHERE FEC_CAMBIO >= :SCLSH031-FEC-DESDE
                    ORDER BY COD_SCTA_9, FEC_CAMBIO, HORA_CAMBIO
           END-EXEC
           EXEC SQL
               OPEN SH031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH SH031CSR
                INTO :SCLTB033-COD-SCTA-9,
                     :SCLTB033-COD-SCTA-5,
                     :SCLTB033-NOM-SCTA,
                     :SCLTB033-COD-SUCU,
                     :SCLTB033-IND-ESTA-SCTA,
                     :SCLTB033-COD-SCTA-SUPV,
                     :SCLTB033-FEC-CAMBIO,
                     :SCLTB033-HORA-CAMBIO,
                     :SCLTB033-USUARIO,
                     :SCLTB033-FUNCION
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB033-COD-SCTA-9
                                    TO SCLSH031-COD-SCTA-9
                   MOVE SCLTB033-COD-SCTA-5
                                    TO SCLSH031-COD-SCTA-5
                   MOVE SCLTB033-NOM-SCTA
                                    TO SCLSH031-NOM-SCTA
                   MOVE SCLTB033-COD-SUCU
                                    TO SCLSH031-COD-SUCU
                   MOVE SCLTB033-IND-ESTA-SCTA
                                    TO SCLSH031-IND-ESTA-SCTA
                   MOVE SCLTB033-COD-SCTA-SUPV
                                    TO SCLSH031-COD-SCTA-SUPV
                   MOVE SCLTB033-FEC-CAMBIO
                                    TO SCLSH031-FEC-CAMBIO
                   MOVE SCLTB033-HORA-CAMBIO
                                    TO SCLSH031-HORA-CAMBIO
                   MOVE SCLTB033-USUARIO
                                    TO SCLSH031-USUARIO
                   MOVE SCLTB033-FUNCION
                                    TO SCLSH031-FUNCION-HIST
               WHEN 100
                   MOVE 'S' TO SCLSH031-EOF
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       2000-TRAER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE SH-ERROR   *
      *    ADEMAS DE SH-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE SH031CSR'
           MOVE 'S' TO SCLSH031-EOF
           MOVE 'S' TO SCLSH031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CERRAR                                           *
      *----------------------------------------------------------*
       3000-CERRAR.
           EXEC SQL
               CLOSE SH031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
