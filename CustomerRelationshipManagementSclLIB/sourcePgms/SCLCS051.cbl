       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCLCS051.
       AUTHOR.        R. PAZ - GRUPO ASSI.
       INSTALLATION.  SCL - CUSTOMER RELATIONSHIP MANAGEMENT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *==============================================================*
      *  MODIFICACIONES                                              *
      *  112106 26/10/15 RPAZ  CREACION - LECTURA Y GRABACION DE LA  *
      *                        FOTO MENSUAL DE CARTERA               *
      *                        SCT.CARTERA_MES, PARA EL REPORTE DE   *
      *                        MOVIMIENTO DE CARTERA (SCLCB027).     *
      *==============================================================*
      *  EXPONE UN CURSOR DE SOLO LECTURA CON LA FOTO DE UN PERIODO, *
      *  ORDENADA POR SECTORISTA (MISMO PATRON QUE SCLCS045), Y LAS  *
      *  FUNCIONES 'BORRA' (TODA LA FOTO DEL PERIODO, PARA QUE UNA   *
      *  NUEVA CORRIDA LA REEMPLACE) Y 'GRABA' (UNA FILA, CON        *
      *  CURRENT DATE/TIME COMO FECHA DE LA FOTO).  ESTE MODULO ES   *
      *  EL UNICO QUE ACCEDE A LA TABLA.                              *
      *==============================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-PGM-ID                   PIC X(08) VALUE 'SCLCS051'.
       01  WS-SQLCODE                   PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-SQLCODE-ED               PIC -999.
       COPY SCLTB039.
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
       LINKAGE SECTION.
       COPY SCLFM031.
       PROCEDURE DIVISION USING SCLFM031-INTERFAZ.
      *----------------------------------------------------------*
      *    0000-MAINLINE                                         *
      *----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE SCLFM031-FUNCION
               WHEN 'OPEN'
                   PERFORM 1000-ABRIR THRU 1000-ABRIR-EXIT
               WHEN 'FETCH'
                   PERFORM 2000-TRAER THRU 2000-TRAER-EXIT
               WHEN 'CLOSE'
                   PERFORM 3000-CERRAR THRU 3000-CERRAR-EXIT
               WHEN 'BORRA'
                   PERFORM 4000-BORRAR THRU 4000-BORRAR-EXIT
               WHEN 'GRABA'
                   PERFORM 5000-GRABAR THRU 5000-GRABAR-EXIT
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------*
      *    1000-ABRIR                                            *
      *----------------------------------------------------------*
       1000-ABRIR.
           MOVE SPACES TO SCLFM031-EOF
           MOVE SPACES TO SCLFM031-ERROR
           MOVE SPACES TO SCLFM031-SQLCODE
           MOVE SCLFM031-PERIODO TO SCLTB039-PERIODO
           EXEC SQL
               DECLARE FM031CSR CURSOR FOR
                   SELECT COD_SCTA_9, COD_SUCU, CANT_CLIENTES
                     FROM SCT.CARTERA_MES
                    WHERE PERIODO = :SCLTB039-PERIODO
                    ORDER BY COD_SCTA_9
           END-EXEC
           EXEC SQL
               OPEN FM031CSR
           END-EXEC.
       1000-ABRIR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    2000-TRAER                                            *
      *----------------------------------------------------------*
       2000-TRAER.
           EXEC SQL
               FETCH FM031CSR
                INTO :SCLTB039-COD-SCTA-9,
                     :SCLTB039-COD-SUCU,
                     :SCLTB039-CANT-CLIENTES
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SCLTB039-COD-SCTA-9
                                    TO SCLFM031-COD-SCTA-9
                   MOVE SCLTB039-COD-SUCU
                                    TO SCLFM031-COD-SUCU
                   MOVE SCLTB039-CANT-CLIENTES
                                    TO SCLFM031-CANT-CLIENTES
               WHEN 100
                   MOVE 'S' TO SCLFM031-EOF
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       2000-TRAER-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3000-CERRAR                                           *
      *----------------------------------------------------------*
       3000-CERRAR.
           EXEC SQL
               CLOSE FM031CSR
           END-EXEC.
       3000-CERRAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-BORRAR                                            *
      *    UN PERIODO SIN FOTO PREVIA (SQLCODE 100) NO ES ERROR.  *
      *----------------------------------------------------------*
       4000-BORRAR.
           MOVE SPACES TO SCLFM031-ERROR
           MOVE SPACES TO SCLFM031-SQLCODE
           MOVE SCLFM031-PERIODO TO SCLTB039-PERIODO
           EXEC SQL
               DELETE FROM SCT.CARTERA_MES
                WHERE PERIODO = :SCLTB039-PERIODO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE       TO WS-SQLCODE-ED
                   MOVE WS-SQLCODE-ED TO SCLFM031-SQLCODE
                   MOVE SQLCODE       TO WS-SQLCODE
                   DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE '
                           WS-SQLCODE ' EN DELETE DE CARTERA_MES'
                   MOVE 'S' TO SCLFM031-ERROR
           END-EVALUATE.
       4000-BORRAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    5000-GRABAR                                            *
      *----------------------------------------------------------*
       5000-GRABAR.
           MOVE SPACES TO SCLFM031-ERROR
           MOVE SPACES TO SCLFM031-SQLCODE
           MOVE SCLFM031-PERIODO       TO SCLTB039-PERIODO
           MOVE SCLFM031-COD-SCTA-9    TO SCLTB039-COD-SCTA-9
           MOVE SCLFM031-COD-SUCU      TO SCLTB039-COD-SUCU
           MOVE SCLFM031-CANT-CLIENTES TO SCLTB039-CANT-CLIENTES
           EXEC SQL
               INSERT INTO SCT.CARTERA_MES
                   (PERIODO, COD_SCTA_9, COD_SUCU, CANT_CLIENTES,
                    FEC_FOTO, HORA_FOTO)
               VALUES
                   (:SCLTB039-PERIODO, :SCLTB039-COD-SCTA-9,
                    :SCLTB039-COD-SUCU, :SCLTB039-CANT-CLIENTES,
                    CURRENT DATE, CURRENT TIME)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE       TO WS-SQLCODE-ED
               MOVE WS-SQLCODE-ED TO SCLFM031-SQLCODE
               MOVE SQLCODE       TO WS-SQLCODE
               DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE '
                       WS-SQLCODE ' EN INSERT DE CARTERA_MES'
               MOVE 'S' TO SCLFM031-ERROR
           END-IF.
       5000-GRABAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    9000-ERROR-DB2                                         *
      *    ERROR DURO DE DB2 AL HACER FETCH: SE PRENDE FM-ERROR   *
      *    ADEMAS DE FM-EOF PARA QUE EL LLAMADOR DISTINGA ESTA    *
      *    CONDICION DE UN FIN DE CURSOR NORMAL.                  *
      *----------------------------------------------------------*
       9000-ERROR-DB2.
           MOVE SQLCODE       TO WS-SQLCODE
           MOVE SQLCODE       TO WS-SQLCODE-ED
           MOVE WS-SQLCODE-ED TO SCLFM031-SQLCODE
           DISPLAY WS-PGM-ID ' - ERROR DB2 SQLCODE ' WS-SQLCODE
                   ' EN FETCH DE FM031CSR'
           MOVE 'S' TO SCLFM031-EOF
           MOVE 'S' TO SCLFM031-ERROR.
       9000-ERROR-DB2-EXIT.
           EXIT.
