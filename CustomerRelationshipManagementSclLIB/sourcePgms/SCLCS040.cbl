      *                        SCT.SCTAUTH CON NIVELES DE DERECHO,   *
      *                        PARA QUE LOS GRANT DEJEN DE HACERSE   *
      *                        POR SQL DE UN DBA Y SIN RASTRO.       *
      *  112102 26/10/15 RPAZ  MANTIENE EL DERECHO INTERSUCURSAL     *
      *                        IND_AUT_INTERSUC (REASIGNACION DE     *
      *                        CLIENTES A OTRA SUCURSAL, SCLCS044);  *
      *                        EN BLANCO ES 'N' EN ALTA Y EN CAMBIO  *
      *                        NO SE TOCA.                           *
      *  112105 26/10/15 RPAZ  MANTIENE COD_SCTA_9, EL SECTORISTA    *
      *                        QUE ES EL PROPIO USUARIO (OPCIONAL,   *
      *                        DEBE EXISTIR EN SCT.SECTORISTA; EN    *
      *                        CAMBIO, EN BLANCO NO SE TOCA).  LO    *
      *                        USA LA RECERTIFICACION (SCLCB025), Y  *
      *                        LAS REVOCACIONES DE SCLCB026 ENTRAN   *
      *                        POR ESTE MISMO MODULO.                *
      *==============================================================*
      *  ESTE MODULO CONTIENE LA UNICA LOGICA DE MANTENIMIENTO DE    *
      *  SCT.SCTAUTH.  ES INVOCADO POR CALL DESDE SCLCA035           *
      *  (TRANSACCION ONLINE) Y DESDE SCLCB026 (REVOCACIONES DE LA   *
      *  RECERTIFICACION), MISMO PATRON QUE SCLCS034 CON             *
      *  SCT.SECTORISTA.  EL SOLICITANTE DEBE TENER IND_AUT_ADMIN    *
      *  (ADEMAS DE LA LLAVE GENERAL IND_AUTORIZA); LA BAJA REVOCA   *
      *  (IND_AUTORIZA = 'N') SIN BORRAR LA FILA, Y NADIE PUEDE      *
      *    AREA DE TRABAJO PARA EL ACCESO A LA TABLA DB2          *
      *----------------------------------------------------------*
       COPY SCLTB032.
       COPY SCLTB031.
       01  WS-SQLCODE-ED               PIC -999.
       EXEC SQL
           INCLUDE SQLCA
               PERFORM 3000-VALIDAR-ADMIN
                   THRU 3000-VALIDAR-ADMIN-EXIT
           END-IF
           IF SCLMT032-CO-RETU-O = '00'
              AND SCLMT032-FUNCION-I NOT = 'BAJA'
              AND SCLMT032-CO-SCTA-OBJ-I NOT = SPACES
               PERFORM 3500-VALIDAR-SCTA-OBJ
                   THRU 3500-VALIDAR-SCTA-OBJ-EXIT
           END-IF
           IF SCLMT032-CO-RETU-O = '00'
               PERFORM 4000-EJECUTAR-FUNCION
                   THRU 4000-EJECUTAR-FUNCION-EXIT
           EXIT.
      *----------------------------------------------------------*
      *    2000-VALIDAR-ENTRADA                                  *
      *    EL DERECHO INTERSUCURSAL EN BLANCO ES 'N' EN ALTA; EN  *
      *    CAMBIO QUEDA EN BLANCO Y EL UPDATE NO LO TOCA.          *
      *----------------------------------------------------------*
       2000-VALIDAR-ENTRADA.
           IF SCLMT032-CO-USUARIO-OBJ-I = SPACES
               END-IF
               GO TO 2000-VALIDAR-ENTRADA-EXIT
           END-IF
           IF SCLMT032-IN-AUT-INTERSUC-I = SPACES
              AND SCLMT032-FUNCION-I = 'ALTA'
               MOVE 'N'             TO SCLMT032-IN-AUT-INTERSUC-I
           END-IF
           IF (SCLMT032-IN-AUTORIZA-I NOT = 'S' AND
               SCLMT032-IN-AUTORIZA-I NOT = 'N') OR
              (SCLMT032-IN-AUT-MANT-I NOT = 'S' AND
              (SCLMT032-IN-AUT-BAJA-I NOT = 'S' AND
               SCLMT032-IN-AUT-BAJA-I NOT = 'N') OR
              (SCLMT032-IN-AUT-ADMIN-I NOT = 'S' AND
               SCLMT032-IN-AUT-ADMIN-I NOT = 'N') OR
              (SCLMT032-IN-AUT-INTERSUC-I NOT = 'S' AND
               SCLMT032-IN-AUT-INTERSUC-I NOT = 'N' AND
               SCLMT032-IN-AUT-INTERSUC-I NOT = SPACES)
               MOVE '10'            TO SCLMT032-CO-RETU-O
               MOVE 'INDICADORES DEBEN SER S/N'
                                     TO SCLMT032-DE-ERROR-O
       3000-VALIDAR-ADMIN-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    3500-VALIDAR-SCTA-OBJ                                  *
      *    EL SECTORISTA INFORMADO COMO PROPIO DEL USUARIO DEBE   *
      *    EXISTIR (ACTIVO O NO: UN SUPERVISOR PUEDE SEGUIR        *
      *    USANDO EL SISTEMA AUNQUE NO TENGA CARTERA).             *
      *----------------------------------------------------------*
       3500-VALIDAR-SCTA-OBJ.
           EXEC SQL
               SELECT COD_SCTA_9
                 INTO :SCLTB031-COD-SCTA-9
                 FROM SCT.SECTORISTA
                WHERE COD_SCTA_9 = :SCLMT032-CO-SCTA-OBJ-I
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE '10'        TO SCLMT032-CO-RETU-O
                   MOVE 'SCTA DEL USUARIO NO EXISTE'
                                    TO SCLMT032-DE-ERROR-O
               WHEN OTHER
                   PERFORM 9000-ERROR-DB2 THRU 9000-ERROR-DB2-EXIT
           END-EVALUATE.
       3500-VALIDAR-SCTA-OBJ-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *    4000-EJECUTAR-FUNCION                                  *
      *----------------------------------------------------------*
       4000-EJECUTAR-FUNCION.
           EXEC SQL
               INSERT INTO SCT.SCTAUTH
                   (COD_USUARIO, IND_AUTORIZA, IND_AUT_MANT,
                    IND_AUT_BAJA, IND_AUT_ADMIN, IND_AUT_INTERSUC,
                    COD_SCTA_9)
               VALUES
                   (:SCLMT032-CO-USUARIO-OBJ-I,
                    :SCLMT032-IN-AUTORIZA-I,
                    :SCLMT032-IN-AUT-MANT-I,
                    :SCLMT032-IN-AUT-BAJA-I,
                    :SCLMT032-IN-AUT-ADMIN-I,
                    :SCLMT032-IN-AUT-INTERSUC-I,
                    :SCLMT032-CO-SCTA-OBJ-I)
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                  SET IND_AUTORIZA   = :SCLMT032-IN-AUTORIZA-I,
                      IND_AUT_MANT   = :SCLMT032-IN-AUT-MANT-I,
                      IND_AUT_BAJA   = :SCLMT032-IN-AUT-BAJA-I,
                      IND_AUT_ADMIN  = :SCLMT032-IN-AUT-ADMIN-I,
                      IND_AUT_INTERSUC =
                          CASE WHEN :SCLMT032-IN-AUT-INTERSUC-I = ' '
                               THEN IND_AUT_INTERSUC
                               ELSE :SCLMT032-IN-AUT-INTERSUC-I
                          END,
                      COD_SCTA_9 =
                          CASE WHEN :SCLMT032-CO-SCTA-OBJ-I = ' '
                               THEN COD_SCTA_9
                               ELSE :SCLMT032-CO-SCTA-OBJ-I
                          END
                WHERE COD_USUARIO = :SCLMT032-CO-USUARIO-OBJ-I
           END-EXEC
           EVALUATE SQLCODE
