    05 TR-NUMERO-UNO    PIC S9(5)V99.
    05 TR-OPERADOR      PIC X(1).
    05 TR-NUMERO-DOS    PIC S9(5)V99.
01  TIPO-TRANSACCION.
    05 TR-TIPO-REGISTRO PIC X(1).
        88 ES-CABECERA-GRUPO      VALUE "G".
        88 ES-OPERACION-ENCADENADA VALUE "C".
        88 ES-CIERRE-GRUPO        VALUE "T".
01  CABECERA-GRUPO-ENTRADA.
    05 TG-TIPO-REGISTRO PIC X(1).
    05 TG-ID-GRUPO      PIC X(8).
    05 TG-VALOR-INICIAL PIC S9(11)V99.
    05 TG-DESCRIPCION   PIC X(30).
01  OPERACION-ENCADENADA-ENTRADA.
    05 TC-TIPO-REGISTRO PIC X(1).
    05 TC-OPERADOR      PIC X(1).
    05 TC-NUMERO-DOS    PIC S9(5)V99.
01  CIERRE-GRUPO-ENTRADA.
    05 TT-TIPO-REGISTRO PIC X(1).
    05 TT-TOTAL-ESPERADO PIC S9(11)V99.

FD  ARCHIVO-RESULTADOS.
01  RESULTADO-SALIDA.
    05 RS-OPERADOR      PIC X(1).
    05 RS-NUMERO-DOS    PIC S9(5)V99.
    05 RS-RESULTADO     PIC S9(11)V99.
01  PASO-GRUPO-SALIDA.
    05 PS-TIPO-REGISTRO PIC X(1).
    05 PS-ID-GRUPO      PIC X(8).
    05 PS-OPERANDO-UNO  PIC S9(11)V99.
    05 PS-OPERADOR      PIC X(1).
    05 PS-NUMERO-DOS    PIC S9(5)V99.
    05 PS-RESULTADO     PIC S9(11)V99.
01  SUBTOTAL-GRUPO-SALIDA.
    05 SG-TIPO-REGISTRO PIC X(1).
    05 SG-ID-GRUPO      PIC X(8).
    05 SG-DESCRIPCION   PIC X(30).
    05 SG-CANTIDAD-PASOS PIC 9(3).
    05 SG-SUBTOTAL      PIC S9(11)V99.

FD  ARCHIVO-RECHAZOS.
01  RECHAZO-SALIDA.
    05 RC-OPERADOR      PIC X(1).
    05 RC-NUMERO-DOS    PIC S9(5)V99.
    05 RC-MOTIVO        PIC X(30).
01  PASO-RECHAZADO-SALIDA.
    05 PR-TIPO-REGISTRO PIC X(1).
    05 PR-ID-GRUPO      PIC X(8).
    05 PR-OPERANDO-UNO  PIC S9(11)V99.
    05 PR-OPERADOR      PIC X(1).
    05 PR-NUMERO-DOS    PIC S9(5)V99.
    05 PR-MOTIVO        PIC X(30).
01  CIERRE-RECHAZADO-SALIDA.
    05 CR-TIPO-REGISTRO PIC X(1).
    05 CR-ID-GRUPO      PIC X(8).
    05 CR-TOTAL-CALCULADO PIC S9(11)V99.
    05 CR-TOTAL-ESPERADO PIC S9(11)V99.
    05 CR-MOTIVO        PIC X(30).

FD  ARCHIVO-BITACORA.
01  LINEA-BITACORA        PIC X(90).

WORKING-STORAGE SECTION.
01 NUMERO-UNO        PIC S9(5)V99 VALUE 0.
01 NUMERO-DOS        PIC S9(5)V99 VALUE 0.
01 OPERANDO-UNO      PIC S9(11)V99 VALUE 0.
01 RESULTADO         PIC S9(11)V99 VALUE 0.
01 EXPONENTE         PIC S9(5) VALUE 0.
01 OPERADOR          PIC X(1) VALUE SPACE.
01 CONTADOR-LEIDOS    PIC 9(7) VALUE 0.
01 CONTADOR-VALIDOS   PIC 9(7) VALUE 0.
01 CONTADOR-RECHAZOS  PIC 9(7) VALUE 0.
01 CONTADOR-GRUPOS-ACEPTADOS  PIC 9(7) VALUE 0.
01 CONTADOR-GRUPOS-RECHAZADOS PIC 9(7) VALUE 0.
01 CODIGO-ERROR       PIC X(20) VALUE SPACE.
01 FS-BITACORA        PIC X(2) VALUE "00".

01 GRUPO-ACTUAL.
    05 GRUPO-ABIERTO-SW   PIC X(1) VALUE "N".
        88 GRUPO-ABIERTO  VALUE "S".
    05 GRUPO-ERROR-SW     PIC X(1) VALUE "N".
        88 GRUPO-CON-ERROR VALUE "S".
    05 GRUPO-EXCEDIDO-SW  PIC X(1) VALUE "N".
        88 GRUPO-EXCEDIDO VALUE "S".
    05 ID-GRUPO           PIC X(8) VALUE SPACE.
    05 DESCRIPCION-GRUPO  PIC X(30) VALUE SPACE.
    05 ACUMULADOR-GRUPO   PIC S9(11)V99 VALUE 0.
    05 TOTAL-ESPERADO     PIC S9(11)V99 VALUE 0.
    05 PASOS-GRUPO        PIC 9(3) VALUE 0.
    05 MOTIVO-GRUPO       PIC X(30) VALUE SPACE.
    05 CODIGO-GRUPO       PIC X(20) VALUE SPACE.

01 MAXIMO-PASOS       PIC 9(3) VALUE 200.
01 INDICE-PASO        PIC 9(3) VALUE 0.
01 TABLA-PASOS-GRUPO.
    05 PASO-GRUPO OCCURS 200 TIMES.
        10 PG-OPERANDO-UNO PIC S9(11)V99.
        10 PG-OPERADOR     PIC X(1).
        10 PG-NUMERO-DOS   PIC S9(5)V99.
        10 PG-RESULTADO    PIC S9(11)V99.
        10 PG-MOTIVO       PIC X(30).

01 FECHA-SISTEMA.
    05 FS-ANIO          PIC 9(4).
    05 FS-MES           PIC 9(2).
    05 RB-TIMESTAMP      PIC X(19).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 RB-NUMERO-UNO     PIC -(5)9.99.
    05 RB-NUMERO-UNO-X REDEFINES RB-NUMERO-UNO PIC X(9).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 RB-OPERADOR       PIC X(1).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 RB-RESULTADO      PIC -(11)9.99.
    05 FILLER            PIC X(1) VALUE SPACE.
    05 RB-CODIGO-ERROR   PIC X(20).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 RB-ID-GRUPO       PIC X(8).

PROCEDURE DIVISION.
    PERFORM ABRIR-ARCHIVOS
    PERFORM PROCESAR-TRANSACCION UNTIL HAY-FIN-ARCHIVO
    IF GRUPO-ABIERTO
        MOVE "Grupo sin registro de cierre." TO MOTIVO-GRUPO
        MOVE "GRUPO-SIN-CIERRE" TO CODIGO-GRUPO
        PERFORM RECHAZAR-GRUPO
    END-IF
    PERFORM CERRAR-ARCHIVOS
    DISPLAY "Transacciones leídas:   " CONTADOR-LEIDOS
    DISPLAY "Resultados generados:   " CONTADOR-VALIDOS
    DISPLAY "Transacciones rechazadas: " CONTADOR-RECHAZOS
    DISPLAY "Grupos aceptados:       " CONTADOR-GRUPOS-ACEPTADOS
    DISPLAY "Grupos rechazados:      " CONTADOR-GRUPOS-RECHAZADOS
    STOP RUN.

ABRIR-ARCHIVOS.

PROCESAR-TRANSACCION.
    ADD 1 TO CONTADOR-LEIDOS

    EVALUATE TRUE
        WHEN ES-CABECERA-GRUPO
            PERFORM PROCESAR-CABECERA-GRUPO
        WHEN ES-OPERACION-ENCADENADA
            PERFORM PROCESAR-PASO-GRUPO
        WHEN ES-CIERRE-GRUPO
            PERFORM PROCESAR-CIERRE-GRUPO
        WHEN OTHER
            IF GRUPO-ABIERTO
                MOVE "Grupo sin registro de cierre." TO MOTIVO-GRUPO
                MOVE "GRUPO-SIN-CIERRE" TO CODIGO-GRUPO
                PERFORM RECHAZAR-GRUPO
            END-IF
            PERFORM PROCESAR-OPERACION-SIMPLE
    END-EVALUATE

    READ ARCHIVO-TRANSACCIONES
        AT END SET HAY-FIN-ARCHIVO TO TRUE
    END-READ.

PROCESAR-OPERACION-SIMPLE.
    MOVE TR-NUMERO-UNO TO NUMERO-UNO
    MOVE TR-OPERADOR   TO OPERADOR
    MOVE TR-NUMERO-DOS TO NUMERO-DOS
    MOVE NUMERO-UNO    TO OPERANDO-UNO

    PERFORM CALCULAR-OPERACION

    IF CODIGO-ERROR = SPACE
        PERFORM ESCRIBIR-RESULTADO
    ELSE
        PERFORM ESCRIBIR-RECHAZO
    END-IF

    MOVE SPACE TO RB-ID-GRUPO
    PERFORM REGISTRAR-BITACORA.

PROCESAR-CABECERA-GRUPO.
    IF GRUPO-ABIERTO
        MOVE "Grupo sin registro de cierre." TO MOTIVO-GRUPO
        MOVE "GRUPO-SIN-CIERRE" TO CODIGO-GRUPO
        PERFORM RECHAZAR-GRUPO
    END-IF

    SET GRUPO-ABIERTO TO TRUE
    MOVE "N" TO GRUPO-ERROR-SW
    MOVE "N" TO GRUPO-EXCEDIDO-SW
    MOVE TG-ID-GRUPO    TO ID-GRUPO
    MOVE TG-DESCRIPCION TO DESCRIPCION-GRUPO
    IF TG-VALOR-INICIAL IS NUMERIC
        MOVE TG-VALOR-INICIAL TO ACUMULADOR-GRUPO
    ELSE
        MOVE 0 TO ACUMULADOR-GRUPO
    END-IF
    MOVE 0     TO TOTAL-ESPERADO
    MOVE 0     TO PASOS-GRUPO
    MOVE SPACE TO MOTIVO-GRUPO
    MOVE SPACE TO CODIGO-GRUPO.

PROCESAR-PASO-GRUPO.
    MOVE TC-OPERADOR   TO OPERADOR
    MOVE TC-NUMERO-DOS TO NUMERO-DOS

    IF NOT GRUPO-ABIERTO
        MOVE 0 TO NUMERO-UNO
        MOVE 0 TO OPERANDO-UNO
        MOVE 0 TO RESULTADO
        MOVE "Operación fuera de grupo." TO MOTIVO-RECHAZO
        MOVE "FUERA-DE-GRUPO" TO CODIGO-ERROR
        PERFORM ESCRIBIR-RECHAZO
        MOVE SPACE TO RB-ID-GRUPO
        PERFORM REGISTRAR-BITACORA
    ELSE
        MOVE ACUMULADOR-GRUPO TO OPERANDO-UNO
        PERFORM CALCULAR-OPERACION
        IF NOT GRUPO-EXCEDIDO AND PASOS-GRUPO NOT < MAXIMO-PASOS
            SET GRUPO-EXCEDIDO TO TRUE
            MOVE "Grupo excede el máximo de pasos." TO MOTIVO-GRUPO
            PERFORM ESCRIBIR-PASO-RECHAZADO
                VARYING INDICE-PASO FROM 1 BY 1
                UNTIL INDICE-PASO > PASOS-GRUPO
            MOVE 0 TO PASOS-GRUPO
        END-IF
        IF GRUPO-EXCEDIDO
            MOVE "Grupo excede el máximo de pasos." TO MOTIVO-RECHAZO
            MOVE "GRUPO-EXCEDE-PASOS" TO CODIGO-ERROR
            PERFORM ESCRIBIR-PASO-EXCEDIDO
        ELSE
            ADD 1 TO PASOS-GRUPO
            MOVE OPERANDO-UNO TO PG-OPERANDO-UNO(PASOS-GRUPO)
            MOVE OPERADOR     TO PG-OPERADOR(PASOS-GRUPO)
            MOVE NUMERO-DOS   TO PG-NUMERO-DOS(PASOS-GRUPO)
            MOVE RESULTADO    TO PG-RESULTADO(PASOS-GRUPO)
            MOVE MOTIVO-RECHAZO TO PG-MOTIVO(PASOS-GRUPO)
        END-IF
        IF CODIGO-ERROR = SPACE
            MOVE RESULTADO TO ACUMULADOR-GRUPO
        ELSE
            SET GRUPO-CON-ERROR TO TRUE
        END-IF
        MOVE ID-GRUPO TO RB-ID-GRUPO
        PERFORM REGISTRAR-BITACORA
    END-IF.

PROCESAR-CIERRE-GRUPO.
    IF NOT GRUPO-ABIERTO
        MOVE 0 TO NUMERO-UNO
        MOVE 0 TO OPERANDO-UNO
        MOVE 0 TO NUMERO-DOS
        MOVE 0 TO RESULTADO
        MOVE "T" TO OPERADOR
        MOVE "Cierre de grupo sin cabecera." TO MOTIVO-RECHAZO
        MOVE "FUERA-DE-GRUPO" TO CODIGO-ERROR
        PERFORM ESCRIBIR-RECHAZO
        MOVE SPACE TO RB-ID-GRUPO
        PERFORM REGISTRAR-BITACORA
    ELSE
        IF TT-TOTAL-ESPERADO IS NUMERIC
            MOVE TT-TOTAL-ESPERADO TO TOTAL-ESPERADO
        ELSE
            MOVE 0 TO TOTAL-ESPERADO
        END-IF
        EVALUATE TRUE
            WHEN GRUPO-CON-ERROR
                MOVE "Grupo con pasos en error." TO MOTIVO-GRUPO
                MOVE "GRUPO-CON-ERRORES" TO CODIGO-GRUPO
                PERFORM RECHAZAR-GRUPO
            WHEN TT-TOTAL-ESPERADO IS NOT NUMERIC
                MOVE "Total esperado no numérico." TO MOTIVO-GRUPO
                MOVE "TOTAL-NO-CUADRA" TO CODIGO-GRUPO
                PERFORM RECHAZAR-GRUPO
            WHEN ACUMULADOR-GRUPO NOT = TOTAL-ESPERADO
                MOVE "Total no coincide con cierre." TO MOTIVO-GRUPO
                MOVE "TOTAL-NO-CUADRA" TO CODIGO-GRUPO
                PERFORM RECHAZAR-GRUPO
            WHEN OTHER
                PERFORM ACEPTAR-GRUPO
        END-EVALUATE
    END-IF.

ACEPTAR-GRUPO.
    PERFORM ESCRIBIR-PASO-ACEPTADO
        VARYING INDICE-PASO FROM 1 BY 1
        UNTIL INDICE-PASO > PASOS-GRUPO

    MOVE "S"               TO SG-TIPO-REGISTRO
    MOVE ID-GRUPO          TO SG-ID-GRUPO
    MOVE DESCRIPCION-GRUPO TO SG-DESCRIPCION
    MOVE PASOS-GRUPO       TO SG-CANTIDAD-PASOS
    MOVE ACUMULADOR-GRUPO  TO SG-SUBTOTAL
    WRITE SUBTOTAL-GRUPO-SALIDA
    ADD 1 TO CONTADOR-GRUPOS-ACEPTADOS

    MOVE SPACE TO CODIGO-GRUPO
    PERFORM REGISTRAR-CIERRE-GRUPO
    MOVE "N" TO GRUPO-ABIERTO-SW.

ESCRIBIR-PASO-ACEPTADO.
    ADD 1 TO CONTADOR-VALIDOS
    MOVE "P"                          TO PS-TIPO-REGISTRO
    MOVE ID-GRUPO                     TO PS-ID-GRUPO
    MOVE PG-OPERANDO-UNO(INDICE-PASO) TO PS-OPERANDO-UNO
    MOVE PG-OPERADOR(INDICE-PASO)     TO PS-OPERADOR
    MOVE PG-NUMERO-DOS(INDICE-PASO)   TO PS-NUMERO-DOS
    MOVE PG-RESULTADO(INDICE-PASO)    TO PS-RESULTADO
    WRITE PASO-GRUPO-SALIDA.

RECHAZAR-GRUPO.
    PERFORM ESCRIBIR-PASO-RECHAZADO
        VARYING INDICE-PASO FROM 1 BY 1
        UNTIL INDICE-PASO > PASOS-GRUPO

    MOVE "T"              TO CR-TIPO-REGISTRO
    MOVE ID-GRUPO         TO CR-ID-GRUPO
    MOVE ACUMULADOR-GRUPO TO CR-TOTAL-CALCULADO
    MOVE TOTAL-ESPERADO   TO CR-TOTAL-ESPERADO
    MOVE MOTIVO-GRUPO     TO CR-MOTIVO
    WRITE CIERRE-RECHAZADO-SALIDA
    ADD 1 TO CONTADOR-GRUPOS-RECHAZADOS

    PERFORM REGISTRAR-CIERRE-GRUPO
    MOVE "N" TO GRUPO-ABIERTO-SW.

ESCRIBIR-PASO-RECHAZADO.
    ADD 1 TO CONTADOR-RECHAZOS
    MOVE "P"                          TO PR-TIPO-REGISTRO
    MOVE ID-GRUPO                     TO PR-ID-GRUPO
    MOVE PG-OPERANDO-UNO(INDICE-PASO) TO PR-OPERANDO-UNO
    MOVE PG-OPERADOR(INDICE-PASO)     TO PR-OPERADOR
    MOVE PG-NUMERO-DOS(INDICE-PASO)   TO PR-NUMERO-DOS
    IF PG-MOTIVO(INDICE-PASO) = SPACE
        MOVE MOTIVO-GRUPO TO PR-MOTIVO
    ELSE
        MOVE PG-MOTIVO(INDICE-PASO) TO PR-MOTIVO
    END-IF
    WRITE PASO-RECHAZADO-SALIDA.

ESCRIBIR-PASO-EXCEDIDO.
    ADD 1 TO CONTADOR-RECHAZOS
    MOVE "P"            TO PR-TIPO-REGISTRO
    MOVE ID-GRUPO       TO PR-ID-GRUPO
    MOVE OPERANDO-UNO   TO PR-OPERANDO-UNO
    MOVE OPERADOR       TO PR-OPERADOR
    MOVE NUMERO-DOS     TO PR-NUMERO-DOS
    MOVE MOTIVO-RECHAZO TO PR-MOTIVO
    WRITE PASO-RECHAZADO-SALIDA.

REGISTRAR-CIERRE-GRUPO.
    MOVE 0                TO OPERANDO-UNO
    MOVE "="              TO OPERADOR
    MOVE 0                TO NUMERO-DOS
    MOVE ACUMULADOR-GRUPO TO RESULTADO
    MOVE CODIGO-GRUPO     TO CODIGO-ERROR
    MOVE ID-GRUPO         TO RB-ID-GRUPO
    PERFORM REGISTRAR-BITACORA.

CALCULAR-OPERACION.
    MOVE SPACE TO MOTIVO-RECHAZO
    MOVE SPACE TO CODIGO-ERROR
    MOVE 0 TO RESULTADO

    EVALUATE OPERADOR
        WHEN "+"
            COMPUTE RESULTADO = OPERANDO-UNO + NUMERO-DOS
                ON SIZE ERROR PERFORM RECHAZAR-DESBORDE
            END-COMPUTE
        WHEN "-"
            COMPUTE RESULTADO = OPERANDO-UNO - NUMERO-DOS
                ON SIZE ERROR PERFORM RECHAZAR-DESBORDE
            END-COMPUTE
        WHEN "*"
            COMPUTE RESULTADO = OPERANDO-UNO * NUMERO-DOS
                ON SIZE ERROR PERFORM RECHAZAR-DESBORDE
            END-COMPUTE
        WHEN "/"
            IF NUMERO-DOS NOT = 0
                COMPUTE RESULTADO = OPERANDO-UNO / NUMERO-DOS
                    ON SIZE ERROR PERFORM RECHAZAR-DESBORDE
                END-COMPUTE
            ELSE
                MOVE "División por cero." TO MOTIVO-RECHAZO
                MOVE "DIVISION-POR-CERO" TO CODIGO-ERROR
            END-IF
        WHEN "%"
            COMPUTE RESULTADO = OPERANDO-UNO * NUMERO-DOS / 100
                ON SIZE ERROR PERFORM RECHAZAR-DESBORDE
            END-COMPUTE
        WHEN "^"
            MOVE NUMERO-DOS TO EXPONENTE
            IF NUMERO-DOS NOT = EXPONENTE OR NUMERO-DOS < 0
                MOVE "Exponente no entero o negativo." TO MOTIVO-RECHAZO
                MOVE "EXPONENTE-NO-VALIDO" TO CODIGO-ERROR
            ELSE
                COMPUTE RESULTADO = OPERANDO-UNO ** EXPONENTE
                    ON SIZE ERROR PERFORM RECHAZAR-DESBORDE
                END-COMPUTE
            END-IF
        WHEN OTHER
            MOVE "Operador no válido." TO MOTIVO-RECHAZO
            MOVE "OPERADOR-NO-VALIDO" TO CODIGO-ERROR
    END-EVALUATE.

RECHAZAR-DESBORDE.
    MOVE 0 TO RESULTADO
    MOVE "Desbordamiento en resultado." TO MOTIVO-RECHAZO
    MOVE "DESBORDAMIENTO" TO CODIGO-ERROR.

ESCRIBIR-RESULTADO.
    ADD 1 TO CONTADOR-VALIDOS
        INTO RB-TIMESTAMP
    END-STRING

    IF OPERANDO-UNO > 99999.99 OR OPERANDO-UNO < -99999.99
        MOVE ALL "*" TO RB-NUMERO-UNO-X
    ELSE
        MOVE OPERANDO-UNO TO RB-NUMERO-UNO
    END-IF
    MOVE OPERADOR      TO RB-OPERADOR
    MOVE NUMERO-DOS    TO RB-NUMERO-DOS
    MOVE RESULTADO     TO RB-RESULTADO
