DATA DIVISION.
FILE SECTION.
FD  ARCHIVO-BITACORA.
01  LINEA-BITACORA        PIC X(90).

WORKING-STORAGE SECTION.
01 NUMERO-UNO    PIC S9(5)V99 VALUE 0.
01 EXPONENTE     PIC S9(5) VALUE 0.
01 FS-BITACORA   PIC X(2) VALUE "00".

01 MEMORIA           PIC S9(11)V99 VALUE 0.
01 ULTIMO-RESULTADO  PIC S9(11)V99 VALUE 0.
01 HAY-ULTIMO-SW     PIC X(1) VALUE "N".
    88 HAY-ULTIMO-RESULTADO VALUE "S".
01 VALOR-RECUPERADO  PIC S9(11)V99 VALUE 0.
01 OPERANDO          PIC S9(5)V99 VALUE 0.
01 OPERANDO-VALIDO-SW PIC X(1) VALUE "N".
    88 OPERANDO-VALIDO VALUE "S".
01 ETIQUETA-OPERANDO PIC X(30) VALUE SPACE.
01 ORIGEN-OPERANDO   PIC X(1) VALUE SPACE.
01 OPCION-MEMORIA    PIC X(1) VALUE SPACE.
01 OPCION-CONTINUAR  PIC X(1) VALUE SPACE.
01 FIN-SESION-SW     PIC X(1) VALUE "N".
    88 FIN-SESION    VALUE "S".
01 VALOR-MOSTRADO    PIC -(11)9.99.

01 FECHA-SISTEMA.
    05 FS-ANIO          PIC 9(4).
    05 FS-MES           PIC 9(2).
    05 RB-RESULTADO      PIC -(11)9.99.
    05 FILLER            PIC X(1) VALUE SPACE.
    05 RB-CODIGO-ERROR   PIC X(20).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 RB-ID-GRUPO       PIC X(8) VALUE SPACE.

PROCEDURE DIVISION.
    DISPLAY "Programa Calculadora Simple".

    PERFORM REALIZAR-CALCULO UNTIL FIN-SESION.

    STOP RUN.

REALIZAR-CALCULO.
    MOVE "Introduce el primer número: " TO ETIQUETA-OPERANDO
    MOVE "N" TO OPERANDO-VALIDO-SW
    PERFORM OBTENER-OPERANDO UNTIL OPERANDO-VALIDO
    MOVE OPERANDO TO NUMERO-UNO

    DISPLAY "Introduce el operador (+, -, *, /, %, ^): "
    ACCEPT OPERADOR

    MOVE "Introduce el segundo número: " TO ETIQUETA-OPERANDO
    MOVE "N" TO OPERANDO-VALIDO-SW
    PERFORM OBTENER-OPERANDO UNTIL OPERANDO-VALIDO
    MOVE OPERANDO TO NUMERO-DOS

    MOVE SPACE TO CODIGO-ERROR
    MOVE 0 TO RESULTADO
        WHEN OTHER
            DISPLAY "Operador no válido."
            MOVE "OPERADOR-NO-VALIDO" TO CODIGO-ERROR
    END-EVALUATE

    IF CODIGO-ERROR = SPACE
        DISPLAY "Resultado: ", RESULTADO
        MOVE RESULTADO TO ULTIMO-RESULTADO
        SET HAY-ULTIMO-RESULTADO TO TRUE
    END-IF

    PERFORM REGISTRAR-BITACORA
    PERFORM ACTUALIZAR-MEMORIA

    DISPLAY "¿Otra operación? (S/N): "
    ACCEPT OPCION-CONTINUAR
    IF OPCION-CONTINUAR NOT = "S" AND OPCION-CONTINUAR NOT = "s"
        SET FIN-SESION TO TRUE
    END-IF.

OBTENER-OPERANDO.
    DISPLAY ETIQUETA-OPERANDO
    DISPLAY "(Intro = teclear, M = memoria, U = último resultado): "
    ACCEPT ORIGEN-OPERANDO
    EVALUATE ORIGEN-OPERANDO
        WHEN SPACE
            DISPLAY "Número: "
            ACCEPT OPERANDO
            SET OPERANDO-VALIDO TO TRUE
        WHEN "M"
        WHEN "m"
            MOVE MEMORIA TO VALOR-RECUPERADO
            PERFORM VALIDAR-VALOR-RECUPERADO
        WHEN "U"
        WHEN "u"
            IF HAY-ULTIMO-RESULTADO
                MOVE ULTIMO-RESULTADO TO VALOR-RECUPERADO
                PERFORM VALIDAR-VALOR-RECUPERADO
            ELSE
                DISPLAY "Error: No hay resultado anterior."
            END-IF
        WHEN OTHER
            DISPLAY "Opción no válida."
    END-EVALUATE.

VALIDAR-VALOR-RECUPERADO.
    IF VALOR-RECUPERADO > 99999.99 OR VALOR-RECUPERADO < -99999.99
        DISPLAY "Error: El valor no cabe en el operando."
    ELSE
        MOVE VALOR-RECUPERADO TO OPERANDO
        MOVE OPERANDO TO VALOR-MOSTRADO
        DISPLAY "Valor: " VALOR-MOSTRADO
        SET OPERANDO-VALIDO TO TRUE
    END-IF.

ACTUALIZAR-MEMORIA.
    DISPLAY "Memoria (G = guardar resultado, B = borrar, Intro = sin cambio): "
    ACCEPT OPCION-MEMORIA
    EVALUATE OPCION-MEMORIA
        WHEN "G"
        WHEN "g"
            IF CODIGO-ERROR = SPACE
                MOVE RESULTADO TO MEMORIA
            ELSE
                DISPLAY "Error: No hay resultado que guardar."
            END-IF
        WHEN "B"
        WHEN "b"
            MOVE 0 TO MEMORIA
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    MOVE MEMORIA TO VALOR-MOSTRADO
    DISPLAY "Memoria: " VALOR-MOSTRADO.

REGISTRAR-BITACORA.
    ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
