DATA DIVISION.
FILE SECTION.
FD  ARCHIVO-BITACORA.
01  LINEA-BITACORA        PIC X(90).

FD  ARCHIVO-ESTADISTICAS.
01  LINEA-ESTADISTICAS    PIC X(80).
    05 RB-RESULTADO      PIC X(15).
    05 FILLER            PIC X(1).
    05 RB-CODIGO-ERROR   PIC X(20).
    05 FILLER            PIC X(1).
    05 RB-ID-GRUPO       PIC X(8).

01 CONTADORES-GENERALES.
    05 CONT-LEIDOS        PIC 9(7) VALUE 0.
    05 CONT-ERRORES       PIC 9(7) VALUE 0.
    05 CONT-CIERRES-GRUPO PIC 9(7) VALUE 0.
    05 CONT-GRUPOS-ACEPTADOS  PIC 9(7) VALUE 0.
    05 CONT-GRUPOS-RECHAZADOS PIC 9(7) VALUE 0.
    05 CONT-GRUPOS-SIN-LUGAR  PIC 9(7) VALUE 0.

01 CONTADORES-OPERADOR.
    05 CONT-SUMAS         PIC 9(7) VALUE 0.
    05 CONT-ERR-OPERADOR  PIC 9(7) VALUE 0.
    05 CONT-ERR-DESBORDE  PIC 9(7) VALUE 0.
    05 CONT-ERR-EXPONENTE PIC 9(7) VALUE 0.
    05 CONT-ERR-FUERA-GRUPO PIC 9(7) VALUE 0.
    05 CONT-ERR-OTROS     PIC 9(7) VALUE 0.

01 TABLA-HORAS.
    05 MES-OPERACIONES    PIC 9(7) VALUE 0.
    05 MES-ERRORES        PIC 9(7) VALUE 0.

01 MAXIMO-GRUPOS      PIC 9(3) VALUE 500.
01 CANTIDAD-GRUPOS    PIC 9(3) VALUE 0.
01 INDICE-GRUPO       PIC 9(3) VALUE 0.
01 GRUPO-ENCONTRADO   PIC X(1) VALUE "N".
    88 HAY-GRUPO-ENCONTRADO VALUE "S".
01 TABLA-GRUPOS.
    05 GRUPO OCCURS 500 TIMES.
        10 GR-ID-GRUPO       PIC X(8).
        10 GR-OPERACIONES    PIC 9(7).
        10 GR-ERRORES        PIC 9(7).
        10 GR-ESTADO         PIC X(10).
        10 GR-TOTAL          PIC X(15).

01 INDICE-HORA        PIC 9(2) VALUE 0.
01 HORA-REGISTRO      PIC 9(2) VALUE 0.
01 HORA-PICO          PIC 9(2) VALUE 0.
    05 FILLER             PIC X(2) VALUE " %".
    05 FILLER             PIC X(46) VALUE SPACE.

01 DETALLE-GRUPO.
    05 DG-ID-GRUPO        PIC X(8).
    05 FILLER             PIC X(2) VALUE SPACE.
    05 FILLER             PIC X(13) VALUE "OPERACIONES: ".
    05 DG-OPERACIONES     PIC Z(6)9.
    05 FILLER             PIC X(2) VALUE SPACE.
    05 FILLER             PIC X(9) VALUE "ERRORES: ".
    05 DG-ERRORES         PIC Z(6)9.
    05 FILLER             PIC X(2) VALUE SPACE.
    05 DG-ESTADO          PIC X(10).
    05 FILLER             PIC X(1) VALUE SPACE.
    05 DG-TOTAL           PIC X(15).
    05 FILLER             PIC X(4) VALUE SPACE.

PROCEDURE DIVISION.
    PERFORM ABRIR-ARCHIVOS
    PERFORM PROCESAR-REGISTRO UNTIL HAY-FIN-ARCHIVO
    MOVE LINEA-BITACORA TO REGISTRO-BITACORA
    ADD 1 TO CONT-LEIDOS

    IF RB-OPERADOR = "=" AND RB-ID-GRUPO NOT = SPACE
        PERFORM ACUMULAR-CIERRE-GRUPO
    ELSE
        PERFORM ACUMULAR-PERIODOS
        PERFORM ACUMULAR-OPERADOR
        PERFORM ACUMULAR-ERRORES
        PERFORM ACUMULAR-HORA
        IF RB-ID-GRUPO NOT = SPACE
            PERFORM ACUMULAR-GRUPO
        END-IF
    END-IF

    READ ARCHIVO-BITACORA
        AT END SET HAY-FIN-ARCHIVO TO TRUE
        WHEN "EXPONENTE-NO-VALIDO"
            ADD 1 TO CONT-ERRORES
            ADD 1 TO CONT-ERR-EXPONENTE
        WHEN "FUERA-DE-GRUPO"
            ADD 1 TO CONT-ERRORES
            ADD 1 TO CONT-ERR-FUERA-GRUPO
        WHEN OTHER
            ADD 1 TO CONT-ERRORES
            ADD 1 TO CONT-ERR-OTROS
        END-IF
    END-IF.

ACUMULAR-GRUPO.
    PERFORM BUSCAR-GRUPO
    IF HAY-GRUPO-ENCONTRADO
        ADD 1 TO GR-OPERACIONES(INDICE-GRUPO)
        IF RB-CODIGO-ERROR NOT = SPACE
            ADD 1 TO GR-ERRORES(INDICE-GRUPO)
        END-IF
    END-IF.

ACUMULAR-CIERRE-GRUPO.
    ADD 1 TO CONT-CIERRES-GRUPO
    IF RB-CODIGO-ERROR = SPACE
        ADD 1 TO CONT-GRUPOS-ACEPTADOS
    ELSE
        ADD 1 TO CONT-GRUPOS-RECHAZADOS
    END-IF
    PERFORM BUSCAR-GRUPO
    IF HAY-GRUPO-ENCONTRADO
        MOVE RB-RESULTADO TO GR-TOTAL(INDICE-GRUPO)
        IF RB-CODIGO-ERROR = SPACE
            MOVE "ACEPTADO" TO GR-ESTADO(INDICE-GRUPO)
        ELSE
            MOVE "RECHAZADO" TO GR-ESTADO(INDICE-GRUPO)
        END-IF
    END-IF.

BUSCAR-GRUPO.
    MOVE "N" TO GRUPO-ENCONTRADO
    MOVE 1 TO INDICE-GRUPO
    PERFORM COMPARAR-GRUPO
        UNTIL HAY-GRUPO-ENCONTRADO OR INDICE-GRUPO > CANTIDAD-GRUPOS
    IF NOT HAY-GRUPO-ENCONTRADO
        IF CANTIDAD-GRUPOS < MAXIMO-GRUPOS
            ADD 1 TO CANTIDAD-GRUPOS
            MOVE CANTIDAD-GRUPOS TO INDICE-GRUPO
            MOVE RB-ID-GRUPO TO GR-ID-GRUPO(INDICE-GRUPO)
            MOVE 0 TO GR-OPERACIONES(INDICE-GRUPO)
            MOVE 0 TO GR-ERRORES(INDICE-GRUPO)
            MOVE "SIN CIERRE" TO GR-ESTADO(INDICE-GRUPO)
            MOVE SPACE TO GR-TOTAL(INDICE-GRUPO)
            SET HAY-GRUPO-ENCONTRADO TO TRUE
        ELSE
            ADD 1 TO CONT-GRUPOS-SIN-LUGAR
        END-IF
    END-IF.

COMPARAR-GRUPO.
    IF GR-ID-GRUPO(INDICE-GRUPO) = RB-ID-GRUPO
        SET HAY-GRUPO-ENCONTRADO TO TRUE
    ELSE
        ADD 1 TO INDICE-GRUPO
    END-IF.

ESCRIBIR-CORTE-DIARIO.
    IF DIA-ACTUAL NOT = SPACE
        MOVE DIA-ACTUAL TO DP-PERIODO
    MOVE "EXPONENTE-NO-VALIDO..." TO DC-ETIQUETA
    MOVE CONT-ERR-EXPONENTE TO DC-CANTIDAD
    WRITE LINEA-ESTADISTICAS FROM DETALLE-CONTADOR
    MOVE "FUERA-DE-GRUPO........" TO DC-ETIQUETA
    MOVE CONT-ERR-FUERA-GRUPO TO DC-CANTIDAD
    WRITE LINEA-ESTADISTICAS FROM DETALLE-CONTADOR
    MOVE "OTROS CODIGOS........." TO DC-ETIQUETA
    MOVE CONT-ERR-OTROS TO DC-CANTIDAD
    WRITE LINEA-ESTADISTICAS FROM DETALLE-CONTADOR
    MOVE HORA-PICO TO DC-CANTIDAD
    WRITE LINEA-ESTADISTICAS FROM DETALLE-CONTADOR

    IF CONT-LEIDOS > CONT-CIERRES-GRUPO
        COMPUTE TASA-RECHAZO ROUNDED =
            (CONT-ERRORES * 100) / (CONT-LEIDOS - CONT-CIERRES-GRUPO)
    ELSE
        MOVE 0 TO TASA-RECHAZO
    END-IF
    MOVE TASA-RECHAZO TO DT-TASA
    WRITE LINEA-ESTADISTICAS FROM DETALLE-TASA

    MOVE "RESUMEN POR GRUPO:" TO LINEA-SECCION
    WRITE LINEA-ESTADISTICAS FROM LINEA-SECCION
    MOVE 1 TO INDICE-GRUPO
    PERFORM ESCRIBIR-GRUPO UNTIL INDICE-GRUPO > CANTIDAD-GRUPOS
    MOVE "GRUPOS ACEPTADOS......" TO DC-ETIQUETA
    MOVE CONT-GRUPOS-ACEPTADOS TO DC-CANTIDAD
    WRITE LINEA-ESTADISTICAS FROM DETALLE-CONTADOR
    MOVE "GRUPOS RECHAZADOS....." TO DC-ETIQUETA
    MOVE CONT-GRUPOS-RECHAZADOS TO DC-CANTIDAD
    WRITE LINEA-ESTADISTICAS FROM DETALLE-CONTADOR
    IF CONT-GRUPOS-SIN-LUGAR > 0
        MOVE "REG. GRUPO SIN LUGAR.." TO DC-ETIQUETA
        MOVE CONT-GRUPOS-SIN-LUGAR TO DC-CANTIDAD
        WRITE LINEA-ESTADISTICAS FROM DETALLE-CONTADOR
    END-IF.

ESCRIBIR-GRUPO.
    MOVE GR-ID-GRUPO(INDICE-GRUPO)    TO DG-ID-GRUPO
    MOVE GR-OPERACIONES(INDICE-GRUPO) TO DG-OPERACIONES
    MOVE GR-ERRORES(INDICE-GRUPO)     TO DG-ERRORES
    MOVE GR-ESTADO(INDICE-GRUPO)      TO DG-ESTADO
    MOVE GR-TOTAL(INDICE-GRUPO)       TO DG-TOTAL
    WRITE LINEA-ESTADISTICAS FROM DETALLE-GRUPO
    ADD 1 TO INDICE-GRUPO.

ESCRIBIR-HORA.
    IF CONT-HORA(INDICE-HORA) > 0
