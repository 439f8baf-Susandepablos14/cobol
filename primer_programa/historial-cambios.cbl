IDENTIFICATION DIVISION.
PROGRAM-ID. HISTORIAL-CAMBIOS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVO-CAMBIOS ASSIGN TO "..\cambios_clientes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CAMBIOS.
    SELECT ARCHIVO-SPOOL ASSIGN TO NOMBRE-ARCHIVO-SPOOL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SPOOL.

DATA DIVISION.
FILE SECTION.
*> Historial de cambios no monetarios del maestro de clientes, el
*> mismo trazado que escriben MENU-CLIENTES y LOTE-INACTIVIDAD
FD ARCHIVO-CAMBIOS.
01 REGISTRO-CAMBIO.
   05 ID-CLIENTE-CAMBIO     PIC 9(5).
   05 CAMPO-CAMBIO          PIC X(20).
   05 VALOR-ANTERIOR-CAMBIO PIC X(40).
   05 VALOR-NUEVO-CAMBIO    PIC X(40).
   05 FECHA-CAMBIO          PIC 9(8).
   05 HORA-CAMBIO           PIC 9(6).
   05 OPERADOR-CAMBIO       PIC X(8).
   05 PROGRAMA-CAMBIO       PIC X(16).

FD ARCHIVO-SPOOL.
01 LINEA-SPOOL PIC X(100).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-CAMBIOS       PIC XX.
01 ESTADO-SPOOL         PIC XX.

*> Criterio de seleccion elegido (1=cliente, 2=operador, 3=rango de
*> fechas) y el valor a buscar
01 CRITERIO-SELECCION   PIC 9.
01 ID-BUSCADO           PIC 9(5).
01 OPERADOR-BUSCADO     PIC X(8).
01 FECHA-DESDE          PIC 9(8).
01 FECHA-HASTA          PIC 9(8).
01 FECHA-HOY            PIC 9(8).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).
01 TITULO-SELECCION     PIC X(60).

*> Contadores del resumen final
01 TOTAL-LEIDOS         PIC 9(7).
01 TOTAL-LISTADOS       PIC 9(7).
01 CAMBIO-SELECCIONADO  PIC X.

PROCEDURE DIVISION.

*> Lista los cambios de datos de clientes registrados en
*> cambios_clientes.txt (nombre, correo, telefono, limite de credito,
*> categoria, estado y marca de inactividad) para un cliente, para un
*> operador o para un rango de fechas, con el valor anterior y el
*> nuevo de cada campo, quien lo cambio, cuando y desde que programa.
*> El reporte queda en historial_cambios_AAAAMMDD.txt.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= HISTORIAL DE CAMBIOS DE CLIENTES ======="
    MOVE 0 TO TOTAL-LEIDOS
    MOVE 0 TO TOTAL-LISTADOS
    ACCEPT FECHA-HOY FROM DATE YYYYMMDD

    PERFORM PEDIR-CRITERIO-SELECCION

    OPEN INPUT ARCHIVO-CAMBIOS
    IF ESTADO-CAMBIOS NOT = "00"
        CLOSE ARCHIVO-CAMBIOS
        DISPLAY "Todavia no hay cambios de clientes registrados."
    ELSE
        MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
        STRING "..\historial_cambios_" DELIMITED BY SIZE
            FECHA-HOY DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO NOMBRE-ARCHIVO-SPOOL

        OPEN OUTPUT ARCHIVO-SPOOL
        IF ESTADO-SPOOL NOT = "00"
            DISPLAY "No se pudo crear el reporte de cambios. "
                "Fin del proceso."
        ELSE
            PERFORM ESCRIBIR-ENCABEZADO-REPORTE

            PERFORM UNTIL ESTADO-CAMBIOS = "10"
                READ ARCHIVO-CAMBIOS
                    AT END MOVE "10" TO ESTADO-CAMBIOS
                    NOT AT END
                        ADD 1 TO TOTAL-LEIDOS
                        PERFORM EVALUAR-CAMBIO
                END-READ
            END-PERFORM

            MOVE "----------------------------------------------------"
                TO LINEA-SPOOL
            WRITE LINEA-SPOOL
            MOVE SPACES TO LINEA-SPOOL
            STRING "Cambios listados: " DELIMITED BY SIZE
                TOTAL-LISTADOS DELIMITED BY SIZE
                INTO LINEA-SPOOL
            WRITE LINEA-SPOOL
            CLOSE ARCHIVO-SPOOL

            DISPLAY "-----------------------------"
            DISPLAY "Cambios revisados: " TOTAL-LEIDOS
            DISPLAY "Cambios listados: " TOTAL-LISTADOS
            DISPLAY "Reporte de salida: " NOMBRE-ARCHIVO-SPOOL
        END-IF
        CLOSE ARCHIVO-CAMBIOS
    END-IF

    STOP RUN.

*> Pide el criterio de seleccion y el valor correspondiente: el ID
*> del cliente, el codigo del operador, o las fechas desde y hasta
*> (AAAAMMDD, ambas incluidas)
PEDIR-CRITERIO-SELECCION.
    MOVE 0 TO CRITERIO-SELECCION
    PERFORM UNTIL CRITERIO-SELECCION >= 1 AND CRITERIO-SELECCION <= 3
        DISPLAY "Listar cambios por:"
        DISPLAY "1. Cliente"
        DISPLAY "2. Operador"
        DISPLAY "3. Rango de fechas"
        DISPLAY "Seleccione una opcion (1-3):"
        ACCEPT CRITERIO-SELECCION
        IF CRITERIO-SELECCION < 1 OR CRITERIO-SELECCION > 3
            DISPLAY "Opcion invalida. Intente nuevamente."
        END-IF
    END-PERFORM

    MOVE SPACES TO TITULO-SELECCION
    EVALUATE CRITERIO-SELECCION
        WHEN 1
            MOVE 0 TO ID-BUSCADO
            PERFORM UNTIL ID-BUSCADO NOT = 0
                DISPLAY "Ingrese el ID del cliente:"
                ACCEPT ID-BUSCADO
                IF ID-BUSCADO = 0
                    DISPLAY "El ID ingresado no es valido."
                END-IF
            END-PERFORM
            STRING "Cliente " DELIMITED BY SIZE
                ID-BUSCADO DELIMITED BY SIZE
                INTO TITULO-SELECCION
        WHEN 2
            MOVE SPACES TO OPERADOR-BUSCADO
            PERFORM UNTIL OPERADOR-BUSCADO NOT = SPACES
                DISPLAY "Ingrese el codigo del operador:"
                ACCEPT OPERADOR-BUSCADO
                MOVE FUNCTION UPPER-CASE(OPERADOR-BUSCADO)
                    TO OPERADOR-BUSCADO
            END-PERFORM
            STRING "Operador " DELIMITED BY SIZE
                OPERADOR-BUSCADO DELIMITED BY SIZE
                INTO TITULO-SELECCION
        WHEN OTHER
            MOVE 0 TO FECHA-DESDE
            PERFORM UNTIL FECHA-DESDE NOT = 0
                DISPLAY "Fecha desde (AAAAMMDD):"
                ACCEPT FECHA-DESDE
                IF FECHA-DESDE = 0
                    DISPLAY "La fecha no es valida."
                END-IF
            END-PERFORM
            MOVE 0 TO FECHA-HASTA
            PERFORM UNTIL FECHA-HASTA >= FECHA-DESDE
                DISPLAY "Fecha hasta (AAAAMMDD):"
                ACCEPT FECHA-HASTA
                IF FECHA-HASTA < FECHA-DESDE
                    DISPLAY "La fecha hasta no puede ser anterior a "
                        "la fecha desde."
                END-IF
            END-PERFORM
            STRING "Fechas del " DELIMITED BY SIZE
                FECHA-DESDE DELIMITED BY SIZE
                " al " DELIMITED BY SIZE
                FECHA-HASTA DELIMITED BY SIZE
                INTO TITULO-SELECCION
    END-EVALUATE
    .

*> Decide si el cambio leido entra en la seleccion y, si entra, lo
*> escribe en el reporte
EVALUAR-CAMBIO.
    MOVE "N" TO CAMBIO-SELECCIONADO
    EVALUATE CRITERIO-SELECCION
        WHEN 1
            IF ID-CLIENTE-CAMBIO = ID-BUSCADO
                MOVE "S" TO CAMBIO-SELECCIONADO
            END-IF
        WHEN 2
            IF OPERADOR-CAMBIO = OPERADOR-BUSCADO
                MOVE "S" TO CAMBIO-SELECCIONADO
            END-IF
        WHEN OTHER
            IF FECHA-CAMBIO >= FECHA-DESDE
                AND FECHA-CAMBIO <= FECHA-HASTA
                MOVE "S" TO CAMBIO-SELECCIONADO
            END-IF
    END-EVALUATE

    IF CAMBIO-SELECCIONADO = "S"
        ADD 1 TO TOTAL-LISTADOS
        PERFORM ESCRIBIR-CAMBIO
    END-IF
    .

*> Escribe el encabezado del reporte con el criterio elegido
ESCRIBIR-ENCABEZADO-REPORTE.
    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING
        "HISTORIAL DE CAMBIOS DE CLIENTES AL " DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE TITULO-SELECCION TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "Fecha     Hora    ID     Campo                Operador Programa"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Escribe el cambio leido: una linea con fecha, hora, cliente,
*> campo, operador y programa, y debajo el valor anterior y el nuevo
ESCRIBIR-CAMBIO.
    MOVE SPACES TO LINEA-SPOOL
    STRING
        FECHA-CAMBIO DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        HORA-CAMBIO DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        ID-CLIENTE-CAMBIO DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        CAMPO-CAMBIO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        OPERADOR-CAMBIO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        PROGRAMA-CAMBIO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE SPACES TO LINEA-SPOOL
    STRING
        "      Anterior: " DELIMITED BY SIZE
        VALOR-ANTERIOR-CAMBIO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE SPACES TO LINEA-SPOOL
    STRING
        "      Nuevo:    " DELIMITED BY SIZE
        VALOR-NUEVO-CAMBIO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .
