IDENTIFICATION DIVISION.
PROGRAM-ID. ANTIGUEDAD-NEGATIVOS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVO-CLIENTES ASSIGN TO "..\clientes.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ID-CLIENTE
        ALTERNATE RECORD KEY IS CORREO WITH DUPLICATES
        ALTERNATE RECORD KEY IS TELEFONO WITH DUPLICATES
        FILE STATUS IS ESTADO-ARCHIVO.
    SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO "..\movimientos.txt"
        FILE STATUS IS ESTADO-MOVIMIENTO.
    SELECT ARCHIVO-MOV-PERIODO ASSIGN TO NOMBRE-ARCHIVO-PERIODO
        FILE STATUS IS ESTADO-MOV-PERIODO.
    SELECT ARCHIVO-SALDOS ASSIGN TO NOMBRE-ARCHIVO-SALDOS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SALDOS.
    SELECT ARCHIVO-SPOOL ASSIGN TO NOMBRE-ARCHIVO-SPOOL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SPOOL.
    SELECT ARCHIVO-CSV ASSIGN TO NOMBRE-ARCHIVO-CSV
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CSV.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-CLIENTES.
01 REGISTRO-CLIENTE.
   05 ID-CLIENTE         PIC 9(5).
   05 NOMBRE             PIC X(30).
   05 CORREO             PIC X(40).
   05 TELEFONO           PIC X(15).
   05 SALDO              PIC S9(5)V99.
   05 ESTADO-CLIENTE     PIC X.
      88 CLIENTE-ACTIVO       VALUE "A".
      88 CLIENTE-INACTIVO     VALUE "I".
   05 LIMITE-CREDITO     PIC S9(5)V99.
   05 CATEGORIA-CLIENTE  PIC X.
      88 CATEGORIA-GENERAL     VALUE "G".
      88 CATEGORIA-COMERCIAL   VALUE "C".
   05 MARCA-INACTIVIDAD  PIC X.
      88 CLIENTE-DORMIDO       VALUE "D".

FD ARCHIVO-MOVIMIENTOS.
01 REGISTRO-MOVIMIENTO.
   05 ID-CLIENTE-MOV      PIC 9(5).
   05 SECUENCIA-MOV       PIC 9(7).
   05 FECHA-MOV           PIC 9(8).
   05 SALDO-ANTERIOR-MOV  PIC S9(5)V99.
   05 SALDO-NUEVO-MOV     PIC S9(5)V99.
   05 TIPO-MOV            PIC XX.
   05 OPERADOR-MOV        PIC X(8).
   05 REFERENCIA-MOV      PIC 9(7).
   05 SALTO-MOV           PIC X VALUE X"0A".

*> Archivo historico de movimientos de un periodo cerrado por
*> ARCHIVAR-MOVIMIENTOS; mismo trazado que REGISTRO-MOVIMIENTO
FD ARCHIVO-MOV-PERIODO.
01 REGISTRO-MOV-PERIODO PIC X(52).

*> Foto de saldos de cierre de un periodo (saldos_AAAAMM.txt escrito
*> por ARCHIVAR-MOVIMIENTOS)
FD ARCHIVO-SALDOS.
01 REGISTRO-SALDO-CIERRE.
   05 ID-CLIENTE-SAL      PIC 9(5).
   05 SALDO-CIERRE-SAL    PIC S9(5)V99.

FD ARCHIVO-SPOOL.
01 LINEA-SPOOL PIC X(100).

FD ARCHIVO-CSV.
01 LINEA-CSV PIC X(150).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-ARCHIVO       PIC XX.
01 ESTADO-MOVIMIENTO    PIC XX.
01 ESTADO-MOV-PERIODO   PIC XX.
01 ESTADO-SALDOS        PIC XX.
01 ESTADO-SPOOL         PIC XX.
01 ESTADO-CSV           PIC XX.

*> Fecha del reporte y recorrido de los periodos historicos
01 FECHA-HOY            PIC 9(8).
01 DIA-HOY              PIC 9(7).
01 PERIODO-HOY          PIC 9(6).
01 PERIODO-CONSULTA     PIC 9(6).
01 PERIODO-SIGUIENTE    PIC 9(6).
01 FECHA-FIN-PERIODO    PIC 9(8).
01 NOMBRE-ARCHIVO-PERIODO PIC X(40).
01 NOMBRE-ARCHIVO-SALDOS PIC X(40).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).
01 NOMBRE-ARCHIVO-CSV   PIC X(40).

*> Por cada ID-CLIENTE posible: fecha desde la que su saldo esta
*> negativo sin interrupcion (cero si hoy no lo esta) y fecha de su
*> ultimo deposito
01 TABLA-NEGATIVO-DESDE.
   05 NEGATIVO-DESDE OCCURS 99999 TIMES PIC 9(8).
01 TABLA-ULTIMO-DEPOSITO.
   05 ULTIMO-DEPOSITO OCCURS 99999 TIMES PIC 9(8).
01 INDICE-FECHA         PIC 9(6).

*> Los tramos de antiguedad en el orden en que se imprimen
01 NOMBRES-TRAMOS.
   05 FILLER            PIC X(16) VALUE "AL DIA".
   05 FILLER            PIC X(16) VALUE "1 A 30 DIAS".
   05 FILLER            PIC X(16) VALUE "31 A 60 DIAS".
   05 FILLER            PIC X(16) VALUE "61 A 90 DIAS".
   05 FILLER            PIC X(16) VALUE "MAS DE 90 DIAS".
01 TABLA-TRAMOS REDEFINES NOMBRES-TRAMOS.
   05 NOMBRE-TRAMO OCCURS 5 TIMES PIC X(16).
01 INDICE-TRAMO         PIC 9.

*> Clientes activos con saldo negativo, en orden de ID
01 TABLA-ANTIGUEDAD.
   05 ANTIGUEDAD-ENTRADA OCCURS 5000 TIMES.
      10 ANT-ID            PIC 9(5).
      10 ANT-NOMBRE        PIC X(30).
      10 ANT-CATEGORIA     PIC X.
      10 ANT-SALDO         PIC S9(5)V99.
      10 ANT-LIMITE        PIC S9(5)V99.
      10 ANT-DESDE         PIC 9(8).
      10 ANT-DIAS          PIC 9(5).
      10 ANT-DEPOSITO      PIC 9(8).
      10 ANT-TRAMO         PIC 9.
01 TOTAL-ANTIGUEDAD     PIC 9(4).
01 DESBORDE-ANTIGUEDAD  PIC X.
01 INDICE-ANTIGUEDAD    PIC 9(4).
01 DIAS-NEGATIVO        PIC 9(5).

*> Totales por tramo y por categoria (1 = G, 2 = C) y tramo
01 TOTALES-TRAMO.
   05 TOTAL-TRAMO-ENTRADA OCCURS 5 TIMES.
      10 TTR-CUENTA        PIC 9(5).
      10 TTR-SALDO         PIC S9(9)V99.
01 TOTALES-CATEGORIA.
   05 TOTAL-CATEGORIA-ENTRADA OCCURS 2 TIMES.
      10 TCA-TRAMO OCCURS 5 TIMES.
         15 TCA-CUENTA     PIC 9(5).
         15 TCA-SALDO      PIC S9(9)V99.
      10 TCA-CUENTA-TOTAL  PIC 9(5).
      10 TCA-SALDO-TOTAL   PIC S9(9)V99.
01 INDICE-CATEGORIA     PIC 9.
01 LETRA-CATEGORIA      PIC X.
01 GRAN-TOTAL-CUENTA    PIC 9(5).
01 GRAN-TOTAL-SALDO     PIC S9(9)V99.

*> Variables de formato para las lineas del reporte y del CSV
01 SALDO-EDITADO        PIC -Z(5).99.
01 LIMITE-EDITADO       PIC -Z(5).99.
01 TOTAL-EDITADO        PIC -Z(9).99.
01 CUENTA-EDITADA       PIC Z(4)9.
01 DIAS-EDITADOS        PIC Z(4)9.
01 TEXTO-DEPOSITO       PIC X(8).

PROCEDURE DIVISION.

*> Antiguedad de los saldos negativos para cobranzas: reconstruye
*> desde el historico movimientos_AAAAMM.txt, las fotos de cierre
*> saldos_AAAAMM.txt y el archivo activo la fecha desde la que cada
*> cliente esta negativo sin interrupcion, y reparte a los clientes
*> activos con saldo negativo en tramos (al dia, 1-30, 31-60, 61-90 y
*> mas de 90 dias) con saldo, limite de credito, categoria y fecha
*> del ultimo deposito. Cierra con totales por tramo y por
*> categoria. El reporte queda en antiguedad_negativos_AAAAMMDD.txt
*> y una copia para cobranzas en antiguedad_negativos_AAAAMMDD.csv.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= ANTIGUEDAD DE SALDOS NEGATIVOS ======="

    ACCEPT FECHA-HOY FROM DATE YYYYMMDD
    MOVE FECHA-HOY(1:6) TO PERIODO-HOY
    COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY)

    PERFORM RECONSTRUIR-HISTORIA

    PERFORM CARGAR-CLIENTES-NEGATIVOS
    IF ESTADO-ARCHIVO = "99"
        DISPLAY "No se pudo abrir clientes.txt. Fin del proceso."
        STOP RUN
    END-IF

    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING "..\antiguedad_negativos_" DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SPOOL
    MOVE SPACES TO NOMBRE-ARCHIVO-CSV
    STRING "..\antiguedad_negativos_" DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        ".csv" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-CSV

    OPEN OUTPUT ARCHIVO-SPOOL
    IF ESTADO-SPOOL NOT = "00"
        DISPLAY "No se pudo crear el reporte de antiguedad. "
            "Fin del proceso."
    ELSE
        PERFORM ESCRIBIR-REPORTE-ANTIGUEDAD
        CLOSE ARCHIVO-SPOOL
        PERFORM ESCRIBIR-CSV-ANTIGUEDAD

        DISPLAY "-----------------------------"
        DISPLAY "Clientes con saldo negativo: " TOTAL-ANTIGUEDAD
        DISPLAY "Reporte de salida: " NOMBRE-ARCHIVO-SPOOL
        DISPLAY "Copia para cobranzas: " NOMBRE-ARCHIVO-CSV
    END-IF

    STOP RUN.

*> Recorre el historial en orden: por cada periodo desde 200001 el
*> archivo historico y despues su foto de cierre, y al final el
*> archivo activo. La foto corrige lo que el historico no muestre (un
*> cliente negativo al cierre sin movimiento que lo explique queda
*> negativo al menos desde el ultimo dia de ese periodo; uno positivo
*> al cierre corta su racha).
RECONSTRUIR-HISTORIA.
    MOVE 1 TO INDICE-FECHA
    PERFORM UNTIL INDICE-FECHA > 99999
        MOVE 0 TO NEGATIVO-DESDE(INDICE-FECHA)
        MOVE 0 TO ULTIMO-DEPOSITO(INDICE-FECHA)
        ADD 1 TO INDICE-FECHA
    END-PERFORM

    MOVE 200001 TO PERIODO-CONSULTA
    PERFORM REVISAR-PERIODO
        UNTIL PERIODO-CONSULTA > PERIODO-HOY

    OPEN INPUT ARCHIVO-MOVIMIENTOS
    IF ESTADO-MOVIMIENTO NOT = "00"
        CLOSE ARCHIVO-MOVIMIENTOS
    ELSE
        PERFORM UNTIL ESTADO-MOVIMIENTO = "10"
            READ ARCHIVO-MOVIMIENTOS
                AT END MOVE "10" TO ESTADO-MOVIMIENTO
                NOT AT END
                    PERFORM APLICAR-MOVIMIENTO
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-MOVIMIENTOS
    END-IF
    .

*> Aplica el historico y la foto de cierre del periodo
*> PERIODO-CONSULTA (los que existan) y avanza al periodo siguiente
REVISAR-PERIODO.
    IF FUNCTION MOD(PERIODO-CONSULTA, 100) = 12
        COMPUTE PERIODO-SIGUIENTE = PERIODO-CONSULTA + 89
    ELSE
        COMPUTE PERIODO-SIGUIENTE = PERIODO-CONSULTA + 1
    END-IF

    MOVE SPACES TO NOMBRE-ARCHIVO-PERIODO
    STRING "..\movimientos_" DELIMITED BY SIZE
        PERIODO-CONSULTA DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-PERIODO

    OPEN INPUT ARCHIVO-MOV-PERIODO
    IF ESTADO-MOV-PERIODO NOT = "00"
        CLOSE ARCHIVO-MOV-PERIODO
    ELSE
        PERFORM UNTIL ESTADO-MOV-PERIODO = "10"
            READ ARCHIVO-MOV-PERIODO
                AT END MOVE "10" TO ESTADO-MOV-PERIODO
                NOT AT END
                    MOVE REGISTRO-MOV-PERIODO TO REGISTRO-MOVIMIENTO
                    PERFORM APLICAR-MOVIMIENTO
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-MOV-PERIODO
    END-IF

    MOVE SPACES TO NOMBRE-ARCHIVO-SALDOS
    STRING "..\saldos_" DELIMITED BY SIZE
        PERIODO-CONSULTA DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SALDOS

    OPEN INPUT ARCHIVO-SALDOS
    IF ESTADO-SALDOS NOT = "00"
        CLOSE ARCHIVO-SALDOS
    ELSE
        COMPUTE FECHA-FIN-PERIODO = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(PERIODO-SIGUIENTE * 100 + 1) - 1)
        PERFORM UNTIL ESTADO-SALDOS = "10"
            READ ARCHIVO-SALDOS
                AT END MOVE "10" TO ESTADO-SALDOS
                NOT AT END
                    PERFORM APLICAR-FOTO-CIERRE
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-SALDOS
    END-IF

    MOVE PERIODO-SIGUIENTE TO PERIODO-CONSULTA
    .

*> Un movimiento que deja el saldo negativo abre la racha si no
*> estaba abierta; uno que lo deja en cero o positivo la corta. Los
*> depositos actualizan la fecha del ultimo deposito.
APLICAR-MOVIMIENTO.
    IF ID-CLIENTE-MOV >= 1 AND ID-CLIENTE-MOV <= 99999
        IF SALDO-NUEVO-MOV < 0
            IF NEGATIVO-DESDE(ID-CLIENTE-MOV) = 0
                MOVE FECHA-MOV TO NEGATIVO-DESDE(ID-CLIENTE-MOV)
            END-IF
        ELSE
            MOVE 0 TO NEGATIVO-DESDE(ID-CLIENTE-MOV)
        END-IF
        IF TIPO-MOV = "DP"
            AND FECHA-MOV > ULTIMO-DEPOSITO(ID-CLIENTE-MOV)
            MOVE FECHA-MOV TO ULTIMO-DEPOSITO(ID-CLIENTE-MOV)
        END-IF
    END-IF
    .

*> Ajusta la racha del cliente de la foto con su saldo de cierre
APLICAR-FOTO-CIERRE.
    IF ID-CLIENTE-SAL >= 1 AND ID-CLIENTE-SAL <= 99999
        IF SALDO-CIERRE-SAL < 0
            IF NEGATIVO-DESDE(ID-CLIENTE-SAL) = 0
                MOVE FECHA-FIN-PERIODO
                    TO NEGATIVO-DESDE(ID-CLIENTE-SAL)
            END-IF
        ELSE
            MOVE 0 TO NEGATIVO-DESDE(ID-CLIENTE-SAL)
        END-IF
    END-IF
    .

*> Recorre clientes.txt y guarda cada cliente activo con saldo
*> negativo con sus dias en negativo y su tramo, acumulando los
*> totales. Un cliente negativo sin rastro en el historial se toma
*> como negativo desde hoy. Deja ESTADO-ARCHIVO en 99 si no se pudo
*> abrir el maestro.
CARGAR-CLIENTES-NEGATIVOS.
    MOVE 0 TO TOTAL-ANTIGUEDAD
    MOVE "N" TO DESBORDE-ANTIGUEDAD
    INITIALIZE TOTALES-TRAMO
    INITIALIZE TOTALES-CATEGORIA
    MOVE 0 TO GRAN-TOTAL-CUENTA
    MOVE 0 TO GRAN-TOTAL-SALDO

    OPEN INPUT ARCHIVO-CLIENTES
    IF ESTADO-ARCHIVO NOT = "00"
        CLOSE ARCHIVO-CLIENTES
        MOVE "99" TO ESTADO-ARCHIVO
    ELSE
        PERFORM UNTIL ESTADO-ARCHIVO = "10"
            READ ARCHIVO-CLIENTES NEXT RECORD
                AT END MOVE "10" TO ESTADO-ARCHIVO
                NOT AT END
                    IF CLIENTE-ACTIVO AND SALDO < 0
                        AND ID-CLIENTE >= 1 AND ID-CLIENTE <= 99999
                        PERFORM ANOTAR-CLIENTE-NEGATIVO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-CLIENTES
    END-IF

    IF DESBORDE-ANTIGUEDAD = "S"
        DISPLAY "Hay mas clientes negativos de los que admite la "
            "tabla: el detalle esta incompleto, los totales no."
    END-IF
    .

*> Calcula dias y tramo del cliente leido, lo acumula en los totales
*> y lo guarda en TABLA-ANTIGUEDAD
ANOTAR-CLIENTE-NEGATIVO.
    IF NEGATIVO-DESDE(ID-CLIENTE) = 0
        OR NEGATIVO-DESDE(ID-CLIENTE) > FECHA-HOY
        MOVE FECHA-HOY TO NEGATIVO-DESDE(ID-CLIENTE)
    END-IF
    COMPUTE DIAS-NEGATIVO = DIA-HOY
        - FUNCTION INTEGER-OF-DATE(NEGATIVO-DESDE(ID-CLIENTE))

    EVALUATE TRUE
        WHEN DIAS-NEGATIVO = 0
            MOVE 1 TO INDICE-TRAMO
        WHEN DIAS-NEGATIVO <= 30
            MOVE 2 TO INDICE-TRAMO
        WHEN DIAS-NEGATIVO <= 60
            MOVE 3 TO INDICE-TRAMO
        WHEN DIAS-NEGATIVO <= 90
            MOVE 4 TO INDICE-TRAMO
        WHEN OTHER
            MOVE 5 TO INDICE-TRAMO
    END-EVALUATE

    IF CATEGORIA-COMERCIAL
        MOVE 2 TO INDICE-CATEGORIA
    ELSE
        MOVE 1 TO INDICE-CATEGORIA
    END-IF

    ADD 1 TO TTR-CUENTA(INDICE-TRAMO)
    ADD SALDO TO TTR-SALDO(INDICE-TRAMO)
    ADD 1 TO TCA-CUENTA(INDICE-CATEGORIA, INDICE-TRAMO)
    ADD SALDO TO TCA-SALDO(INDICE-CATEGORIA, INDICE-TRAMO)
    ADD 1 TO TCA-CUENTA-TOTAL(INDICE-CATEGORIA)
    ADD SALDO TO TCA-SALDO-TOTAL(INDICE-CATEGORIA)
    ADD 1 TO GRAN-TOTAL-CUENTA
    ADD SALDO TO GRAN-TOTAL-SALDO

    IF TOTAL-ANTIGUEDAD < 5000
        ADD 1 TO TOTAL-ANTIGUEDAD
        MOVE ID-CLIENTE TO ANT-ID(TOTAL-ANTIGUEDAD)
        MOVE NOMBRE TO ANT-NOMBRE(TOTAL-ANTIGUEDAD)
        MOVE CATEGORIA-CLIENTE TO ANT-CATEGORIA(TOTAL-ANTIGUEDAD)
        MOVE SALDO TO ANT-SALDO(TOTAL-ANTIGUEDAD)
        MOVE LIMITE-CREDITO TO ANT-LIMITE(TOTAL-ANTIGUEDAD)
        MOVE NEGATIVO-DESDE(ID-CLIENTE) TO ANT-DESDE(TOTAL-ANTIGUEDAD)
        MOVE DIAS-NEGATIVO TO ANT-DIAS(TOTAL-ANTIGUEDAD)
        MOVE ULTIMO-DEPOSITO(ID-CLIENTE)
            TO ANT-DEPOSITO(TOTAL-ANTIGUEDAD)
        MOVE INDICE-TRAMO TO ANT-TRAMO(TOTAL-ANTIGUEDAD)
    ELSE
        MOVE "S" TO DESBORDE-ANTIGUEDAD
    END-IF
    .

*> Escribe el reporte: un bloque por tramo con sus clientes y su
*> total, y al final el cuadro de totales por categoria y tramo
ESCRIBIR-REPORTE-ANTIGUEDAD.
    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "ANTIGUEDAD DE SALDOS NEGATIVOS AL " DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE 1 TO INDICE-TRAMO
    PERFORM UNTIL INDICE-TRAMO > 5
        PERFORM ESCRIBIR-TRAMO-REPORTE
        ADD 1 TO INDICE-TRAMO
    END-PERFORM

    MOVE SPACES TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "TOTALES POR CATEGORIA Y TRAMO" TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "Categoria Tramo            Clientes           Saldo"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE 1 TO INDICE-CATEGORIA
    PERFORM UNTIL INDICE-CATEGORIA > 2
        PERFORM ESCRIBIR-CATEGORIA-REPORTE
        ADD 1 TO INDICE-CATEGORIA
    END-PERFORM

    MOVE "----------------------------------------------------"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE GRAN-TOTAL-CUENTA TO CUENTA-EDITADA
    MOVE GRAN-TOTAL-SALDO TO TOTAL-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING "TOTAL GENERAL              " DELIMITED BY SIZE
        CUENTA-EDITADA DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        TOTAL-EDITADO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    IF DESBORDE-ANTIGUEDAD = "S"
        MOVE "ATENCION: el detalle esta incompleto por exceso de clientes; los totales estan completos."
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL
    END-IF
    .

*> Bloque del tramo INDICE-TRAMO: encabezado, un renglon por cliente
*> y el total del tramo
ESCRIBIR-TRAMO-REPORTE.
    MOVE SPACES TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    STRING "TRAMO: " DELIMITED BY SIZE
        NOMBRE-TRAMO(INDICE-TRAMO) DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "ID    Nombre                         Cat      Saldo     Limite Negativo  Dias Ult.Dep."
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE 1 TO INDICE-ANTIGUEDAD
    PERFORM UNTIL INDICE-ANTIGUEDAD > TOTAL-ANTIGUEDAD
        IF ANT-TRAMO(INDICE-ANTIGUEDAD) = INDICE-TRAMO
            PERFORM ESCRIBIR-LINEA-ANTIGUEDAD
        END-IF
        ADD 1 TO INDICE-ANTIGUEDAD
    END-PERFORM

    MOVE TTR-CUENTA(INDICE-TRAMO) TO CUENTA-EDITADA
    MOVE TTR-SALDO(INDICE-TRAMO) TO TOTAL-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING "  Total del tramo: " DELIMITED BY SIZE
        CUENTA-EDITADA DELIMITED BY SIZE
        " clientes, saldo " DELIMITED BY SIZE
        TOTAL-EDITADO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Renglon del cliente INDICE-ANTIGUEDAD
ESCRIBIR-LINEA-ANTIGUEDAD.
    MOVE ANT-SALDO(INDICE-ANTIGUEDAD) TO SALDO-EDITADO
    MOVE ANT-LIMITE(INDICE-ANTIGUEDAD) TO LIMITE-EDITADO
    MOVE ANT-DIAS(INDICE-ANTIGUEDAD) TO DIAS-EDITADOS
    IF ANT-DEPOSITO(INDICE-ANTIGUEDAD) = 0
        MOVE "--------" TO TEXTO-DEPOSITO
    ELSE
        MOVE ANT-DEPOSITO(INDICE-ANTIGUEDAD) TO TEXTO-DEPOSITO
    END-IF

    MOVE SPACES TO LINEA-SPOOL
    STRING ANT-ID(INDICE-ANTIGUEDAD) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        ANT-NOMBRE(INDICE-ANTIGUEDAD) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        ANT-CATEGORIA(INDICE-ANTIGUEDAD) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        SALDO-EDITADO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        LIMITE-EDITADO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        ANT-DESDE(INDICE-ANTIGUEDAD) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        DIAS-EDITADOS DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TEXTO-DEPOSITO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Renglones de la categoria INDICE-CATEGORIA: uno por tramo y su
*> total
ESCRIBIR-CATEGORIA-REPORTE.
    IF INDICE-CATEGORIA = 1
        MOVE "G" TO LETRA-CATEGORIA
    ELSE
        MOVE "C" TO LETRA-CATEGORIA
    END-IF

    MOVE 1 TO INDICE-TRAMO
    PERFORM UNTIL INDICE-TRAMO > 5
        MOVE TCA-CUENTA(INDICE-CATEGORIA, INDICE-TRAMO)
            TO CUENTA-EDITADA
        MOVE TCA-SALDO(INDICE-CATEGORIA, INDICE-TRAMO)
            TO TOTAL-EDITADO
        MOVE SPACES TO LINEA-SPOOL
        STRING LETRA-CATEGORIA DELIMITED BY SIZE
            "         " DELIMITED BY SIZE
            NOMBRE-TRAMO(INDICE-TRAMO) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            CUENTA-EDITADA DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            TOTAL-EDITADO DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        ADD 1 TO INDICE-TRAMO
    END-PERFORM

    MOVE TCA-CUENTA-TOTAL(INDICE-CATEGORIA) TO CUENTA-EDITADA
    MOVE TCA-SALDO-TOTAL(INDICE-CATEGORIA) TO TOTAL-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING LETRA-CATEGORIA DELIMITED BY SIZE
        "         TOTAL CATEGORIA   " DELIMITED BY SIZE
        CUENTA-EDITADA DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        TOTAL-EDITADO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Copia del detalle para cobranzas, separada por comas como los
*> demas CSV del sistema
ESCRIBIR-CSV-ANTIGUEDAD.
    OPEN OUTPUT ARCHIVO-CSV
    IF ESTADO-CSV NOT = "00"
        DISPLAY "No se pudo crear el archivo CSV de antiguedad."
    ELSE
        MOVE "ID,NOMBRE,CATEGORIA,SALDO,LIMITE,NEGATIVO_DESDE,DIAS,ULTIMO_DEPOSITO,TRAMO"
            TO LINEA-CSV
        WRITE LINEA-CSV

        MOVE 1 TO INDICE-ANTIGUEDAD
        PERFORM UNTIL INDICE-ANTIGUEDAD > TOTAL-ANTIGUEDAD
            MOVE ANT-SALDO(INDICE-ANTIGUEDAD) TO SALDO-EDITADO
            MOVE ANT-LIMITE(INDICE-ANTIGUEDAD) TO LIMITE-EDITADO
            MOVE ANT-DIAS(INDICE-ANTIGUEDAD) TO DIAS-EDITADOS
            IF ANT-DEPOSITO(INDICE-ANTIGUEDAD) = 0
                MOVE SPACES TO TEXTO-DEPOSITO
            ELSE
                MOVE ANT-DEPOSITO(INDICE-ANTIGUEDAD) TO TEXTO-DEPOSITO
            END-IF
            MOVE ANT-TRAMO(INDICE-ANTIGUEDAD) TO INDICE-TRAMO

            MOVE SPACES TO LINEA-CSV
            STRING ANT-ID(INDICE-ANTIGUEDAD) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(ANT-NOMBRE(INDICE-ANTIGUEDAD))
                    DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                ANT-CATEGORIA(INDICE-ANTIGUEDAD) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(SALDO-EDITADO) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(LIMITE-EDITADO) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                ANT-DESDE(INDICE-ANTIGUEDAD) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(DIAS-EDITADOS) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(TEXTO-DEPOSITO) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(NOMBRE-TRAMO(INDICE-TRAMO))
                    DELIMITED BY SIZE
                INTO LINEA-CSV
            WRITE LINEA-CSV
            ADD 1 TO INDICE-ANTIGUEDAD
        END-PERFORM
        CLOSE ARCHIVO-CSV
    END-IF
    .
