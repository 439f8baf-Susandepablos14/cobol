IDENTIFICATION DIVISION.
PROGRAM-ID. CARTERA-MENSUAL.

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
    SELECT ARCHIVO-MOV-PERIODO ASSIGN TO NOMBRE-ARCHIVO-PERIODO
        FILE STATUS IS ESTADO-MOV-PERIODO.
    SELECT ARCHIVO-SALDOS ASSIGN TO NOMBRE-ARCHIVO-SALDOS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SALDOS.
    SELECT ARCHIVO-CAMBIOS ASSIGN TO "..\cambios_clientes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CAMBIOS.
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
01 LINEA-SPOOL PIC X(132).

FD ARCHIVO-CSV.
01 LINEA-CSV PIC X(200).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-ARCHIVO       PIC XX.
01 ESTADO-MOV-PERIODO   PIC XX.
01 ESTADO-SALDOS        PIC XX.
01 ESTADO-CAMBIOS       PIC XX.
01 ESTADO-SPOOL         PIC XX.
01 ESTADO-CSV           PIC XX.

*> Periodo solicitado (AAAAMM), los dos periodos de comparacion y
*> los nombres de los archivos de trabajo
01 PERIODO-SOLICITADO   PIC 9(6).
01 PERIODO-PROCESO      PIC 9(6).
01 FECHA-HOY            PIC 9(8).
01 NOMBRE-ARCHIVO-PERIODO PIC X(40).
01 NOMBRE-ARCHIVO-SALDOS PIC X(40).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).
01 NOMBRE-ARCHIVO-CSV   PIC X(40).

*> Los tres periodos del reporte: 1 el solicitado, 2 el mes anterior
*> y 3 el mismo mes del anio anterior, con la marca de si se
*> encontro su foto de saldos y su archivo historico de movimientos
01 TABLA-PERIODOS.
   05 PERIODO-REPORTE OCCURS 3 TIMES.
      10 PER-NUMERO        PIC 9(6).
      10 PER-FOTO          PIC X.
      10 PER-MOVIMIENTOS   PIC X.
01 INDICE-PERIODO       PIC 9.

*> Copia de trabajo del movimiento historico que se esta sumando
01 MOVIMIENTO-CARTERA.
   05 ID-CLIENTE-CAR      PIC 9(5).
   05 SECUENCIA-CAR       PIC 9(7).
   05 FECHA-CAR           PIC 9(8).
   05 SALDO-ANTERIOR-CAR  PIC S9(5)V99.
   05 SALDO-NUEVO-CAR     PIC S9(5)V99.
   05 TIPO-CAR            PIC XX.
      88 CAR-ALTA              VALUE "AL".
      88 CAR-DEPOSITO          VALUE "DP".
      88 CAR-RETIRO            VALUE "RT".
      88 CAR-INTERES           VALUE "IN".
      88 CAR-PENALIZACION      VALUE "PE".
      88 CAR-TRANSF-ENVIADA    VALUE "TE".
   05 OPERADOR-CAR        PIC X(8).
   05 REFERENCIA-CAR      PIC 9(7).

*> Datos vigentes de cada ID-CLIENTE posible en clientes.txt, y los
*> mismos datos llevados al cierre del periodo que se esta
*> procesando deshaciendo los cambios posteriores anotados en
*> cambios_clientes.txt; las marcas REV indican que el campo ya se
*> llevo al valor anterior al primer cambio posterior al cierre
01 TABLA-CLIENTES.
   05 CLIENTE-CARTERA OCCURS 99999 TIMES.
      10 CLI-EXISTE        PIC X.
      10 CLI-ESTADO-HOY    PIC X.
      10 CLI-CATEGORIA-HOY PIC X.
      10 CLI-MARCA-HOY     PIC X.
      10 CLI-LIMITE-HOY    PIC S9(5)V99.
      10 CLI-ESTADO        PIC X.
      10 CLI-CATEGORIA     PIC X.
      10 CLI-MARCA         PIC X.
      10 CLI-LIMITE        PIC S9(5)V99.
      10 CLI-REV-ESTADO    PIC X.
      10 CLI-REV-CATEGORIA PIC X.
      10 CLI-REV-MARCA     PIC X.
      10 CLI-REV-LIMITE    PIC X.
      10 CLI-EN-FOTO       PIC X.
      10 CLI-SALDO         PIC S9(5)V99.
      10 CLI-BAJAS         PIC 99.
      10 CLI-REACTIVADOS   PIC 99.
01 INDICE-CLIENTE       PIC 9(6).

*> Conceptos del reporte en el orden en que se imprimen; la ultima
*> letra indica el formato (C cantidad de clientes, M importe,
*> P porcentaje)
01 NOMBRES-CONCEPTOS.
   05 FILLER PIC X(29) VALUE "Clientes activos al cierre  C".
   05 FILLER PIC X(29) VALUE "Altas del mes               C".
   05 FILLER PIC X(29) VALUE "Bajas del mes               C".
   05 FILLER PIC X(29) VALUE "Reactivados del mes         C".
   05 FILLER PIC X(29) VALUE "Dormidos al cierre          C".
   05 FILLER PIC X(29) VALUE "Saldo total                 M".
   05 FILLER PIC X(29) VALUE "Saldo promedio              M".
   05 FILLER PIC X(29) VALUE "Saldos positivos            M".
   05 FILLER PIC X(29) VALUE "Saldos negativos            M".
   05 FILLER PIC X(29) VALUE "Credito otorgado            M".
   05 FILLER PIC X(29) VALUE "Credito en uso              M".
   05 FILLER PIC X(29) VALUE "Uso del credito (%)         P".
   05 FILLER PIC X(29) VALUE "Depositos                   M".
   05 FILLER PIC X(29) VALUE "Retiros                     M".
   05 FILLER PIC X(29) VALUE "Transferencias              M".
   05 FILLER PIC X(29) VALUE "Intereses                   M".
   05 FILLER PIC X(29) VALUE "Penalizaciones              M".
01 TABLA-CONCEPTOS REDEFINES NOMBRES-CONCEPTOS.
   05 CONCEPTO OCCURS 17 TIMES.
      10 NOMBRE-CONCEPTO   PIC X(28).
      10 FORMATO-CONCEPTO  PIC X.
01 INDICE-CONCEPTO      PIC 99.

*> Cifras por categoria (1 = G, 2 = C, 3 = total de la cartera),
*> periodo (el mismo orden que TABLA-PERIODOS) y concepto
01 TABLA-CIFRAS.
   05 CIFRA-CATEGORIA OCCURS 3 TIMES.
      10 CIFRA-PERIODO OCCURS 3 TIMES.
         15 CIFRA-VALOR OCCURS 17 TIMES PIC S9(11)V99.
01 INDICE-CATEGORIA     PIC 9.
01 TITULO-CATEGORIA     PIC X(30).
01 CODIGO-CATEGORIA     PIC X(5).

*> Importe de un movimiento y credito en uso de un cliente
01 MONTO-MOV            PIC S9(5)V99.
01 CREDITO-EN-USO       PIC S9(5)V99.

*> Variacion de cada cifra contra el mes anterior (1) y contra el
*> mismo mes del anio anterior (2); HAY-PORCENTAJE queda en "N" si
*> la cifra de comparacion es cero
01 TABLA-VARIACIONES.
   05 VARIACION OCCURS 2 TIMES.
      10 VAR-DIFERENCIA    PIC S9(11)V99.
      10 VAR-PORCENTAJE    PIC S9(7)V9.
      10 HAY-PORCENTAJE    PIC X.
01 INDICE-VARIACION     PIC 9.
01 INDICE-COMPARACION   PIC 9.

*> Variables de formato para las lineas del reporte y del CSV
01 IMPORTE-EDITADO      PIC -Z(9)9.99.
01 CANTIDAD-EDITADA     PIC -Z(12)9.
01 PORCENTAJE-EDITADO   PIC -Z(5)9.9.
01 CIFRA-TEXTO          PIC X(14).
01 TABLA-TEXTOS.
   05 TEXTO-CIFRA OCCURS 3 TIMES PIC X(14).
   05 TEXTO-DIFERENCIA OCCURS 2 TIMES PIC X(14).
   05 TEXTO-PORCENTAJE OCCURS 2 TIMES PIC X(9).
01 VALOR-A-EDITAR       PIC S9(11)V99.

PROCEDURE DIVISION.

*> Resumen de cartera de fin de mes para la gerencia: compara la
*> foto de saldos saldos_AAAAMM.txt del periodo pedido contra la del
*> mes anterior y la del mismo mes del anio anterior. Por categoria
*> de cliente (y para el total) muestra clientes activos, altas,
*> bajas, reactivados y dormidos, saldo total y promedio, saldos
*> positivos y negativos, credito otorgado y en uso, y los volumenes
*> del mes de depositos, retiros, transferencias, intereses y
*> penalizaciones tomados de movimientos_AAAAMM.txt, con la
*> diferencia en importe y en porcentaje de cada cifra. Categoria,
*> estado, marca de inactividad y limite de cada cliente se llevan
*> al cierre de cada periodo deshaciendo los cambios posteriores de
*> cambios_clientes.txt. El reporte queda en cartera_AAAAMM.txt y
*> la misma informacion en cartera_AAAAMM.csv.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= RESUMEN MENSUAL DE CARTERA ======="
    ACCEPT FECHA-HOY FROM DATE YYYYMMDD

    PERFORM PEDIR-PERIODO

    MOVE PERIODO-SOLICITADO TO PER-NUMERO(1)
    IF FUNCTION MOD(PERIODO-SOLICITADO, 100) = 1
        COMPUTE PER-NUMERO(2) = PERIODO-SOLICITADO - 89
    ELSE
        COMPUTE PER-NUMERO(2) = PERIODO-SOLICITADO - 1
    END-IF
    COMPUTE PER-NUMERO(3) = PERIODO-SOLICITADO - 100

    PERFORM CARGAR-MAESTRO
    IF ESTADO-ARCHIVO = "99"
        DISPLAY "No se pudo abrir clientes.txt. Fin del proceso."
        STOP RUN
    END-IF

    INITIALIZE TABLA-CIFRAS
    MOVE 1 TO INDICE-PERIODO
    PERFORM UNTIL INDICE-PERIODO > 3
        PERFORM CALCULAR-PERIODO
        ADD 1 TO INDICE-PERIODO
    END-PERFORM

    IF PER-FOTO(1) = "N"
        DISPLAY "No existe la foto de saldos del periodo "
            PERIODO-SOLICITADO ": el periodo todavia no fue cerrado "
            "por ARCHIVAR-MOVIMIENTOS. Fin del proceso."
        STOP RUN
    END-IF

    PERFORM CALCULAR-TOTALES-CARTERA

    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING "..\cartera_" DELIMITED BY SIZE
        PERIODO-SOLICITADO DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SPOOL
    MOVE SPACES TO NOMBRE-ARCHIVO-CSV
    STRING "..\cartera_" DELIMITED BY SIZE
        PERIODO-SOLICITADO DELIMITED BY SIZE
        ".csv" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-CSV

    OPEN OUTPUT ARCHIVO-SPOOL
    IF ESTADO-SPOOL NOT = "00"
        DISPLAY "No se pudo crear el reporte de cartera. "
            "Fin del proceso."
    ELSE
        PERFORM ESCRIBIR-REPORTE-CARTERA
        CLOSE ARCHIVO-SPOOL
        PERFORM ESCRIBIR-CSV-CARTERA

        DISPLAY "-----------------------------"
        DISPLAY "Reporte de salida: " NOMBRE-ARCHIVO-SPOOL
        DISPLAY "Copia para planilla: " NOMBRE-ARCHIVO-CSV
    END-IF

    STOP RUN.

*> Pide el periodo AAAAMM hasta recibir uno valido (mes 01 a 12)
PEDIR-PERIODO.
    MOVE 0 TO PERIODO-SOLICITADO
    PERFORM UNTIL PERIODO-SOLICITADO > 190000
            AND FUNCTION MOD(PERIODO-SOLICITADO, 100) >= 1
            AND FUNCTION MOD(PERIODO-SOLICITADO, 100) <= 12
        DISPLAY "Ingrese el periodo a resumir (AAAAMM):"
        ACCEPT PERIODO-SOLICITADO
        IF PERIODO-SOLICITADO <= 190000
            OR FUNCTION MOD(PERIODO-SOLICITADO, 100) < 1
            OR FUNCTION MOD(PERIODO-SOLICITADO, 100) > 12
            DISPLAY "El periodo ingresado no es valido."
        END-IF
    END-PERFORM
    .

*> Deja en TABLA-CLIENTES los datos vigentes de cada cliente de
*> clientes.txt. Deja ESTADO-ARCHIVO en 99 si no se pudo abrir el
*> maestro.
CARGAR-MAESTRO.
    MOVE 1 TO INDICE-CLIENTE
    PERFORM UNTIL INDICE-CLIENTE > 99999
        MOVE "N" TO CLI-EXISTE(INDICE-CLIENTE)
        MOVE SPACE TO CLI-ESTADO-HOY(INDICE-CLIENTE)
        MOVE SPACE TO CLI-CATEGORIA-HOY(INDICE-CLIENTE)
        MOVE SPACE TO CLI-MARCA-HOY(INDICE-CLIENTE)
        MOVE 0 TO CLI-LIMITE-HOY(INDICE-CLIENTE)
        ADD 1 TO INDICE-CLIENTE
    END-PERFORM

    OPEN INPUT ARCHIVO-CLIENTES
    IF ESTADO-ARCHIVO NOT = "00"
        CLOSE ARCHIVO-CLIENTES
        MOVE "99" TO ESTADO-ARCHIVO
    ELSE
        PERFORM UNTIL ESTADO-ARCHIVO = "10"
            READ ARCHIVO-CLIENTES NEXT RECORD
                AT END MOVE "10" TO ESTADO-ARCHIVO
                NOT AT END
                    IF ID-CLIENTE >= 1 AND ID-CLIENTE <= 99999
                        MOVE "S" TO CLI-EXISTE(ID-CLIENTE)
                        MOVE ESTADO-CLIENTE
                            TO CLI-ESTADO-HOY(ID-CLIENTE)
                        MOVE CATEGORIA-CLIENTE
                            TO CLI-CATEGORIA-HOY(ID-CLIENTE)
                        MOVE MARCA-INACTIVIDAD
                            TO CLI-MARCA-HOY(ID-CLIENTE)
                        MOVE LIMITE-CREDITO
                            TO CLI-LIMITE-HOY(ID-CLIENTE)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-CLIENTES
        MOVE "00" TO ESTADO-ARCHIVO
    END-IF
    .

*> Calcula todas las cifras del periodo INDICE-PERIODO: lleva los
*> datos de cada cliente al cierre del periodo, carga su foto de
*> saldos, acumula los clientes por categoria y suma los movimientos
*> del mes
CALCULAR-PERIODO.
    MOVE PER-NUMERO(INDICE-PERIODO) TO PERIODO-PROCESO
    MOVE "N" TO PER-FOTO(INDICE-PERIODO)
    MOVE "N" TO PER-MOVIMIENTOS(INDICE-PERIODO)

    PERFORM RECONSTRUIR-ATRIBUTOS
    PERFORM CARGAR-FOTO-PERIODO

    MOVE 1 TO INDICE-CLIENTE
    PERFORM UNTIL INDICE-CLIENTE > 99999
        IF CLI-EXISTE(INDICE-CLIENTE) = "S"
            PERFORM ACUMULAR-CLIENTE
        END-IF
        ADD 1 TO INDICE-CLIENTE
    END-PERFORM

    PERFORM ACUMULAR-MOVIMIENTOS
    .

*> Parte de los datos vigentes de cada cliente y recorre
*> cambios_clientes.txt en orden: el primer cambio de un campo
*> posterior al cierre del periodo trae en su valor anterior el
*> valor que el campo tenia al cierre. Las bajas y reactivaciones
*> del mes se cuentan por cliente para sumarlas despues por la
*> categoria que tenia al cierre.
RECONSTRUIR-ATRIBUTOS.
    MOVE 1 TO INDICE-CLIENTE
    PERFORM UNTIL INDICE-CLIENTE > 99999
        MOVE CLI-ESTADO-HOY(INDICE-CLIENTE)
            TO CLI-ESTADO(INDICE-CLIENTE)
        MOVE CLI-CATEGORIA-HOY(INDICE-CLIENTE)
            TO CLI-CATEGORIA(INDICE-CLIENTE)
        MOVE CLI-MARCA-HOY(INDICE-CLIENTE)
            TO CLI-MARCA(INDICE-CLIENTE)
        MOVE CLI-LIMITE-HOY(INDICE-CLIENTE)
            TO CLI-LIMITE(INDICE-CLIENTE)
        MOVE "N" TO CLI-REV-ESTADO(INDICE-CLIENTE)
        MOVE "N" TO CLI-REV-CATEGORIA(INDICE-CLIENTE)
        MOVE "N" TO CLI-REV-MARCA(INDICE-CLIENTE)
        MOVE "N" TO CLI-REV-LIMITE(INDICE-CLIENTE)
        MOVE "N" TO CLI-EN-FOTO(INDICE-CLIENTE)
        MOVE 0 TO CLI-SALDO(INDICE-CLIENTE)
        MOVE 0 TO CLI-BAJAS(INDICE-CLIENTE)
        MOVE 0 TO CLI-REACTIVADOS(INDICE-CLIENTE)
        ADD 1 TO INDICE-CLIENTE
    END-PERFORM

    OPEN INPUT ARCHIVO-CAMBIOS
    IF ESTADO-CAMBIOS NOT = "00"
        CLOSE ARCHIVO-CAMBIOS
    ELSE
        PERFORM UNTIL ESTADO-CAMBIOS = "10"
            READ ARCHIVO-CAMBIOS
                AT END MOVE "10" TO ESTADO-CAMBIOS
                NOT AT END
                    IF ID-CLIENTE-CAMBIO >= 1
                        AND ID-CLIENTE-CAMBIO <= 99999
                        IF CLI-EXISTE(ID-CLIENTE-CAMBIO) = "S"
                            PERFORM APLICAR-CAMBIO-CLIENTE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-CAMBIOS
    END-IF
    .

*> Aplica la fila de cambios_clientes.txt leida al cliente
*> ID-CLIENTE-CAMBIO respecto al periodo PERIODO-PROCESO
APLICAR-CAMBIO-CLIENTE.
    IF FECHA-CAMBIO(1:6) > PERIODO-PROCESO
        EVALUATE CAMPO-CAMBIO
            WHEN "ESTADO-CLIENTE"
                IF CLI-REV-ESTADO(ID-CLIENTE-CAMBIO) = "N"
                    MOVE VALOR-ANTERIOR-CAMBIO(1:1)
                        TO CLI-ESTADO(ID-CLIENTE-CAMBIO)
                    MOVE "S" TO CLI-REV-ESTADO(ID-CLIENTE-CAMBIO)
                END-IF
            WHEN "CATEGORIA-CLIENTE"
                IF CLI-REV-CATEGORIA(ID-CLIENTE-CAMBIO) = "N"
                    MOVE VALOR-ANTERIOR-CAMBIO(1:1)
                        TO CLI-CATEGORIA(ID-CLIENTE-CAMBIO)
                    MOVE "S" TO CLI-REV-CATEGORIA(ID-CLIENTE-CAMBIO)
                END-IF
            WHEN "MARCA-INACTIVIDAD"
                IF CLI-REV-MARCA(ID-CLIENTE-CAMBIO) = "N"
                    MOVE VALOR-ANTERIOR-CAMBIO(1:1)
                        TO CLI-MARCA(ID-CLIENTE-CAMBIO)
                    MOVE "S" TO CLI-REV-MARCA(ID-CLIENTE-CAMBIO)
                END-IF
            WHEN "LIMITE-CREDITO"
                IF CLI-REV-LIMITE(ID-CLIENTE-CAMBIO) = "N"
                    COMPUTE CLI-LIMITE(ID-CLIENTE-CAMBIO) =
                        FUNCTION NUMVAL(VALOR-ANTERIOR-CAMBIO)
                    MOVE "S" TO CLI-REV-LIMITE(ID-CLIENTE-CAMBIO)
                END-IF
        END-EVALUATE
    ELSE
        IF FECHA-CAMBIO(1:6) = PERIODO-PROCESO
            AND CAMPO-CAMBIO = "ESTADO-CLIENTE"
            IF VALOR-NUEVO-CAMBIO(1:1) = "I"
                ADD 1 TO CLI-BAJAS(ID-CLIENTE-CAMBIO)
            END-IF
            IF VALOR-NUEVO-CAMBIO(1:1) = "A"
                ADD 1 TO CLI-REACTIVADOS(ID-CLIENTE-CAMBIO)
            END-IF
        END-IF
    END-IF
    .

*> Carga la foto de saldos del periodo PERIODO-PROCESO, si existe,
*> marcando a cada cliente que figura en ella con su saldo de cierre
CARGAR-FOTO-PERIODO.
    MOVE SPACES TO NOMBRE-ARCHIVO-SALDOS
    STRING "..\saldos_" DELIMITED BY SIZE
        PERIODO-PROCESO DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SALDOS

    OPEN INPUT ARCHIVO-SALDOS
    IF ESTADO-SALDOS NOT = "00"
        CLOSE ARCHIVO-SALDOS
    ELSE
        PERFORM UNTIL ESTADO-SALDOS = "10"
            READ ARCHIVO-SALDOS
                AT END MOVE "10" TO ESTADO-SALDOS
                NOT AT END
                    IF ID-CLIENTE-SAL >= 1 AND ID-CLIENTE-SAL <= 99999
                        MOVE "S" TO CLI-EN-FOTO(ID-CLIENTE-SAL)
                        MOVE SALDO-CIERRE-SAL
                            TO CLI-SALDO(ID-CLIENTE-SAL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-SALDOS
        MOVE "S" TO PER-FOTO(INDICE-PERIODO)
    END-IF
    .

*> Suma al cliente INDICE-CLIENTE en la categoria que tenia al
*> cierre: sus bajas y reactivaciones del mes y, si estaba activo y
*> figura en la foto, su saldo y su credito. El credito en uso es la
*> parte del saldo negativo cubierta por el limite de credito.
ACUMULAR-CLIENTE.
    IF CLI-CATEGORIA(INDICE-CLIENTE) = "C"
        MOVE 2 TO INDICE-CATEGORIA
    ELSE
        MOVE 1 TO INDICE-CATEGORIA
    END-IF

    ADD CLI-BAJAS(INDICE-CLIENTE)
        TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 3)
    ADD CLI-REACTIVADOS(INDICE-CLIENTE)
        TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 4)

    IF CLI-EN-FOTO(INDICE-CLIENTE) = "S"
        AND CLI-ESTADO(INDICE-CLIENTE) = "A"
        ADD 1 TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 1)
        IF CLI-MARCA(INDICE-CLIENTE) = "D"
            ADD 1 TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 5)
        END-IF
        ADD CLI-SALDO(INDICE-CLIENTE)
            TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 6)
        IF CLI-SALDO(INDICE-CLIENTE) >= 0
            ADD CLI-SALDO(INDICE-CLIENTE)
                TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 8)
        ELSE
            ADD CLI-SALDO(INDICE-CLIENTE)
                TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 9)
        END-IF
        IF CLI-LIMITE(INDICE-CLIENTE) < 0
            SUBTRACT CLI-LIMITE(INDICE-CLIENTE)
                FROM CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 10)
            IF CLI-SALDO(INDICE-CLIENTE) < 0
                IF CLI-SALDO(INDICE-CLIENTE) < CLI-LIMITE(INDICE-CLIENTE)
                    COMPUTE CREDITO-EN-USO =
                        0 - CLI-LIMITE(INDICE-CLIENTE)
                ELSE
                    COMPUTE CREDITO-EN-USO =
                        0 - CLI-SALDO(INDICE-CLIENTE)
                END-IF
                ADD CREDITO-EN-USO
                    TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 11)
            END-IF
        END-IF
    END-IF
    .

*> Recorre el archivo historico movimientos_AAAAMM.txt del periodo
*> PERIODO-PROCESO, si existe, sumando los volumenes del mes
ACUMULAR-MOVIMIENTOS.
    MOVE SPACES TO NOMBRE-ARCHIVO-PERIODO
    STRING "..\movimientos_" DELIMITED BY SIZE
        PERIODO-PROCESO DELIMITED BY SIZE
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
                    MOVE REGISTRO-MOV-PERIODO TO MOVIMIENTO-CARTERA
                    PERFORM ACUMULAR-MOVIMIENTO
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-MOV-PERIODO
        MOVE "S" TO PER-MOVIMIENTOS(INDICE-PERIODO)
    END-IF
    .

*> Suma el movimiento copiado en MOVIMIENTO-CARTERA en la categoria
*> que su cliente tenia al cierre. Las altas se cuentan por su
*> movimiento AL; las transferencias se suman una sola vez, por el
*> lado que envia.
ACUMULAR-MOVIMIENTO.
    MOVE 1 TO INDICE-CATEGORIA
    IF ID-CLIENTE-CAR >= 1 AND ID-CLIENTE-CAR <= 99999
        IF CLI-CATEGORIA(ID-CLIENTE-CAR) = "C"
            MOVE 2 TO INDICE-CATEGORIA
        END-IF
    END-IF
    COMPUTE MONTO-MOV = SALDO-NUEVO-CAR - SALDO-ANTERIOR-CAR

    EVALUATE TRUE
        WHEN CAR-ALTA
            ADD 1 TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 2)
        WHEN CAR-DEPOSITO
            ADD MONTO-MOV
                TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 13)
        WHEN CAR-RETIRO
            SUBTRACT MONTO-MOV
                FROM CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 14)
        WHEN CAR-TRANSF-ENVIADA
            SUBTRACT MONTO-MOV
                FROM CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 15)
        WHEN CAR-INTERES
            ADD MONTO-MOV
                TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 16)
        WHEN CAR-PENALIZACION
            SUBTRACT MONTO-MOV
                FROM CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 17)
    END-EVALUATE
    .

*> Arma la categoria 3 (total de la cartera) sumando G y C, y
*> calcula en las tres el saldo promedio por cliente activo y el
*> porcentaje del credito otorgado que esta en uso
CALCULAR-TOTALES-CARTERA.
    MOVE 1 TO INDICE-PERIODO
    PERFORM UNTIL INDICE-PERIODO > 3
        MOVE 1 TO INDICE-CONCEPTO
        PERFORM UNTIL INDICE-CONCEPTO > 17
            COMPUTE CIFRA-VALOR(3, INDICE-PERIODO, INDICE-CONCEPTO) =
                CIFRA-VALOR(1, INDICE-PERIODO, INDICE-CONCEPTO)
                + CIFRA-VALOR(2, INDICE-PERIODO, INDICE-CONCEPTO)
            ADD 1 TO INDICE-CONCEPTO
        END-PERFORM

        MOVE 1 TO INDICE-CATEGORIA
        PERFORM UNTIL INDICE-CATEGORIA > 3
            IF CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 1) > 0
                COMPUTE CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 7)
                    ROUNDED =
                    CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 6)
                    / CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 1)
            ELSE
                MOVE 0 TO CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 7)
            END-IF
            IF CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 10) > 0
                COMPUTE CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 12)
                    ROUNDED =
                    CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 11)
                    * 100
                    / CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 10)
            ELSE
                MOVE 0 TO
                    CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO, 12)
            END-IF
            ADD 1 TO INDICE-CATEGORIA
        END-PERFORM
        ADD 1 TO INDICE-PERIODO
    END-PERFORM
    .

*> Escribe el reporte: encabezado con los tres periodos y las
*> advertencias por fotos o historicos que falten, y un bloque por
*> categoria mas el total de la cartera
ESCRIBIR-REPORTE-CARTERA.
    MOVE ALL "=" TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "RESUMEN MENSUAL DE CARTERA - PERIODO " DELIMITED BY SIZE
        PERIODO-SOLICITADO DELIMITED BY SIZE
        "   (emitido el " DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE ALL "=" TO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE SPACES TO LINEA-SPOOL
    STRING "Comparado contra el mes anterior (" DELIMITED BY SIZE
        PER-NUMERO(2) DELIMITED BY SIZE
        ") y el mismo mes del anio anterior (" DELIMITED BY SIZE
        PER-NUMERO(3) DELIMITED BY SIZE
        ")." DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE 1 TO INDICE-PERIODO
    PERFORM UNTIL INDICE-PERIODO > 3
        IF PER-FOTO(INDICE-PERIODO) = "N"
            MOVE SPACES TO LINEA-SPOOL
            STRING "ATENCION: no hay foto de saldos del periodo "
                    DELIMITED BY SIZE
                PER-NUMERO(INDICE-PERIODO) DELIMITED BY SIZE
                "; sus clientes y saldos figuran en cero."
                    DELIMITED BY SIZE
                INTO LINEA-SPOOL
            WRITE LINEA-SPOOL
        END-IF
        IF PER-MOVIMIENTOS(INDICE-PERIODO) = "N"
            MOVE SPACES TO LINEA-SPOOL
            STRING "ATENCION: no hay historico de movimientos del "
                    DELIMITED BY SIZE
                "periodo " DELIMITED BY SIZE
                PER-NUMERO(INDICE-PERIODO) DELIMITED BY SIZE
                "; sus altas y volumenes figuran en cero."
                    DELIMITED BY SIZE
                INTO LINEA-SPOOL
            WRITE LINEA-SPOOL
        END-IF
        ADD 1 TO INDICE-PERIODO
    END-PERFORM

    MOVE 1 TO INDICE-CATEGORIA
    PERFORM UNTIL INDICE-CATEGORIA > 3
        PERFORM ESCRIBIR-CATEGORIA-CARTERA
        ADD 1 TO INDICE-CATEGORIA
    END-PERFORM
    .

*> Bloque de la categoria INDICE-CATEGORIA: titulo, encabezado de
*> columnas y un renglon por concepto
ESCRIBIR-CATEGORIA-CARTERA.
    PERFORM DESCRIBIR-CATEGORIA

    MOVE SPACES TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE TITULO-CATEGORIA TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE ALL "-" TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "Concepto                         Mes " DELIMITED BY SIZE
        PER-NUMERO(1) DELIMITED BY SIZE
        "     Mes " DELIMITED BY SIZE
        PER-NUMERO(2) DELIMITED BY SIZE
        "     Diferencia         %     Mes " DELIMITED BY SIZE
        PER-NUMERO(3) DELIMITED BY SIZE
        "     Diferencia         %" DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE 1 TO INDICE-CONCEPTO
    PERFORM UNTIL INDICE-CONCEPTO > 17
        PERFORM CALCULAR-VARIACIONES
        PERFORM EDITAR-CIFRAS-CONCEPTO
        MOVE SPACES TO LINEA-SPOOL
        STRING NOMBRE-CONCEPTO(INDICE-CONCEPTO) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TEXTO-CIFRA(1) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TEXTO-CIFRA(2) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TEXTO-DIFERENCIA(1) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TEXTO-PORCENTAJE(1) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TEXTO-CIFRA(3) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TEXTO-DIFERENCIA(2) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TEXTO-PORCENTAJE(2) DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        ADD 1 TO INDICE-CONCEPTO
    END-PERFORM
    .

*> Titulo y codigo (para el CSV) de la categoria INDICE-CATEGORIA
DESCRIBIR-CATEGORIA.
    EVALUATE INDICE-CATEGORIA
        WHEN 1
            MOVE "CATEGORIA G - GENERAL" TO TITULO-CATEGORIA
            MOVE "G" TO CODIGO-CATEGORIA
        WHEN 2
            MOVE "CATEGORIA C - COMERCIAL" TO TITULO-CATEGORIA
            MOVE "C" TO CODIGO-CATEGORIA
        WHEN OTHER
            MOVE "TOTAL DE LA CARTERA" TO TITULO-CATEGORIA
            MOVE "TOTAL" TO CODIGO-CATEGORIA
    END-EVALUATE
    .

*> Diferencia y porcentaje del concepto INDICE-CONCEPTO de la
*> categoria INDICE-CATEGORIA contra cada periodo de comparacion. Sin
*> cifra de comparacion (o con un porcentaje que no cabe) el
*> porcentaje queda sin calcular.
CALCULAR-VARIACIONES.
    MOVE 1 TO INDICE-VARIACION
    PERFORM UNTIL INDICE-VARIACION > 2
        COMPUTE INDICE-COMPARACION = INDICE-VARIACION + 1
        COMPUTE VAR-DIFERENCIA(INDICE-VARIACION) =
            CIFRA-VALOR(INDICE-CATEGORIA, 1, INDICE-CONCEPTO)
            - CIFRA-VALOR(INDICE-CATEGORIA, INDICE-COMPARACION,
                INDICE-CONCEPTO)
        MOVE 0 TO VAR-PORCENTAJE(INDICE-VARIACION)
        MOVE "N" TO HAY-PORCENTAJE(INDICE-VARIACION)
        IF CIFRA-VALOR(INDICE-CATEGORIA, INDICE-COMPARACION,
                INDICE-CONCEPTO) NOT = 0
            MOVE "S" TO HAY-PORCENTAJE(INDICE-VARIACION)
            COMPUTE VAR-PORCENTAJE(INDICE-VARIACION) ROUNDED =
                VAR-DIFERENCIA(INDICE-VARIACION) * 100
                / FUNCTION ABS(CIFRA-VALOR(INDICE-CATEGORIA,
                    INDICE-COMPARACION, INDICE-CONCEPTO))
                ON SIZE ERROR
                    MOVE "N" TO HAY-PORCENTAJE(INDICE-VARIACION)
            END-COMPUTE
        END-IF
        ADD 1 TO INDICE-VARIACION
    END-PERFORM
    .

*> Deja en TABLA-TEXTOS las tres cifras, las dos diferencias y los
*> dos porcentajes del concepto ya editados segun su formato
EDITAR-CIFRAS-CONCEPTO.
    MOVE 1 TO INDICE-PERIODO
    PERFORM UNTIL INDICE-PERIODO > 3
        MOVE CIFRA-VALOR(INDICE-CATEGORIA, INDICE-PERIODO,
            INDICE-CONCEPTO) TO VALOR-A-EDITAR
        PERFORM EDITAR-VALOR
        MOVE CIFRA-TEXTO TO TEXTO-CIFRA(INDICE-PERIODO)
        ADD 1 TO INDICE-PERIODO
    END-PERFORM

    MOVE 1 TO INDICE-VARIACION
    PERFORM UNTIL INDICE-VARIACION > 2
        MOVE VAR-DIFERENCIA(INDICE-VARIACION) TO VALOR-A-EDITAR
        PERFORM EDITAR-VALOR
        MOVE CIFRA-TEXTO TO TEXTO-DIFERENCIA(INDICE-VARIACION)
        IF HAY-PORCENTAJE(INDICE-VARIACION) = "S"
            MOVE VAR-PORCENTAJE(INDICE-VARIACION) TO PORCENTAJE-EDITADO
            MOVE PORCENTAJE-EDITADO TO TEXTO-PORCENTAJE(INDICE-VARIACION)
        ELSE
            MOVE "      n/d" TO TEXTO-PORCENTAJE(INDICE-VARIACION)
        END-IF
        ADD 1 TO INDICE-VARIACION
    END-PERFORM
    .

*> Edita VALOR-A-EDITAR en CIFRA-TEXTO: sin decimales si el concepto
*> es una cantidad de clientes, con dos decimales si no
EDITAR-VALOR.
    IF FORMATO-CONCEPTO(INDICE-CONCEPTO) = "C"
        MOVE VALOR-A-EDITAR TO CANTIDAD-EDITADA
        MOVE CANTIDAD-EDITADA TO CIFRA-TEXTO
    ELSE
        MOVE VALOR-A-EDITAR TO IMPORTE-EDITADO
        MOVE IMPORTE-EDITADO TO CIFRA-TEXTO
    END-IF
    .

*> Las mismas cifras del reporte para la planilla de la gerencia,
*> separadas por comas como los demas CSV del sistema: una fila por
*> categoria y concepto. Un porcentaje sin calcular queda vacio.
ESCRIBIR-CSV-CARTERA.
    OPEN OUTPUT ARCHIVO-CSV
    IF ESTADO-CSV NOT = "00"
        DISPLAY "No se pudo crear el archivo CSV de cartera."
    ELSE
        MOVE "PERIODO,CATEGORIA,CONCEPTO,ACTUAL,PERIODO_ANTERIOR,ANTERIOR,DIF_ANTERIOR,PCT_ANTERIOR,PERIODO_ANIO_ANTERIOR,ANIO_ANTERIOR,DIF_ANIO,PCT_ANIO"
            TO LINEA-CSV
        WRITE LINEA-CSV

        MOVE 1 TO INDICE-CATEGORIA
        PERFORM UNTIL INDICE-CATEGORIA > 3
            PERFORM DESCRIBIR-CATEGORIA
            MOVE 1 TO INDICE-CONCEPTO
            PERFORM UNTIL INDICE-CONCEPTO > 17
                PERFORM CALCULAR-VARIACIONES
                PERFORM EDITAR-CIFRAS-CONCEPTO
                IF HAY-PORCENTAJE(1) = "N"
                    MOVE SPACES TO TEXTO-PORCENTAJE(1)
                END-IF
                IF HAY-PORCENTAJE(2) = "N"
                    MOVE SPACES TO TEXTO-PORCENTAJE(2)
                END-IF
                PERFORM ESCRIBIR-LINEA-CSV
                ADD 1 TO INDICE-CONCEPTO
            END-PERFORM
            ADD 1 TO INDICE-CATEGORIA
        END-PERFORM
        CLOSE ARCHIVO-CSV
    END-IF
    .

*> Renglon del CSV para la categoria y el concepto vigentes
ESCRIBIR-LINEA-CSV.
    MOVE SPACES TO LINEA-CSV
    STRING PERIODO-SOLICITADO DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(CODIGO-CATEGORIA) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(NOMBRE-CONCEPTO(INDICE-CONCEPTO))
            DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(TEXTO-CIFRA(1)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        PER-NUMERO(2) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(TEXTO-CIFRA(2)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(TEXTO-DIFERENCIA(1)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(TEXTO-PORCENTAJE(1)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        PER-NUMERO(3) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(TEXTO-CIFRA(3)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(TEXTO-DIFERENCIA(2)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(TEXTO-PORCENTAJE(2)) DELIMITED BY SIZE
        INTO LINEA-CSV
    WRITE LINEA-CSV
    .
