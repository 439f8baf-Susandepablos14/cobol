    SELECT ARCHIVO-SALDOS ASSIGN TO NOMBRE-ARCHIVO-SALDOS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SALDOS.
    SELECT ARCHIVO-FUSIONES ASSIGN TO "..\fusiones_clientes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-FUSIONES.

DATA DIVISION.
FILE SECTION.
   05 ID-CLIENTE-SAL      PIC 9(5).
   05 SALDO-CIERRE-SAL    PIC S9(5)V99.

*> Fusiones de clientes duplicados registradas por MENU-CLIENTES: el
*> ID absorbido conserva sus movimientos hasta el FS de la fusion y
*> no debe tener ninguno despues
FD ARCHIVO-FUSIONES.
01 REGISTRO-FUSION.
   05 ID-ABSORBIDO-FUS       PIC 9(5).
   05 ID-CONSERVADO-FUS      PIC 9(5).
   05 FECHA-FUS              PIC 9(8).
   05 HORA-FUS               PIC 9(6).
   05 SALDO-TRASPASADO-FUS   PIC S9(5)V99.
   05 SECUENCIA-SALIDA-FUS   PIC 9(7).
   05 SECUENCIA-ENTRADA-FUS  PIC 9(7).
   05 OPERADOR-FUS           PIC X(8).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-ARCHIVO       PIC XX.
01 ESTADO-MOVIMIENTO    PIC XX.
01 ESTADO-MOV-PERIODO   PIC XX.
01 ESTADO-FUSIONES      PIC XX.

*> Recorrido de los archivos historicos movimientos_AAAAMM.txt, en
*> orden de periodo, antes del archivo activo
   05 TIPO-AUD            PIC XX.

*> Una entrada por cada ID-CLIENTE posible: si el cliente existe en
*> clientes.txt, su saldo y estado vigentes, el ultimo saldo nuevo
*> visto al encadenar sus movimientos y, si fue absorbido por una
*> fusion, el cliente que lo absorbio y la secuencia de su FS
01 TABLA-AUDITORIA.
   05 AUD-CLIENTE OCCURS 99999 TIMES.
      10 AUD-EXISTE        PIC X.
      10 AUD-SALDO-ARCHIVO PIC S9(5)V99.
      10 AUD-ESTADO        PIC X.
      10 AUD-TIENE-MOV     PIC X.
      10 AUD-ULTIMO-SALDO  PIC S9(5)V99.
      10 AUD-FUSIONADO-EN  PIC 9(5).
      10 AUD-SEC-FUSION    PIC 9(7).

*> Control de la secuencia global de movimientos
01 SECUENCIA-ESPERADA   PIC 9(7).
01 TOTAL-SIN-CLIENTE    PIC 9(5).
01 TOTAL-DESCUADRES     PIC 9(5).
01 TOTAL-SIN-RESPALDO   PIC 9(5).
01 TOTAL-FUSIONES       PIC 9(5).
01 TOTAL-MOV-FUSIONADOS PIC 9(7).
01 TOTAL-TRAS-FUSION    PIC 9(5).
01 TOTAL-FUSION-ABIERTA PIC 9(5).
01 TOTAL-ANOMALIAS      PIC 9(7).

*> Variables de formato para los mensajes de anomalia
*> coincida con el SALDO de clientes.txt, y marca cadenas rotas,
*> saltos en la secuencia global, movimientos de IDs inexistentes y
*> clientes cuyo saldo no esta respaldado por ningun movimiento.
*> Los movimientos de un ID absorbido por una fusion se siguen
*> auditando bajo ese ID; se marcan los que aparezcan despues de la
*> fusion y los IDs absorbidos que no quedaron inactivos y en cero.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= AUDITORIA DE MOVIMIENTOS ======="
    MOVE 0 TO TOTAL-SIN-CLIENTE
    MOVE 0 TO TOTAL-DESCUADRES
    MOVE 0 TO TOTAL-SIN-RESPALDO
    MOVE 0 TO TOTAL-FUSIONES
    MOVE 0 TO TOTAL-MOV-FUSIONADOS
    MOVE 0 TO TOTAL-TRAS-FUSION
    MOVE 0 TO TOTAL-FUSION-ABIERTA
    MOVE "S" TO PRIMER-MOVIMIENTO

    PERFORM CARGAR-TABLA-CLIENTES
    PERFORM CARGAR-FUSIONES

    IF ESTADO-ARCHIVO = "99"
        DISPLAY "No se pudo abrir clientes.txt. Fin del proceso."
        MOVE "N" TO AUD-TIENE-MOV(INDICE-AUD)
        MOVE 0 TO AUD-SALDO-ARCHIVO(INDICE-AUD)
        MOVE 0 TO AUD-ULTIMO-SALDO(INDICE-AUD)
        MOVE SPACE TO AUD-ESTADO(INDICE-AUD)
        MOVE 0 TO AUD-FUSIONADO-EN(INDICE-AUD)
        MOVE 0 TO AUD-SEC-FUSION(INDICE-AUD)
        ADD 1 TO INDICE-AUD
    END-PERFORM

                    IF ID-CLIENTE >= 1 AND ID-CLIENTE <= 99999
                        MOVE "S" TO AUD-EXISTE(ID-CLIENTE)
                        MOVE SALDO TO AUD-SALDO-ARCHIVO(ID-CLIENTE)
                        MOVE ESTADO-CLIENTE TO AUD-ESTADO(ID-CLIENTE)
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    .

*> Lee fusiones_clientes.txt y marca en TABLA-AUDITORIA cada ID
*> absorbido con el cliente que lo absorbio y la secuencia de su
*> movimiento FS. Una fusion sin secuencia de entrada quedo a medias
*> (el saldo no llego al cliente conservado) y se informa aqui.
CARGAR-FUSIONES.
    OPEN INPUT ARCHIVO-FUSIONES
    IF ESTADO-FUSIONES NOT = "00"
        CLOSE ARCHIVO-FUSIONES
    ELSE
        PERFORM UNTIL ESTADO-FUSIONES = "10"
            READ ARCHIVO-FUSIONES
                AT END MOVE "10" TO ESTADO-FUSIONES
                NOT AT END
                    IF ID-ABSORBIDO-FUS >= 1
                        ADD 1 TO TOTAL-FUSIONES
                        MOVE ID-CONSERVADO-FUS
                            TO AUD-FUSIONADO-EN(ID-ABSORBIDO-FUS)
                        MOVE SECUENCIA-SALIDA-FUS
                            TO AUD-SEC-FUSION(ID-ABSORBIDO-FUS)
                        IF SECUENCIA-ENTRADA-FUS = 0
                            ADD 1 TO TOTAL-FUSION-ABIERTA
                            DISPLAY "FUSION ABIERTA: el cliente "
                                ID-ABSORBIDO-FUS " fue absorbido por "
                                ID-CONSERVADO-FUS
                                " sin movimiento de entrada del saldo"
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-FUSIONES
    END-IF
    .

*> Segunda pasada, primera parte: siembra el encadenado con la foto
*> de saldos mas reciente (si existe) y recorre los archivos
*> historicos movimientos_AAAAMM.txt posteriores a ella en orden de
        END-IF
        MOVE "S" TO AUD-TIENE-MOV(ID-CLIENTE-AUD)
        MOVE SALDO-NUEVO-AUD TO AUD-ULTIMO-SALDO(ID-CLIENTE-AUD)

        IF AUD-FUSIONADO-EN(ID-CLIENTE-AUD) NOT = 0
            ADD 1 TO TOTAL-MOV-FUSIONADOS
            IF AUD-SEC-FUSION(ID-CLIENTE-AUD) NOT = 0
                AND SECUENCIA-AUD > AUD-SEC-FUSION(ID-CLIENTE-AUD)
                ADD 1 TO TOTAL-TRAS-FUSION
                DISPLAY "MOVIMIENTO TRAS FUSION: el movimiento "
                    SECUENCIA-AUD " es del cliente " ID-CLIENTE-AUD
                    ", absorbido por "
                    AUD-FUSIONADO-EN(ID-CLIENTE-AUD)
            END-IF
        END-IF
    END-IF
    .


*> Compara el ultimo saldo encadenado de un cliente contra su SALDO
*> en clientes.txt; un cliente con saldo distinto de cero y sin un
*> solo movimiento detras tambien queda marcado, igual que un ID
*> absorbido por una fusion que no quedo inactivo y en cero
VERIFICAR-SALDO-CLIENTE.
    IF AUD-TIENE-MOV(INDICE-AUD) = "S"
        IF AUD-ULTIMO-SALDO(INDICE-AUD) NOT =
                " sin ningun movimiento registrado"
        END-IF
    END-IF

    IF AUD-FUSIONADO-EN(INDICE-AUD) NOT = 0
        AND (AUD-SALDO-ARCHIVO(INDICE-AUD) NOT = 0
            OR AUD-ESTADO(INDICE-AUD) NOT = "I")
        ADD 1 TO TOTAL-FUSION-ABIERTA
        MOVE AUD-SALDO-ARCHIVO(INDICE-AUD) TO SALDO-EDITADO-1
        DISPLAY "FUSION ABIERTA: el cliente " INDICE-AUD
            ", absorbido por " AUD-FUSIONADO-EN(INDICE-AUD)
            ", tiene estado " AUD-ESTADO(INDICE-AUD)
            " y saldo " SALDO-EDITADO-1
    END-IF
    .

*> Imprime el resumen final de la auditoria
MOSTRAR-RESUMEN-AUDITORIA.
    COMPUTE TOTAL-ANOMALIAS = TOTAL-CADENAS-ROTAS + TOTAL-SALTOS-SEC
        + TOTAL-SIN-CLIENTE + TOTAL-DESCUADRES + TOTAL-SIN-RESPALDO
        + TOTAL-TRAS-FUSION + TOTAL-FUSION-ABIERTA

    DISPLAY "-----------------------------"
    DISPLAY "Movimientos auditados: " TOTAL-MOVIMIENTOS
    DISPLAY "Movimientos de clientes inexistentes: " TOTAL-SIN-CLIENTE
    DISPLAY "Saldos que no cierran con clientes.txt: " TOTAL-DESCUADRES
    DISPLAY "Clientes con saldo sin movimientos: " TOTAL-SIN-RESPALDO
    DISPLAY "Fusiones de clientes registradas: " TOTAL-FUSIONES
    DISPLAY "Movimientos bajo IDs absorbidos: " TOTAL-MOV-FUSIONADOS
    DISPLAY "Movimientos posteriores a una fusion: " TOTAL-TRAS-FUSION
    DISPLAY "Fusiones abiertas o incompletas: " TOTAL-FUSION-ABIERTA

    IF TOTAL-ANOMALIAS = 0
        DISPLAY "La auditoria no encontro anomalias."
