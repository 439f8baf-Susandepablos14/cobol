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

*> Fusiones de clientes duplicados registradas por MENU-CLIENTES: los
*> movimientos del ID absorbido siguen bajo su ID original
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
      88 EST-TRANSF-ENVIADA    VALUE "TE".
      88 EST-TRANSF-RECIBIDA   VALUE "TR".
      88 EST-REVERSA           VALUE "RV".
      88 EST-FUSION-SALIDA     VALUE "FS".
      88 EST-FUSION-ENTRADA    VALUE "FE".
   05 OPERADOR-EST        PIC X(8).
   05 REFERENCIA-EST      PIC 9(7).

01 PERIODO-FOTO         PIC 9(6).
01 FOTO-ENCONTRADA      PIC X.

*> Cliente en el que termino fusionado cada ID absorbido (0 si no fue
*> absorbido), ya resuelto a traves de fusiones encadenadas, y los
*> movimientos del periodo hechos bajo esos IDs anteriores que se
*> agregan al estado de cuenta del cliente que se conservo
01 ESTADO-FUSIONES      PIC XX.
01 HAY-FUSIONES         PIC X.
01 TABLA-DESTINO-FUSION.
   05 DESTINO-FUSION OCCURS 99999 TIMES PIC 9(5).
01 INDICE-FUS           PIC 9(6).
01 ID-DESTINO-FINAL     PIC 9(5).
01 PASOS-FUSION         PIC 99.
01 TABLA-MOV-ANTERIORES.
   05 MOV-ANTERIOR OCCURS 200 TIMES PIC X(52).
01 TOTAL-MOV-ANTERIORES PIC 999.
01 INDICE-MOV-ANTERIOR  PIC 999.

PROCEDURE DIVISION.

*> Genera, para el periodo AAAAMM solicitado, un estado de cuenta por

    PERFORM PEDIR-PERIODO
    PERFORM CARGAR-FOTO-PREVIA
    PERFORM CARGAR-FUSIONES

    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING
    END-IF
    .

*> Carga fusiones_clientes.txt a TABLA-DESTINO-FUSION y resuelve cada
*> ID absorbido al cliente en el que termino, aunque este a su vez se
*> haya fusionado despues en otro. Sin archivo no hay fusiones.
CARGAR-FUSIONES.
    MOVE ZEROS TO TABLA-DESTINO-FUSION
    MOVE "N" TO HAY-FUSIONES

    OPEN INPUT ARCHIVO-FUSIONES
    IF ESTADO-FUSIONES NOT = "00"
        CLOSE ARCHIVO-FUSIONES
    ELSE
        PERFORM UNTIL ESTADO-FUSIONES = "10"
            READ ARCHIVO-FUSIONES
                AT END MOVE "10" TO ESTADO-FUSIONES
                NOT AT END
                    IF ID-ABSORBIDO-FUS >= 1
                        AND ID-CONSERVADO-FUS >= 1
                        MOVE ID-CONSERVADO-FUS
                            TO DESTINO-FUSION(ID-ABSORBIDO-FUS)
                        MOVE "S" TO HAY-FUSIONES
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-FUSIONES
    END-IF

    IF HAY-FUSIONES = "S"
        MOVE 1 TO INDICE-FUS
        PERFORM UNTIL INDICE-FUS > 99999
            IF DESTINO-FUSION(INDICE-FUS) NOT = 0
                MOVE DESTINO-FUSION(INDICE-FUS) TO ID-DESTINO-FINAL
                MOVE 0 TO PASOS-FUSION
                PERFORM UNTIL DESTINO-FUSION(ID-DESTINO-FINAL) = 0
                        OR PASOS-FUSION > 20
                    MOVE DESTINO-FUSION(ID-DESTINO-FINAL)
                        TO ID-DESTINO-FINAL
                    ADD 1 TO PASOS-FUSION
                END-PERFORM
                MOVE ID-DESTINO-FINAL TO DESTINO-FUSION(INDICE-FUS)
            END-IF
            ADD 1 TO INDICE-FUS
        END-PERFORM
    END-IF
    .

*> Genera el estado de cuenta del cliente vigente en REGISTRO-CLIENTE:
*> recorre el archivo historico del periodo (si ya fue cerrado) y el
*> archivo activo. El saldo de apertura sale de la foto de saldos del
*> en los archivos leidos, el saldo anterior del primer movimiento
*> posterior al periodo, o el saldo vigente como ultimo recurso. El
*> cierre es el ultimo saldo nuevo dentro del periodo, o la apertura
*> si no hubo movimientos. Los movimientos del periodo hechos bajo
*> IDs que se fusionaron en este cliente se listan aparte despues del
*> cierre, sin alterar sus saldos.
GENERAR-ESTADO-CLIENTE.
    MOVE 0 TO SALDO-APERTURA
    MOVE 0 TO TOTAL-MOV-ANTERIORES
    MOVE 0 TO SALDO-POSTERIOR
    MOVE "N" TO TIENE-MOV-PREVIO
    MOVE "N" TO TIENE-MOV-PERIODO
    END-IF

    PERFORM ESCRIBIR-PIE-ESTADO
    IF TOTAL-MOV-ANTERIORES > 0
        PERFORM ESCRIBIR-MOV-IDS-ANTERIORES
    END-IF
    ADD 1 TO TOTAL-ESTADOS
    .

                    MOVE REGISTRO-MOV-PERIODO TO MOVIMIENTO-ESTADO
                    IF ID-CLIENTE-EST = ID-CLIENTE
                        PERFORM PROCESAR-MOV-ESTADO
                    ELSE
                        IF HAY-FUSIONES = "S"
                            PERFORM ANOTAR-MOV-ID-ANTERIOR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
                    MOVE REGISTRO-MOVIMIENTO TO MOVIMIENTO-ESTADO
                    IF ID-CLIENTE-EST = ID-CLIENTE
                        PERFORM PROCESAR-MOV-ESTADO
                    ELSE
                        IF HAY-FUSIONES = "S"
                            PERFORM ANOTAR-MOV-ID-ANTERIOR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-EVALUATE
    .

*> Guarda el movimiento vigente si es del periodo y de un ID que
*> termino fusionado en el cliente que se esta procesando
ANOTAR-MOV-ID-ANTERIOR.
    IF ID-CLIENTE-EST >= 1 AND ID-CLIENTE-EST <= 99999
        IF DESTINO-FUSION(ID-CLIENTE-EST) = ID-CLIENTE
            AND FECHA-EST(1:6) = PERIODO-SOLICITADO
            AND TOTAL-MOV-ANTERIORES < 200
            ADD 1 TO TOTAL-MOV-ANTERIORES
            MOVE MOVIMIENTO-ESTADO
                TO MOV-ANTERIOR(TOTAL-MOV-ANTERIORES)
        END-IF
    END-IF
    .

*> Escribe el encabezado del estado de cuenta con los datos del
*> cliente tomados de clientes.txt. Cada estado posterior al primero
*> arranca en pagina nueva para poder imprimirlos por separado.
        WRITE LINEA-SPOOL
    END-IF

    IF EST-FUSION-SALIDA OR EST-FUSION-ENTRADA
        MOVE SPACES TO LINEA-SPOOL
        IF EST-FUSION-SALIDA
            STRING
                "              (fusionado en el cliente "
                    DELIMITED BY SIZE
                REFERENCIA-EST(3:5) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO LINEA-SPOOL
        ELSE
            STRING
                "              (absorbe al cliente " DELIMITED BY SIZE
                REFERENCIA-EST(3:5) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO LINEA-SPOOL
        END-IF
        WRITE LINEA-SPOOL
    END-IF

    IF EST-REVERSA
        MOVE SPACES TO LINEA-SPOOL
        STRING
    END-IF
    .

*> Lista, despues del cierre, los movimientos del periodo hechos
*> bajo IDs que se fusionaron en este cliente. El saldo que muestra
*> cada linea es el del ID anterior.
ESCRIBIR-MOV-IDS-ANTERIORES.
    MOVE SPACES TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "Movimientos registrados bajo IDs anteriores (fusionados "
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "en este cliente):" TO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE 1 TO INDICE-MOV-ANTERIOR
    PERFORM UNTIL INDICE-MOV-ANTERIOR > TOTAL-MOV-ANTERIORES
        MOVE MOV-ANTERIOR(INDICE-MOV-ANTERIOR) TO MOVIMIENTO-ESTADO
        PERFORM ESCRIBIR-LINEA-MOV-ESTADO
        MOVE SPACES TO LINEA-SPOOL
        STRING
            "              (ID anterior " DELIMITED BY SIZE
            ID-CLIENTE-EST DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        ADD 1 TO INDICE-MOV-ANTERIOR
    END-PERFORM
    .

*> Escribe la linea de saldo de cierre del estado de cuenta
ESCRIBIR-PIE-ESTADO.
    MOVE "---------------------------------------------------"
            MOVE "Transf. recibida" TO DESCRIPCION-TIPO-MOV
        WHEN EST-REVERSA
            MOVE "Reversa" TO DESCRIPCION-TIPO-MOV
        WHEN EST-FUSION-SALIDA
            MOVE "Fusion (salida)" TO DESCRIPCION-TIPO-MOV
        WHEN EST-FUSION-ENTRADA
            MOVE "Fusion (entrada)" TO DESCRIPCION-TIPO-MOV
        WHEN OTHER
            MOVE "Desconocido" TO DESCRIPCION-TIPO-MOV
    END-EVALUATE
