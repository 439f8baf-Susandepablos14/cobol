IDENTIFICATION DIVISION.
PROGRAM-ID. IMPORTAR-RECIBOS.

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
    SELECT ARCHIVO-SECUENCIA-MOV ASSIGN TO "..\secuencia_movimientos.txt"
        FILE STATUS IS ESTADO-SECUENCIA-MOV.
    SELECT ARCHIVO-BANCO ASSIGN TO "..\recibos_banco.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-BANCO.
    SELECT ARCHIVO-SUSPENSO ASSIGN TO "..\recibos_suspenso.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SUSPENSOS.
    SELECT ARCHIVO-SUSPENSO-RESUELTOS
        ASSIGN TO "..\recibos_suspenso_resueltos.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SUSPENSO-RESUELTOS.
    SELECT ARCHIVO-RESULTADO ASSIGN TO NOMBRE-ARCHIVO-RESULTADO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-RESULTADO.
    SELECT ARCHIVO-SPOOL ASSIGN TO NOMBRE-ARCHIVO-SPOOL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SPOOL.
    SELECT ARCHIVO-OPERADORES ASSIGN TO "..\operadores.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-OPERADORES.
    SELECT ARCHIVO-SEGURIDAD ASSIGN TO "..\bitacora_seguridad.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SEGURIDAD.
    SELECT ARCHIVO-CONTROL ASSIGN TO "..\control_lotes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CONTROL.

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

FD ARCHIVO-SECUENCIA-MOV.
01 REGISTRO-SECUENCIA-MOV.
   05 ULTIMA-SECUENCIA-MOV PIC 9(7).

*> Archivo de cobros recibidos que envia el banco cada mañana, una
*> fila por cobro: FECHA,MONTO,TELEFONO,CORREO,REFERENCIA (fecha
*> AAAAMMDD del cobro; telefono, correo y referencia como los dejo
*> el pagador, cualquiera puede venir vacio)
FD ARCHIVO-BANCO.
01 LINEA-BANCO PIC X(150).

*> Cobros del banco que no se pudieron asignar solos a un cliente:
*> numero de partida, fecha del cobro y de ingreso al suspenso,
*> monto, los datos del pagador tal como vinieron, motivo
*> (S=sin coincidencia, A=varios clientes posibles, D=el unico
*> cliente posible esta sin movimientos recientes), estado
*> (P=pendiente, A=asignada a un cliente, D=devuelta al banco) y, al
*> resolverse, el cliente, el operador, la fecha y la SECUENCIA-MOV
*> del deposito. Aqui solo viven las pendientes: al reescribir el
*> archivo, MENU-CLIENTES pasa las resueltas a
*> recibos_suspenso_resueltos.txt.
FD ARCHIVO-SUSPENSO.
01 REGISTRO-SUSPENSO.
   05 NUMERO-SUSPENSO      PIC 9(6).
   05 FECHA-RECIBO-SUS     PIC 9(8).
   05 FECHA-INGRESO-SUS    PIC 9(8).
   05 MONTO-SUSPENSO       PIC 9(5)V99.
   05 TELEFONO-SUSPENSO    PIC X(15).
   05 CORREO-SUSPENSO      PIC X(40).
   05 REFERENCIA-SUSPENSO  PIC X(30).
   05 MOTIVO-SUSPENSO      PIC X.
   05 ESTADO-SUSPENSO      PIC X.
   05 CLIENTE-SUSPENSO     PIC 9(5).
   05 OPERADOR-SUSPENSO    PIC X(8).
   05 FECHA-RESUELTO-SUS   PIC 9(8).
   05 SECUENCIA-MOV-SUS    PIC 9(7).

*> Historial de partidas de suspenso ya asignadas o devueltas, mismo
*> trazado que REGISTRO-SUSPENSO; solo se le agregan filas
FD ARCHIVO-SUSPENSO-RESUELTOS.
01 REGISTRO-SUSPENSO-RESUELTO PIC X(144).

*> Resultado de la importacion, una linea por fila del banco: a que
*> cliente se aplico, a que partida de suspenso paso, o por que se
*> rechazo
FD ARCHIVO-RESULTADO.
01 LINEA-RESULTADO PIC X(100).

FD ARCHIVO-SPOOL.
01 LINEA-SPOOL PIC X(100).

*> Operadores autorizados del sistema, el mismo trazado que usa
*> MENU-CLIENTES
FD ARCHIVO-OPERADORES.
01 REGISTRO-OPERADOR.
   05 CODIGO-OPERADOR     PIC X(8).
   05 CLAVE-OPERADOR      PIC X(8).
   05 PERFIL-OPERADOR     PIC X.
   05 ESTADO-OPERADOR     PIC X.
   05 CAMBIO-OBLIGADO     PIC X.
   05 NOMBRE-OPERADOR     PIC X(30).

*> Bitacora de seguridad compartida, el mismo trazado que usa
*> MENU-CLIENTES; solo se le agregan filas
FD ARCHIVO-SEGURIDAD.
01 REGISTRO-SEGURIDAD.
   05 FECHA-SEG           PIC 9(8).
   05 HORA-SEG            PIC 9(6).
   05 PROGRAMA-SEG        PIC X(20).
   05 OPERADOR-SEG        PIC X(8).
   05 EVENTO-SEG          PIC X(14).
   05 RESULTADO-SEG       PIC X(10).
   05 OBJETIVO-SEG        PIC X(8).
   05 DETALLE-SEG         PIC X(40).

*> Control de corridas de los lotes: una fila por corrida con fecha,
*> programa, estado (I=iniciado, F=finalizado) y el ultimo cliente o
*> fila procesados, para impedir corridas dobles y poder reanudar
FD ARCHIVO-CONTROL.
01 REGISTRO-CONTROL.
   05 FECHA-CONTROL       PIC 9(8).
   05 PROGRAMA-CONTROL    PIC X(12).
   05 ESTADO-CORRIDA      PIC X.
   05 ULTIMO-PROCESADO    PIC 9(7).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-ARCHIVO       PIC XX.
01 ESTADO-MOVIMIENTO    PIC XX.
01 ESTADO-SECUENCIA-MOV PIC XX.
01 ESTADO-BANCO         PIC XX.
01 ESTADO-SUSPENSOS     PIC XX.
01 ESTADO-SUSPENSO-RESUELTOS PIC XX.
01 ESTADO-RESULTADO     PIC XX.
01 ESTADO-SPOOL         PIC XX.

*> Campos de una fila del banco, ya separados del delimitador
01 FECHA-BANCO-TEXTO    PIC X(10).
01 FECHA-BANCO          PIC 9(8).
01 MONTO-BANCO-TEXTO    PIC X(12).
01 MONTO-BANCO          PIC S9(5)V99.
01 TELEFONO-BANCO       PIC X(15).
01 CORREO-BANCO         PIC X(40).
01 REFERENCIA-BANCO     PIC X(30).

*> Clientes activos que coinciden con el telefono o el correo del
*> cobro, sin repetir; un cobro se aplica solo si hay exactamente uno
01 TABLA-CANDIDATOS.
   05 CANDIDATO-ID OCCURS 10 TIMES PIC 9(5).
01 TOTAL-CANDIDATOS     PIC 9(2).
01 INDICE-CANDIDATO     PIC 9(2).
01 CANDIDATO-REPETIDO   PIC X.

*> Variables de trabajo de la operacion y del resumen de la corrida
01 CONTADOR-MOV         PIC 9(7).
01 SALDO-PROPUESTO      PIC S9(5)V99.
01 TOTAL-LEIDOS         PIC 9(5).
01 TOTAL-APLICADOS      PIC 9(5).
01 TOTAL-SUSPENSO       PIC 9(5).
01 TOTAL-RECHAZADOS     PIC 9(5).
01 MONTO-APLICADO       PIC S9(7)V99.
01 MONTO-A-SUSPENSO     PIC S9(7)V99.
01 MOTIVO-RECHAZO       PIC X(60).
01 MOTIVO-SUSPENSO-REG  PIC X.
01 CLIENTE-SUSPENSO-REG PIC 9(5).
01 NUMERO-SUSPENSO-MAX  PIC 9(6).
01 NUMERO-LEIDO         PIC 9(6).
01 NOMBRE-ARCHIVO-RESULTADO PIC X(40).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).
01 MONTO-MOSTRAR        PIC Z(5).99.

*> Antiguedad de las partidas de suspenso pendientes para el reporte
*> diario: tramos de 0-2, 3-7, 8-30 y mas de 30 dias desde la fecha
*> del cobro
01 NOMBRES-TRAMOS-SUSPENSO.
   05 FILLER            PIC X(16) VALUE "0 A 2 DIAS".
   05 FILLER            PIC X(16) VALUE "3 A 7 DIAS".
   05 FILLER            PIC X(16) VALUE "8 A 30 DIAS".
   05 FILLER            PIC X(16) VALUE "MAS DE 30 DIAS".
01 TABLA-TRAMOS-SUSPENSO REDEFINES NOMBRES-TRAMOS-SUSPENSO.
   05 NOMBRE-TRAMO OCCURS 4 TIMES PIC X(16).
01 TOTALES-TRAMO-SUSPENSO.
   05 TOTAL-TRAMO-ENTRADA OCCURS 4 TIMES.
      10 TTR-CUENTA        PIC 9(5).
      10 TTR-MONTO         PIC 9(7)V99.
01 INDICE-TRAMO         PIC 9.
01 DIA-HOY              PIC 9(7).
01 DIAS-SUSPENSO        PIC 9(5).
01 DIAS-EDITADOS        PIC Z(4)9.
01 CUENTA-EDITADA       PIC Z(4)9.
01 TOTAL-EDITADO        PIC Z(7).99.
01 TOTAL-PARTIDAS       PIC 9(5).
01 SALDO-SUSPENSO       PIC 9(7)V99.
01 ASIGNADAS-HOY        PIC 9(5).
01 DEVUELTAS-HOY        PIC 9(5).
01 DESCRIPCION-MOTIVO   PIC X(16).

*> Sesion del operador que lanza el lote, validada contra
*> operadores.txt igual que en MENU-CLIENTES
01 ESTADO-OPERADORES    PIC XX.
01 OPERADOR-ACTUAL      PIC X(8).
01 PERFIL-ACTUAL        PIC X.
01 CODIGO-BUSCADO       PIC X(8).
01 CLAVE-BUSCADA        PIC X(8).
01 CLAVE-HASH           PIC 9(8).
01 HASH-TRABAJO         PIC 9(9).
01 INDICE-HASH          PIC 9.
01 OPERADOR-VALIDO      PIC X.
01 PERFIL-ENCONTRADO    PIC X.
01 INTENTOS-SESION      PIC 9.
01 ESTADO-ENCONTRADO    PIC X.

*> Bitacora de seguridad: evento que se deja preparado antes de
*> PERFORM REGISTRAR-EVENTO-SEGURIDAD, cuenta de intentos fallidos
*> seguidos para el bloqueo (igual que MENU-CLIENTES) y copia de
*> operadores.txt para dejar bloqueado a un operador
01 ESTADO-SEGURIDAD     PIC XX.
01 OPERADOR-SEG-REG     PIC X(8) VALUE SPACES.
01 EVENTO-SEG-REG       PIC X(14) VALUE SPACES.
01 RESULTADO-SEG-REG    PIC X(10) VALUE SPACES.
01 OBJETIVO-SEG-REG     PIC X(8) VALUE SPACES.
01 DETALLE-SEG-REG      PIC X(40) VALUE SPACES.
01 HORA-SEG-REG         PIC 9(8).
01 FALLOS-SEGUIDOS      PIC 9(3).
01 MAXIMO-FALLOS        PIC 9(3) VALUE 5.
01 FALLOS-MOSTRAR       PIC ZZ9.
01 TABLA-OPERADORES.
   05 OPE-REGISTRO OCCURS 50 TIMES PIC X(49).
01 TOTAL-OPERADORES     PIC 9(2).
01 INDICE-OPERADOR      PIC 9(2).

*> Control de corridas: copia en memoria de control_lotes.txt, el
*> renglon de la corrida en curso y las decisiones de arranque
01 ESTADO-CONTROL       PIC XX.
01 TABLA-CONTROL.
   05 CONTROL-ENTRADA OCCURS 200 TIMES.
      10 CTL-FECHA         PIC 9(8).
      10 CTL-PROGRAMA      PIC X(12).
      10 CTL-ESTADO        PIC X.
      10 CTL-ULTIMO        PIC 9(7).
01 TOTAL-CONTROLES      PIC 9(3).
01 INDICE-CONTROL       PIC 9(3).
01 INDICE-CORRIDA       PIC 9(3).
01 FECHA-HOY            PIC 9(8).
01 PROGRAMA-ACTUAL      PIC X(12).
01 FECHA-CORRIDA-I      PIC 9(8).
01 CORRIDA-COMPLETA-HOY PIC X.
01 CONTINUAR-LOTE       PIC X.
01 REANUDAR-DESDE       PIC 9(7).
01 RESPUESTA-SUPERVISOR PIC X.

*> Tipo de movimiento que se deja preparado antes de PERFORM
*> REGISTRAR-MOVIMIENTO (mismos codigos que en MENU-CLIENTES)
01 TIPO-MOV-REG         PIC XX.

PROCEDURE DIVISION.

*> Importa recibos_banco.txt, el archivo de cobros que manda el banco
*> y que antes se volvia a teclear en carga_movimientos.txt. Cada
*> cobro se busca por las claves alternas TELEFONO y CORREO de
*> clientes.txt: si lleva a un solo cliente activo se aplica como
*> deposito (DP) con el sello del operador de la corrida; si no lleva
*> a ninguno, lleva a varios o el cliente esta sin movimientos
*> recientes, pasa a recibos_suspenso.txt para que un operador lo
*> asigne o lo devuelva desde MENU-CLIENTES. El resultado de cada
*> fila queda en recibos_banco_AAAAMMDD.txt y, en cada corrida, el
*> saldo y la antiguedad del suspenso en suspenso_recibos_AAAAMMDD.txt.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= IMPORTACION DE COBROS DEL BANCO ======="
    MOVE 0 TO TOTAL-LEIDOS
    MOVE 0 TO TOTAL-APLICADOS
    MOVE 0 TO TOTAL-SUSPENSO
    MOVE 0 TO TOTAL-RECHAZADOS
    MOVE 0 TO MONTO-APLICADO
    MOVE 0 TO MONTO-A-SUSPENSO

    PERFORM INICIAR-SESION-OPERADOR
    IF OPERADOR-ACTUAL = SPACES
        DISPLAY "Demasiados intentos fallidos. Fin del proceso."
        STOP RUN
    END-IF

    MOVE "IMPORT-RECIB" TO PROGRAMA-ACTUAL
    ACCEPT FECHA-HOY FROM DATE YYYYMMDD
    COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY)

    PERFORM VERIFICAR-CONTROL-LOTE
    IF CONTINUAR-LOTE = "S"
        PERFORM IMPORTAR-ARCHIVO-BANCO
    END-IF

*> el reporte del suspenso sale en toda corrida, tambien cuando no
*> hubo importacion, para tener el saldo del dia aunque el banco no
*> haya mandado cobros
    PERFORM ESCRIBIR-REPORTE-SUSPENSO

    STOP RUN.

*> Procesa recibos_banco.txt completo (o desde la fila siguiente a
*> la ultima procesada, si se reanuda una corrida interrumpida)
IMPORTAR-ARCHIVO-BANCO.
    OPEN INPUT ARCHIVO-BANCO
    IF ESTADO-BANCO NOT = "00"
        CLOSE ARCHIVO-BANCO
        DISPLAY "No se encontro recibos_banco.txt: no hay cobros "
            "para importar."
    ELSE
        PERFORM REGISTRAR-INICIO-CONTROL
        PERFORM BUSCAR-MAX-NUMERO-SUSPENSO
        PERFORM ABRIR-ARCHIVO-RESULTADO

        OPEN EXTEND ARCHIVO-SUSPENSO
        IF ESTADO-SUSPENSOS NOT = "00"
            OPEN OUTPUT ARCHIVO-SUSPENSO
        END-IF
        OPEN I-O ARCHIVO-CLIENTES

        PERFORM UNTIL ESTADO-BANCO = "10"
            READ ARCHIVO-BANCO
                AT END MOVE "10" TO ESTADO-BANCO
                NOT AT END
                    ADD 1 TO TOTAL-LEIDOS
                    IF TOTAL-LEIDOS > REANUDAR-DESDE
                        PERFORM PROCESAR-FILA-BANCO
                        MOVE TOTAL-LEIDOS
                            TO CTL-ULTIMO(INDICE-CORRIDA)
                        PERFORM GRABAR-TABLA-CONTROL
                    END-IF
            END-READ
        END-PERFORM

        CLOSE ARCHIVO-CLIENTES
        CLOSE ARCHIVO-SUSPENSO
        CLOSE ARCHIVO-RESULTADO
        CLOSE ARCHIVO-BANCO

        PERFORM REGISTRAR-FIN-CONTROL

        MOVE MONTO-APLICADO TO TOTAL-EDITADO
        DISPLAY "-----------------------------"
        DISPLAY "Filas leidas: " TOTAL-LEIDOS
        DISPLAY "Cobros aplicados: " TOTAL-APLICADOS
            " por " TOTAL-EDITADO
        MOVE MONTO-A-SUSPENSO TO TOTAL-EDITADO
        DISPLAY "Cobros enviados a suspenso: " TOTAL-SUSPENSO
            " por " TOTAL-EDITADO
        DISPLAY "Filas rechazadas: " TOTAL-RECHAZADOS
        DISPLAY "Resultado de la importacion: "
            NOMBRE-ARCHIVO-RESULTADO
    END-IF
    .

*> Abre (o crea) el resultado fechado de la importacion. Se abre en
*> EXTEND para que una corrida reanudada conserve lo ya reportado
*> antes de la caida.
ABRIR-ARCHIVO-RESULTADO.
    MOVE SPACES TO NOMBRE-ARCHIVO-RESULTADO
    STRING "..\recibos_banco_" DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-RESULTADO

    OPEN EXTEND ARCHIVO-RESULTADO
    IF ESTADO-RESULTADO NOT = "00"
        OPEN OUTPUT ARCHIVO-RESULTADO
    END-IF
    .

*> Deja en NUMERO-SUSPENSO-MAX el mayor numero de partida usado, en
*> el suspenso vigente y en el historial de resueltas: el numero
*> identifica la partida tambien despues de asignada o devuelta
BUSCAR-MAX-NUMERO-SUSPENSO.
    MOVE 0 TO NUMERO-SUSPENSO-MAX

    OPEN INPUT ARCHIVO-SUSPENSO
    IF ESTADO-SUSPENSOS NOT = "00"
        CLOSE ARCHIVO-SUSPENSO
    ELSE
        PERFORM UNTIL ESTADO-SUSPENSOS = "10"
            READ ARCHIVO-SUSPENSO
                AT END MOVE "10" TO ESTADO-SUSPENSOS
                NOT AT END
                    IF NUMERO-SUSPENSO > NUMERO-SUSPENSO-MAX
                        MOVE NUMERO-SUSPENSO TO NUMERO-SUSPENSO-MAX
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-SUSPENSO
    END-IF

    OPEN INPUT ARCHIVO-SUSPENSO-RESUELTOS
    IF ESTADO-SUSPENSO-RESUELTOS NOT = "00"
        CLOSE ARCHIVO-SUSPENSO-RESUELTOS
    ELSE
        PERFORM UNTIL ESTADO-SUSPENSO-RESUELTOS = "10"
            READ ARCHIVO-SUSPENSO-RESUELTOS
                AT END MOVE "10" TO ESTADO-SUSPENSO-RESUELTOS
                NOT AT END
                    MOVE REGISTRO-SUSPENSO-RESUELTO(1:6)
                        TO NUMERO-LEIDO
                    IF NUMERO-LEIDO > NUMERO-SUSPENSO-MAX
                        MOVE NUMERO-LEIDO TO NUMERO-SUSPENSO-MAX
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-SUSPENSO-RESUELTOS
    END-IF
    .

*> Separa una fila FECHA,MONTO,TELEFONO,CORREO,REFERENCIA y la valida.
*> Solo se rechaza una fila que no se puede registrar en ningun lado
*> (sin monto valido o con una fecha ilegible); cualquier fila con
*> monto valido termina aplicada a un cliente o en el suspenso.
PROCESAR-FILA-BANCO.
    MOVE SPACES TO FECHA-BANCO-TEXTO
    MOVE SPACES TO MONTO-BANCO-TEXTO
    MOVE SPACES TO TELEFONO-BANCO
    MOVE SPACES TO CORREO-BANCO
    MOVE SPACES TO REFERENCIA-BANCO

    UNSTRING LINEA-BANCO DELIMITED BY ","
        INTO FECHA-BANCO-TEXTO MONTO-BANCO-TEXTO TELEFONO-BANCO
            CORREO-BANCO REFERENCIA-BANCO
    END-UNSTRING

    MOVE FUNCTION TRIM(TELEFONO-BANCO) TO TELEFONO-BANCO
*> el correo se guarda en minusculas en clientes.txt, asi que se
*> busca igual para que la clave alterna encuentre la coincidencia
    MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CORREO-BANCO))
        TO CORREO-BANCO
    MOVE FUNCTION TRIM(REFERENCIA-BANCO) TO REFERENCIA-BANCO

    MOVE 0 TO FECHA-BANCO
    IF FUNCTION TRIM(FECHA-BANCO-TEXTO) = SPACES
        MOVE FECHA-HOY TO FECHA-BANCO
    ELSE
        IF FECHA-BANCO-TEXTO(1:8) IS NUMERIC
            AND FECHA-BANCO-TEXTO(9:2) = SPACES
            MOVE FECHA-BANCO-TEXTO(1:8) TO FECHA-BANCO
            IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-BANCO) NOT = 0
                MOVE 0 TO FECHA-BANCO
            END-IF
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN FECHA-BANCO = 0
            MOVE "fecha del cobro invalida" TO MOTIVO-RECHAZO
            PERFORM RECHAZAR-FILA
        WHEN FUNCTION TRIM(MONTO-BANCO-TEXTO) = SPACES
            MOVE "falta el monto" TO MOTIVO-RECHAZO
            PERFORM RECHAZAR-FILA
        WHEN FUNCTION TEST-NUMVAL(MONTO-BANCO-TEXTO) NOT = 0
            MOVE "monto no numerico" TO MOTIVO-RECHAZO
            PERFORM RECHAZAR-FILA
        WHEN FUNCTION NUMVAL(MONTO-BANCO-TEXTO) > 99999.99
            MOVE "monto fuera de rango" TO MOTIVO-RECHAZO
            PERFORM RECHAZAR-FILA
        WHEN OTHER
            MOVE FUNCTION NUMVAL(MONTO-BANCO-TEXTO) TO MONTO-BANCO
            IF MONTO-BANCO <= 0
                MOVE "el monto debe ser mayor que cero"
                    TO MOTIVO-RECHAZO
                PERFORM RECHAZAR-FILA
            ELSE
                PERFORM ASIGNAR-COBRO
            END-IF
    END-EVALUATE
    .

*> Decide el destino del cobro validado segun los clientes que
*> coinciden con su telefono y su correo
ASIGNAR-COBRO.
    PERFORM BUSCAR-CANDIDATOS
    MOVE 0 TO CLIENTE-SUSPENSO-REG

    EVALUATE TOTAL-CANDIDATOS
        WHEN 0
            MOVE "S" TO MOTIVO-SUSPENSO-REG
            PERFORM ENVIAR-A-SUSPENSO
        WHEN 1
            MOVE CANDIDATO-ID(1) TO ID-CLIENTE
            READ ARCHIVO-CLIENTES
                KEY IS ID-CLIENTE
                INVALID KEY
                    MOVE "S" TO MOTIVO-SUSPENSO-REG
                    PERFORM ENVIAR-A-SUSPENSO
                NOT INVALID KEY
*> un cliente dormido solo opera con confirmacion de supervisor, y
*> en un lote no hay supervisor: el cobro espera en el suspenso con
*> el cliente sugerido
                    IF CLIENTE-DORMIDO
                        MOVE "D" TO MOTIVO-SUSPENSO-REG
                        MOVE ID-CLIENTE TO CLIENTE-SUSPENSO-REG
                        PERFORM ENVIAR-A-SUSPENSO
                    ELSE
                        PERFORM APLICAR-COBRO
                    END-IF
            END-READ
        WHEN OTHER
            MOVE "A" TO MOTIVO-SUSPENSO-REG
            PERFORM ENVIAR-A-SUSPENSO
    END-EVALUATE
    .

*> Junta en TABLA-CANDIDATOS los clientes activos cuyo TELEFONO o
*> CORREO es exactamente el del cobro, leyendo por las claves
*> alternas (cada clave puede tener duplicados)
BUSCAR-CANDIDATOS.
    MOVE 0 TO TOTAL-CANDIDATOS

    IF TELEFONO-BANCO NOT = SPACES
        MOVE TELEFONO-BANCO TO TELEFONO
        MOVE "00" TO ESTADO-ARCHIVO
        READ ARCHIVO-CLIENTES
            KEY IS TELEFONO
            INVALID KEY
                MOVE "10" TO ESTADO-ARCHIVO
        END-READ

        PERFORM UNTIL (ESTADO-ARCHIVO NOT = "00"
                AND ESTADO-ARCHIVO NOT = "02")
                OR TELEFONO NOT = TELEFONO-BANCO
            IF CLIENTE-ACTIVO
                PERFORM ANOTAR-CANDIDATO
            END-IF
            READ ARCHIVO-CLIENTES NEXT RECORD
                AT END MOVE "10" TO ESTADO-ARCHIVO
            END-READ
        END-PERFORM
    END-IF

    IF CORREO-BANCO NOT = SPACES
        MOVE CORREO-BANCO TO CORREO
        MOVE "00" TO ESTADO-ARCHIVO
        READ ARCHIVO-CLIENTES
            KEY IS CORREO
            INVALID KEY
                MOVE "10" TO ESTADO-ARCHIVO
        END-READ

        PERFORM UNTIL (ESTADO-ARCHIVO NOT = "00"
                AND ESTADO-ARCHIVO NOT = "02")
                OR CORREO NOT = CORREO-BANCO
            IF CLIENTE-ACTIVO
                PERFORM ANOTAR-CANDIDATO
            END-IF
            READ ARCHIVO-CLIENTES NEXT RECORD
                AT END MOVE "10" TO ESTADO-ARCHIVO
            END-READ
        END-PERFORM
    END-IF
    .

*> Agrega el cliente leido a TABLA-CANDIDATOS si todavia no estaba
ANOTAR-CANDIDATO.
    MOVE "N" TO CANDIDATO-REPETIDO
    MOVE 1 TO INDICE-CANDIDATO
    PERFORM UNTIL INDICE-CANDIDATO > TOTAL-CANDIDATOS
        IF CANDIDATO-ID(INDICE-CANDIDATO) = ID-CLIENTE
            MOVE "S" TO CANDIDATO-REPETIDO
        END-IF
        ADD 1 TO INDICE-CANDIDATO
    END-PERFORM

    IF CANDIDATO-REPETIDO = "N" AND TOTAL-CANDIDATOS < 10
        ADD 1 TO TOTAL-CANDIDATOS
        MOVE ID-CLIENTE TO CANDIDATO-ID(TOTAL-CANDIDATOS)
    END-IF
    .

*> Aplica el cobro como deposito al cliente ya leido. Un deposito
*> solo sube el saldo, asi que no hay limite de credito que revisar.
APLICAR-COBRO.
    COMPUTE SALDO-PROPUESTO = SALDO + MONTO-BANCO
    IF SALDO-PROPUESTO > 99999.99
        MOVE "el saldo del cliente quedaria fuera de rango"
            TO MOTIVO-RECHAZO
        PERFORM RECHAZAR-FILA
    ELSE
        MOVE "DP" TO TIPO-MOV-REG
        MOVE SALDO TO SALDO-ANTERIOR-MOV
        MOVE SALDO-PROPUESTO TO SALDO
        MOVE SPACE TO MARCA-INACTIVIDAD

        REWRITE REGISTRO-CLIENTE
            INVALID KEY
                MOVE "S" TO MOTIVO-SUSPENSO-REG
                PERFORM ENVIAR-A-SUSPENSO
            NOT INVALID KEY
                MOVE SALDO TO SALDO-NUEVO-MOV
                PERFORM REGISTRAR-MOVIMIENTO

                ADD 1 TO TOTAL-APLICADOS
                ADD MONTO-BANCO TO MONTO-APLICADO
                MOVE MONTO-BANCO TO MONTO-MOSTRAR
                MOVE SPACES TO LINEA-RESULTADO
                STRING "Fila " DELIMITED BY SIZE
                    TOTAL-LEIDOS DELIMITED BY SIZE
                    ": aplicado " DELIMITED BY SIZE
                    MONTO-MOSTRAR DELIMITED BY SIZE
                    " al cliente " DELIMITED BY SIZE
                    ID-CLIENTE DELIMITED BY SIZE
                    " (movimiento " DELIMITED BY SIZE
                    CONTADOR-MOV DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO LINEA-RESULTADO
                WRITE LINEA-RESULTADO
        END-REWRITE
    END-IF
    .

*> Agrega el cobro vigente a recibos_suspenso.txt como partida
*> pendiente con el motivo preparado en MOTIVO-SUSPENSO-REG
ENVIAR-A-SUSPENSO.
    ADD 1 TO NUMERO-SUSPENSO-MAX
    MOVE NUMERO-SUSPENSO-MAX TO NUMERO-SUSPENSO
    MOVE FECHA-BANCO TO FECHA-RECIBO-SUS
    MOVE FECHA-HOY TO FECHA-INGRESO-SUS
    MOVE MONTO-BANCO TO MONTO-SUSPENSO
    MOVE TELEFONO-BANCO TO TELEFONO-SUSPENSO
    MOVE CORREO-BANCO TO CORREO-SUSPENSO
    MOVE REFERENCIA-BANCO TO REFERENCIA-SUSPENSO
    MOVE MOTIVO-SUSPENSO-REG TO MOTIVO-SUSPENSO
    MOVE "P" TO ESTADO-SUSPENSO
    MOVE CLIENTE-SUSPENSO-REG TO CLIENTE-SUSPENSO
    MOVE SPACES TO OPERADOR-SUSPENSO
    MOVE 0 TO FECHA-RESUELTO-SUS
    MOVE 0 TO SECUENCIA-MOV-SUS
    WRITE REGISTRO-SUSPENSO

    ADD 1 TO TOTAL-SUSPENSO
    ADD MONTO-BANCO TO MONTO-A-SUSPENSO
    PERFORM DESCRIBIR-MOTIVO-SUSPENSO
    MOVE MONTO-BANCO TO MONTO-MOSTRAR
    MOVE SPACES TO LINEA-RESULTADO
    STRING "Fila " DELIMITED BY SIZE
        TOTAL-LEIDOS DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        MONTO-MOSTRAR DELIMITED BY SIZE
        " a suspenso, partida " DELIMITED BY SIZE
        NUMERO-SUSPENSO DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        FUNCTION TRIM(DESCRIPCION-MOTIVO) DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO LINEA-RESULTADO
    WRITE LINEA-RESULTADO
    .

*> Deja en DESCRIPCION-MOTIVO el texto del motivo de la partida
*> vigente en REGISTRO-SUSPENSO
DESCRIBIR-MOTIVO-SUSPENSO.
    EVALUATE MOTIVO-SUSPENSO
        WHEN "S"
            MOVE "sin coincidencia" TO DESCRIPCION-MOTIVO
        WHEN "A"
            MOVE "varios clientes" TO DESCRIPCION-MOTIVO
        WHEN "D"
            MOVE "cliente dormido" TO DESCRIPCION-MOTIVO
        WHEN OTHER
            MOVE "otro" TO DESCRIPCION-MOTIVO
    END-EVALUATE
    .

*> Cuenta el rechazo de la fila actual, lo muestra y lo deja en el
*> resultado de la importacion con su numero de fila
RECHAZAR-FILA.
    ADD 1 TO TOTAL-RECHAZADOS
    DISPLAY "Fila " TOTAL-LEIDOS " rechazada: "
        FUNCTION TRIM(MOTIVO-RECHAZO) "."

    MOVE SPACES TO LINEA-RESULTADO
    STRING
        "Fila " DELIMITED BY SIZE
        TOTAL-LEIDOS DELIMITED BY SIZE
        ": rechazada, " DELIMITED BY SIZE
        FUNCTION TRIM(MOTIVO-RECHAZO) DELIMITED BY SIZE
        INTO LINEA-RESULTADO
    WRITE LINEA-RESULTADO
    .

*> Reporte diario del suspenso: cada partida pendiente con su
*> antiguedad desde la fecha del cobro, el saldo total y por tramo de
*> antiguedad, y lo que se asigno o devolvio hoy
ESCRIBIR-REPORTE-SUSPENSO.
    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING "..\suspenso_recibos_" DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SPOOL

    OPEN OUTPUT ARCHIVO-SPOOL
    IF ESTADO-SPOOL NOT = "00"
        DISPLAY "No se pudo crear el reporte del suspenso."
    ELSE
        INITIALIZE TOTALES-TRAMO-SUSPENSO
        MOVE 0 TO TOTAL-PARTIDAS
        MOVE 0 TO SALDO-SUSPENSO

        MOVE "===================================================="
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        STRING "COBROS DEL BANCO EN SUSPENSO AL " DELIMITED BY SIZE
            FECHA-HOY DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE "===================================================="
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE "Partida Cobro       Monto  Dias Motivo           Telefono        Correo"
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL

        OPEN INPUT ARCHIVO-SUSPENSO
        IF ESTADO-SUSPENSOS NOT = "00"
            CLOSE ARCHIVO-SUSPENSO
        ELSE
            PERFORM UNTIL ESTADO-SUSPENSOS = "10"
                READ ARCHIVO-SUSPENSO
                    AT END MOVE "10" TO ESTADO-SUSPENSOS
                    NOT AT END
                        IF ESTADO-SUSPENSO = "P"
                            PERFORM ESCRIBIR-PARTIDA-SUSPENSO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARCHIVO-SUSPENSO
        END-IF

        PERFORM CONTAR-RESUELTAS-HOY

        MOVE "----------------------------------------------------"
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE 1 TO INDICE-TRAMO
        PERFORM UNTIL INDICE-TRAMO > 4
            MOVE TTR-CUENTA(INDICE-TRAMO) TO CUENTA-EDITADA
            MOVE TTR-MONTO(INDICE-TRAMO) TO TOTAL-EDITADO
            MOVE SPACES TO LINEA-SPOOL
            STRING NOMBRE-TRAMO(INDICE-TRAMO) DELIMITED BY SIZE
                " Partidas: " DELIMITED BY SIZE
                CUENTA-EDITADA DELIMITED BY SIZE
                "  Monto: " DELIMITED BY SIZE
                TOTAL-EDITADO DELIMITED BY SIZE
                INTO LINEA-SPOOL
            WRITE LINEA-SPOOL
            ADD 1 TO INDICE-TRAMO
        END-PERFORM

        MOVE TOTAL-PARTIDAS TO CUENTA-EDITADA
        MOVE SALDO-SUSPENSO TO TOTAL-EDITADO
        MOVE SPACES TO LINEA-SPOOL
        STRING "SALDO EN SUSPENSO   Partidas: " DELIMITED BY SIZE
            CUENTA-EDITADA DELIMITED BY SIZE
            "  Monto: " DELIMITED BY SIZE
            TOTAL-EDITADO DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        STRING "Resueltas hoy: asignadas " DELIMITED BY SIZE
            ASIGNADAS-HOY DELIMITED BY SIZE
            ", devueltas al banco " DELIMITED BY SIZE
            DEVUELTAS-HOY DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        CLOSE ARCHIVO-SPOOL

        DISPLAY "Partidas en suspenso: " TOTAL-PARTIDAS
            "  Monto: " TOTAL-EDITADO
        DISPLAY "Reporte del suspenso: " NOMBRE-ARCHIVO-SPOOL
    END-IF
    .

*> Renglon de la partida pendiente leida, acumulada en su tramo
ESCRIBIR-PARTIDA-SUSPENSO.
    IF FECHA-RECIBO-SUS > FECHA-HOY
        OR FUNCTION TEST-DATE-YYYYMMDD(FECHA-RECIBO-SUS) NOT = 0
        MOVE 0 TO DIAS-SUSPENSO
    ELSE
        COMPUTE DIAS-SUSPENSO = DIA-HOY
            - FUNCTION INTEGER-OF-DATE(FECHA-RECIBO-SUS)
    END-IF

    EVALUATE TRUE
        WHEN DIAS-SUSPENSO <= 2
            MOVE 1 TO INDICE-TRAMO
        WHEN DIAS-SUSPENSO <= 7
            MOVE 2 TO INDICE-TRAMO
        WHEN DIAS-SUSPENSO <= 30
            MOVE 3 TO INDICE-TRAMO
        WHEN OTHER
            MOVE 4 TO INDICE-TRAMO
    END-EVALUATE

    ADD 1 TO TTR-CUENTA(INDICE-TRAMO)
    ADD MONTO-SUSPENSO TO TTR-MONTO(INDICE-TRAMO)
    ADD 1 TO TOTAL-PARTIDAS
    ADD MONTO-SUSPENSO TO SALDO-SUSPENSO

    PERFORM DESCRIBIR-MOTIVO-SUSPENSO
    MOVE MONTO-SUSPENSO TO MONTO-MOSTRAR
    MOVE DIAS-SUSPENSO TO DIAS-EDITADOS
    MOVE SPACES TO LINEA-SPOOL
    STRING NUMERO-SUSPENSO DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        FECHA-RECIBO-SUS DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MONTO-MOSTRAR DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        DIAS-EDITADOS DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        DESCRIPCION-MOTIVO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TELEFONO-SUSPENSO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CORREO-SUSPENSO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    IF REFERENCIA-SUSPENSO NOT = SPACES
        MOVE SPACES TO LINEA-SPOOL
        STRING "        Referencia: " DELIMITED BY SIZE
            REFERENCIA-SUSPENSO DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
    END-IF
    .

*> Cuenta en el historial de resueltas las partidas asignadas y
*> devueltas con fecha de hoy
CONTAR-RESUELTAS-HOY.
    MOVE 0 TO ASIGNADAS-HOY
    MOVE 0 TO DEVUELTAS-HOY

    OPEN INPUT ARCHIVO-SUSPENSO-RESUELTOS
    IF ESTADO-SUSPENSO-RESUELTOS NOT = "00"
        CLOSE ARCHIVO-SUSPENSO-RESUELTOS
    ELSE
        PERFORM UNTIL ESTADO-SUSPENSO-RESUELTOS = "10"
            READ ARCHIVO-SUSPENSO-RESUELTOS INTO REGISTRO-SUSPENSO
                AT END MOVE "10" TO ESTADO-SUSPENSO-RESUELTOS
                NOT AT END
                    IF FECHA-RESUELTO-SUS = FECHA-HOY
                        IF ESTADO-SUSPENSO = "A"
                            ADD 1 TO ASIGNADAS-HOY
                        END-IF
                        IF ESTADO-SUSPENSO = "D"
                            ADD 1 TO DEVUELTAS-HOY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-SUSPENSO-RESUELTOS
    END-IF
    .

*> Pide codigo y clave de operador y los valida contra operadores.txt,
*> igual que el inicio de sesion de MENU-CLIENTES. Tras tres intentos
*> fallidos deja OPERADOR-ACTUAL en blanco para cortar el proceso.
INICIAR-SESION-OPERADOR.
    MOVE SPACES TO OPERADOR-ACTUAL
    MOVE 0 TO INTENTOS-SESION

    PERFORM UNTIL OPERADOR-ACTUAL NOT = SPACES
            OR INTENTOS-SESION >= 3
        DISPLAY "Codigo de operador:"
        ACCEPT CODIGO-BUSCADO
        DISPLAY "Clave:"
        ACCEPT CLAVE-BUSCADA
        MOVE FUNCTION UPPER-CASE(CODIGO-BUSCADO) TO CODIGO-BUSCADO

        PERFORM BUSCAR-OPERADOR

        IF OPERADOR-VALIDO = "S"
            MOVE CODIGO-BUSCADO TO OPERADOR-ACTUAL
            MOVE PERFIL-ENCONTRADO TO PERFIL-ACTUAL
            MOVE "INICIO-SESION" TO EVENTO-SEG-REG
            MOVE "OK" TO RESULTADO-SEG-REG
            PERFORM REGISTRAR-EVENTO-SEGURIDAD
        ELSE
            ADD 1 TO INTENTOS-SESION
            MOVE "INICIO-SESION" TO EVENTO-SEG-REG
            PERFORM ANOTAR-FALLO-CLAVE
        END-IF
    END-PERFORM
    .

*> Busca en operadores.txt el codigo y clave dejados en
*> CODIGO-BUSCADO/CLAVE-BUSCADA (la clave se compara por su hash y
*> solo cuentan los operadores activos); deja ademas el perfil
*> encontrado y, si el codigo existe, su estado en ESTADO-ENCONTRADO
BUSCAR-OPERADOR.
    MOVE "N" TO OPERADOR-VALIDO
    MOVE SPACES TO PERFIL-ENCONTRADO
    MOVE SPACES TO ESTADO-ENCONTRADO

    PERFORM CALCULAR-HASH-CLAVE

    OPEN INPUT ARCHIVO-OPERADORES
    IF ESTADO-OPERADORES NOT = "00"
        CLOSE ARCHIVO-OPERADORES
        DISPLAY "No se pudo abrir operadores.txt."
    ELSE
        PERFORM UNTIL ESTADO-OPERADORES = "10"
            READ ARCHIVO-OPERADORES
                AT END MOVE "10" TO ESTADO-OPERADORES
                NOT AT END
                    IF CODIGO-OPERADOR = CODIGO-BUSCADO
                        MOVE ESTADO-OPERADOR TO ESTADO-ENCONTRADO
                    END-IF
                    IF CODIGO-OPERADOR = CODIGO-BUSCADO
                        AND CLAVE-OPERADOR = CLAVE-HASH
                        AND ESTADO-OPERADOR = "A"
                        MOVE "S" TO OPERADOR-VALIDO
                        MOVE PERFIL-OPERADOR TO PERFIL-ENCONTRADO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-OPERADORES
    END-IF
    .

*> Convierte la clave tecleada en CLAVE-BUSCADA en el hash de ocho
*> digitos que se guarda en operadores.txt, el mismo calculo que usa
*> MENU-CLIENTES; cambiarlo invalida todas las claves guardadas
CALCULAR-HASH-CLAVE.
    MOVE 17 TO HASH-TRABAJO
    MOVE 1 TO INDICE-HASH
    PERFORM UNTIL INDICE-HASH > 8
        COMPUTE HASH-TRABAJO = FUNCTION MOD(
            HASH-TRABAJO * 31
            + FUNCTION ORD(CLAVE-BUSCADA(INDICE-HASH:1)), 10000019)
        ADD 1 TO INDICE-HASH
    END-PERFORM
    MOVE HASH-TRABAJO TO CLAVE-HASH
    .

*> Deja en la bitacora un intento fallido del codigo tecleado en
*> CODIGO-BUSCADO (el evento ya viene en EVENTO-SEG-REG), igual que
*> MENU-CLIENTES: un operador bloqueado se anota como tal y se le
*> avisa; para uno activo se cuentan sus fallos seguidos y al llegar
*> a MAXIMO-FALLOS queda bloqueado.
ANOTAR-FALLO-CLAVE.
    MOVE CODIGO-BUSCADO TO OPERADOR-SEG-REG
    IF ESTADO-ENCONTRADO = "B"
        MOVE "BLOQUEADO" TO RESULTADO-SEG-REG
        PERFORM REGISTRAR-EVENTO-SEGURIDAD
        DISPLAY "Operador bloqueado: solicite el desbloqueo a un "
            "supervisor."
    ELSE
        MOVE "FALLIDO" TO RESULTADO-SEG-REG
        PERFORM REGISTRAR-EVENTO-SEGURIDAD
        DISPLAY "Codigo o clave incorrectos."
        IF ESTADO-ENCONTRADO = "A"
            PERFORM CONTAR-FALLOS-SEGUIDOS
            IF FALLOS-SEGUIDOS >= MAXIMO-FALLOS
                PERFORM BLOQUEAR-OPERADOR
            END-IF
        END-IF
    END-IF
    .

*> Cuenta en bitacora_seguridad.txt los intentos fallidos seguidos
*> del codigo en CODIGO-BUSCADO en todos los programas, con las
*> mismas reglas que MENU-CLIENTES: un ingreso con la clave correcta,
*> o un bloqueo, desbloqueo o restablecimiento de clave de ese
*> operador, vuelven la cuenta a cero.
CONTAR-FALLOS-SEGUIDOS.
    MOVE 0 TO FALLOS-SEGUIDOS

    OPEN INPUT ARCHIVO-SEGURIDAD
    IF ESTADO-SEGURIDAD NOT = "00"
        CLOSE ARCHIVO-SEGURIDAD
    ELSE
        PERFORM UNTIL ESTADO-SEGURIDAD = "10"
            READ ARCHIVO-SEGURIDAD
                AT END MOVE "10" TO ESTADO-SEGURIDAD
                NOT AT END
                    EVALUATE TRUE
                        WHEN (EVENTO-SEG = "INICIO-SESION"
                            OR EVENTO-SEG = "AUTORIZACION")
                            AND OPERADOR-SEG = CODIGO-BUSCADO
                            IF RESULTADO-SEG = "FALLIDO"
                                ADD 1 TO FALLOS-SEGUIDOS
                            ELSE
                                MOVE 0 TO FALLOS-SEGUIDOS
                            END-IF
                        WHEN (EVENTO-SEG = "BLOQUEO"
                            OR EVENTO-SEG = "DESBLOQUEO"
                            OR EVENTO-SEG = "RESET-CLAVE")
                            AND OBJETIVO-SEG = CODIGO-BUSCADO
                            MOVE 0 TO FALLOS-SEGUIDOS
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-SEGURIDAD
    END-IF
    .

*> Bloquea al operador de CODIGO-BUSCADO: reescribe operadores.txt
*> con su estado en B, y ningun programa lo acepta hasta que un
*> supervisor lo desbloquee desde MENU-CLIENTES
BLOQUEAR-OPERADOR.
    MOVE 0 TO TOTAL-OPERADORES

    OPEN INPUT ARCHIVO-OPERADORES
    IF ESTADO-OPERADORES NOT = "00"
        CLOSE ARCHIVO-OPERADORES
    ELSE
        PERFORM UNTIL ESTADO-OPERADORES = "10"
            READ ARCHIVO-OPERADORES
                AT END MOVE "10" TO ESTADO-OPERADORES
                NOT AT END
                    IF TOTAL-OPERADORES < 50
                        IF CODIGO-OPERADOR = CODIGO-BUSCADO
                            MOVE "B" TO ESTADO-OPERADOR
                        END-IF
                        ADD 1 TO TOTAL-OPERADORES
                        MOVE REGISTRO-OPERADOR
                            TO OPE-REGISTRO(TOTAL-OPERADORES)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-OPERADORES
    END-IF

    IF TOTAL-OPERADORES > 0
        OPEN OUTPUT ARCHIVO-OPERADORES
        MOVE 1 TO INDICE-OPERADOR
        PERFORM UNTIL INDICE-OPERADOR > TOTAL-OPERADORES
            WRITE REGISTRO-OPERADOR FROM OPE-REGISTRO(INDICE-OPERADOR)
            ADD 1 TO INDICE-OPERADOR
        END-PERFORM
        CLOSE ARCHIVO-OPERADORES

        MOVE FALLOS-SEGUIDOS TO FALLOS-MOSTRAR
        MOVE CODIGO-BUSCADO TO OPERADOR-SEG-REG
        MOVE CODIGO-BUSCADO TO OBJETIVO-SEG-REG
        MOVE "BLOQUEO" TO EVENTO-SEG-REG
        MOVE "OK" TO RESULTADO-SEG-REG
        STRING FUNCTION TRIM(FALLOS-MOSTRAR) DELIMITED BY SIZE
            " intentos fallidos seguidos" DELIMITED BY SIZE
            INTO DETALLE-SEG-REG
        PERFORM REGISTRAR-EVENTO-SEGURIDAD
        DISPLAY "El operador " FUNCTION TRIM(CODIGO-BUSCADO)
            " quedo bloqueado por intentos fallidos: solicite el "
            "desbloqueo a un supervisor."
    END-IF
    .

*> Deja en la bitacora el resultado de las credenciales de supervisor
*> tecleadas en CODIGO-BUSCADO/CLAVE-BUSCADA para autorizar la
*> corrida (descrita en DETALLE-SEG-REG): OK si son de un supervisor
*> activo, RECHAZADO si son de un operador sin ese perfil; si no son
*> validas cuentan como intento fallido de ese codigo
REGISTRAR-AUTORIZACION.
    MOVE "AUTORIZACION" TO EVENTO-SEG-REG
    MOVE CODIGO-BUSCADO TO OPERADOR-SEG-REG
    MOVE OPERADOR-ACTUAL TO OBJETIVO-SEG-REG
    EVALUATE TRUE
        WHEN OPERADOR-VALIDO NOT = "S"
            PERFORM ANOTAR-FALLO-CLAVE
        WHEN PERFIL-ENCONTRADO NOT = "S"
            MOVE "RECHAZADO" TO RESULTADO-SEG-REG
            PERFORM REGISTRAR-EVENTO-SEGURIDAD
        WHEN OTHER
            MOVE "OK" TO RESULTADO-SEG-REG
            PERFORM REGISTRAR-EVENTO-SEGURIDAD
    END-EVALUATE
    .

*> Agrega a bitacora_seguridad.txt el evento preparado en
*> EVENTO-SEG-REG/RESULTADO-SEG-REG (con el operador afectado y un
*> detalle cuando corresponde), con la fecha, la hora y el programa.
*> Sin OPERADOR-SEG-REG se anota el operador de la sesion. Los campos
*> preparados quedan en blanco para el evento siguiente.
REGISTRAR-EVENTO-SEGURIDAD.
    ACCEPT FECHA-SEG FROM DATE YYYYMMDD
    ACCEPT HORA-SEG-REG FROM TIME
    MOVE HORA-SEG-REG(1:6) TO HORA-SEG
    MOVE "IMPORTAR-RECIBOS" TO PROGRAMA-SEG
    IF OPERADOR-SEG-REG = SPACES
        MOVE OPERADOR-ACTUAL TO OPERADOR-SEG
    ELSE
        MOVE OPERADOR-SEG-REG TO OPERADOR-SEG
    END-IF
    MOVE EVENTO-SEG-REG TO EVENTO-SEG
    MOVE RESULTADO-SEG-REG TO RESULTADO-SEG
    MOVE OBJETIVO-SEG-REG TO OBJETIVO-SEG
    MOVE DETALLE-SEG-REG TO DETALLE-SEG

    OPEN EXTEND ARCHIVO-SEGURIDAD
    IF ESTADO-SEGURIDAD NOT = "00"
        OPEN OUTPUT ARCHIVO-SEGURIDAD
    END-IF
    WRITE REGISTRO-SEGURIDAD
    CLOSE ARCHIVO-SEGURIDAD

    MOVE SPACES TO OPERADOR-SEG-REG
    MOVE SPACES TO EVENTO-SEG-REG
    MOVE SPACES TO RESULTADO-SEG-REG
    MOVE SPACES TO OBJETIVO-SEG-REG
    MOVE SPACES TO DETALLE-SEG-REG
    .

*> Revisa control_lotes.txt antes de arrancar: si hoy ya hay una
*> corrida finalizada de este programa solo se permite repetirla con
*> autorizacion de un supervisor (el mismo archivo del banco no debe
*> aplicarse dos veces), y si quedo una corrida iniciada sin terminar
*> se reanuda despues de la ultima fila procesada.
VERIFICAR-CONTROL-LOTE.
    MOVE "S" TO CONTINUAR-LOTE
    MOVE "N" TO CORRIDA-COMPLETA-HOY
    MOVE 0 TO REANUDAR-DESDE
    MOVE 0 TO INDICE-CORRIDA

    PERFORM CARGAR-TABLA-CONTROL

    MOVE 1 TO INDICE-CONTROL
    PERFORM UNTIL INDICE-CONTROL > TOTAL-CONTROLES
        IF CTL-PROGRAMA(INDICE-CONTROL) = PROGRAMA-ACTUAL
            IF CTL-ESTADO(INDICE-CONTROL) = "I"
                MOVE INDICE-CONTROL TO INDICE-CORRIDA
                MOVE CTL-ULTIMO(INDICE-CONTROL) TO REANUDAR-DESDE
                MOVE CTL-FECHA(INDICE-CONTROL) TO FECHA-CORRIDA-I
            ELSE
                IF CTL-FECHA(INDICE-CONTROL) = FECHA-HOY
                    MOVE "S" TO CORRIDA-COMPLETA-HOY
                END-IF
            END-IF
        END-IF
        ADD 1 TO INDICE-CONTROL
    END-PERFORM

    IF INDICE-CORRIDA > 0
        IF FECHA-CORRIDA-I = FECHA-HOY
            IF REANUDAR-DESDE > 0
                DISPLAY "Se encontro una corrida interrumpida de hoy: "
                    "se reanudara despues de la fila "
                    REANUDAR-DESDE "."
            END-IF
        ELSE
            PERFORM DECIDIR-CORRIDA-VIEJA
        END-IF
    END-IF

    IF CONTINUAR-LOTE = "S" AND CORRIDA-COMPLETA-HOY = "S"
        DISPLAY "Esta importacion ya corrio con exito hoy."
        PERFORM AUTORIZAR-RECORRIDA
    END-IF
    .

*> Una corrida interrumpida de un dia anterior no se reanuda sola: el
*> marcador guardado puede referirse a otro recibos_banco.txt, y
*> reanudar a ciegas saltaria cobros sin que nadie lo note. Un
*> supervisor decide si se reanuda desde el marcador o se procesa
*> desde el principio.
DECIDIR-CORRIDA-VIEJA.
    DISPLAY "Se encontro una corrida interrumpida del dia "
        FECHA-CORRIDA-I ", que no es de hoy."

    IF PERFIL-ACTUAL NOT = "S"
        DISPLAY "Se requiere autorizacion de un supervisor."
        DISPLAY "Codigo de supervisor:"
        ACCEPT CODIGO-BUSCADO
        DISPLAY "Clave:"
        ACCEPT CLAVE-BUSCADA
        MOVE FUNCTION UPPER-CASE(CODIGO-BUSCADO) TO CODIGO-BUSCADO

        PERFORM BUSCAR-OPERADOR
        MOVE "Corrida interrumpida de otro dia" TO DETALLE-SEG-REG
        PERFORM REGISTRAR-AUTORIZACION

        IF OPERADOR-VALIDO NOT = "S" OR PERFIL-ENCONTRADO NOT = "S"
            MOVE "N" TO CONTINUAR-LOTE
        END-IF
    END-IF

    IF CONTINUAR-LOTE = "S"
        DISPLAY "¿Reanudar despues de la fila " REANUDAR-DESDE
            " (R) o procesar desde el principio (P)?"
        ACCEPT RESPUESTA-SUPERVISOR
        MOVE FUNCTION UPPER-CASE(RESPUESTA-SUPERVISOR)
            TO RESPUESTA-SUPERVISOR
        EVALUATE RESPUESTA-SUPERVISOR
            WHEN "R"
                DISPLAY "Se reanudara despues de la fila "
                    REANUDAR-DESDE "."
            WHEN "P"
                MOVE 0 TO REANUDAR-DESDE
                MOVE 0 TO CTL-ULTIMO(INDICE-CORRIDA)
                DISPLAY "Se procesara desde el principio."
            WHEN OTHER
                MOVE "N" TO CONTINUAR-LOTE
        END-EVALUATE
    END-IF

    IF CONTINUAR-LOTE = "N"
        DISPLAY "Importacion cancelada: quedo una corrida "
            "interrumpida de otro dia sin resolver."
    END-IF
    .

*> Pide la autorizacion de un supervisor para repetir una corrida ya
*> finalizada hoy: basta la confirmacion del operador firmado si es
*> supervisor, o las credenciales de un supervisor en caso contrario
AUTORIZAR-RECORRIDA.
    IF PERFIL-ACTUAL = "S"
        DISPLAY "¿Autoriza repetir la corrida como supervisor? (S/N):"
        ACCEPT RESPUESTA-SUPERVISOR
        MOVE FUNCTION UPPER-CASE(RESPUESTA-SUPERVISOR)
            TO RESPUESTA-SUPERVISOR
        MOVE "AUTORIZACION" TO EVENTO-SEG-REG
        MOVE "Repeticion de una corrida del dia" TO DETALLE-SEG-REG
        IF RESPUESTA-SUPERVISOR NOT = "S"
            MOVE "N" TO CONTINUAR-LOTE
            MOVE "RECHAZADO" TO RESULTADO-SEG-REG
        ELSE
            MOVE "OK" TO RESULTADO-SEG-REG
        END-IF
        PERFORM REGISTRAR-EVENTO-SEGURIDAD
    ELSE
        DISPLAY "Se requiere autorizacion de un supervisor."
        DISPLAY "Codigo de supervisor:"
        ACCEPT CODIGO-BUSCADO
        DISPLAY "Clave:"
        ACCEPT CLAVE-BUSCADA
        MOVE FUNCTION UPPER-CASE(CODIGO-BUSCADO) TO CODIGO-BUSCADO

        PERFORM BUSCAR-OPERADOR
        MOVE "Repeticion de una corrida del dia" TO DETALLE-SEG-REG
        PERFORM REGISTRAR-AUTORIZACION

        IF OPERADOR-VALIDO NOT = "S" OR PERFIL-ENCONTRADO NOT = "S"
            MOVE "N" TO CONTINUAR-LOTE
        END-IF
    END-IF

    IF CONTINUAR-LOTE = "N"
        DISPLAY "Importacion cancelada: ya existe una corrida "
            "finalizada hoy y no fue autorizada su repeticion."
    END-IF
    .

*> Lee control_lotes.txt completo a TABLA-CONTROL (si no existe
*> todavia, la tabla queda vacia)
CARGAR-TABLA-CONTROL.
    MOVE 0 TO TOTAL-CONTROLES

    OPEN INPUT ARCHIVO-CONTROL
    IF ESTADO-CONTROL NOT = "00"
        CLOSE ARCHIVO-CONTROL
    ELSE
        PERFORM UNTIL ESTADO-CONTROL = "10"
            READ ARCHIVO-CONTROL
                AT END MOVE "10" TO ESTADO-CONTROL
                NOT AT END
                    IF TOTAL-CONTROLES < 200
                        ADD 1 TO TOTAL-CONTROLES
                        MOVE FECHA-CONTROL
                            TO CTL-FECHA(TOTAL-CONTROLES)
                        MOVE PROGRAMA-CONTROL
                            TO CTL-PROGRAMA(TOTAL-CONTROLES)
                        MOVE ESTADO-CORRIDA
                            TO CTL-ESTADO(TOTAL-CONTROLES)
                        MOVE ULTIMO-PROCESADO
                            TO CTL-ULTIMO(TOTAL-CONTROLES)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-CONTROL
    END-IF
    .

*> Reescribe control_lotes.txt completo desde TABLA-CONTROL
GRABAR-TABLA-CONTROL.
    OPEN OUTPUT ARCHIVO-CONTROL
    MOVE 1 TO INDICE-CONTROL
    PERFORM UNTIL INDICE-CONTROL > TOTAL-CONTROLES
        MOVE CTL-FECHA(INDICE-CONTROL) TO FECHA-CONTROL
        MOVE CTL-PROGRAMA(INDICE-CONTROL) TO PROGRAMA-CONTROL
        MOVE CTL-ESTADO(INDICE-CONTROL) TO ESTADO-CORRIDA
        MOVE CTL-ULTIMO(INDICE-CONTROL) TO ULTIMO-PROCESADO
        WRITE REGISTRO-CONTROL
        ADD 1 TO INDICE-CONTROL
    END-PERFORM
    CLOSE ARCHIVO-CONTROL
    .

*> Deja constancia en control_lotes.txt de que la corrida de hoy
*> arranco. Si se esta reanudando una corrida interrumpida se reusa
*> su renglon; si no, se agrega uno nuevo (descartando el mas viejo
*> cuando la tabla esta llena).
REGISTRAR-INICIO-CONTROL.
    IF INDICE-CORRIDA = 0
        IF TOTAL-CONTROLES = 200
            MOVE 2 TO INDICE-CONTROL
            PERFORM UNTIL INDICE-CONTROL > TOTAL-CONTROLES
                MOVE CONTROL-ENTRADA(INDICE-CONTROL)
                    TO CONTROL-ENTRADA(INDICE-CONTROL - 1)
                ADD 1 TO INDICE-CONTROL
            END-PERFORM
            SUBTRACT 1 FROM TOTAL-CONTROLES
        END-IF
        ADD 1 TO TOTAL-CONTROLES
        MOVE TOTAL-CONTROLES TO INDICE-CORRIDA
        MOVE 0 TO CTL-ULTIMO(INDICE-CORRIDA)
    END-IF

    MOVE FECHA-HOY TO CTL-FECHA(INDICE-CORRIDA)
    MOVE PROGRAMA-ACTUAL TO CTL-PROGRAMA(INDICE-CORRIDA)
    MOVE "I" TO CTL-ESTADO(INDICE-CORRIDA)
    PERFORM GRABAR-TABLA-CONTROL
    .

*> Marca la corrida en curso como finalizada en control_lotes.txt
REGISTRAR-FIN-CONTROL.
    MOVE "F" TO CTL-ESTADO(INDICE-CORRIDA)
    PERFORM GRABAR-TABLA-CONTROL
    .

*> Obtiene la ultima secuencia de movimiento usada, la misma idea
*> que en MENU-CLIENTES
LEER-ULTIMA-SECUENCIA-MOV.
    OPEN INPUT ARCHIVO-SECUENCIA-MOV
    READ ARCHIVO-SECUENCIA-MOV
        AT END MOVE 0 TO CONTADOR-MOV
        NOT AT END MOVE ULTIMA-SECUENCIA-MOV TO CONTADOR-MOV
    END-READ
    CLOSE ARCHIVO-SECUENCIA-MOV
    .

*> Actualiza secuencia_movimientos.txt con la ultima secuencia usada
GUARDAR-SECUENCIA-MOV.
    MOVE CONTADOR-MOV TO ULTIMA-SECUENCIA-MOV
    OPEN OUTPUT ARCHIVO-SECUENCIA-MOV
    WRITE REGISTRO-SECUENCIA-MOV
    CLOSE ARCHIVO-SECUENCIA-MOV
    .

*> Registra en movimientos.txt el cobro aplicado. Usa el mismo
*> formato de REGISTRO-MOVIMIENTO que MENU-CLIENTES y la misma
*> secuencia_movimientos.txt que ese programa.
REGISTRAR-MOVIMIENTO.
    PERFORM LEER-ULTIMA-SECUENCIA-MOV

    ADD 1 TO CONTADOR-MOV
    MOVE ID-CLIENTE TO ID-CLIENTE-MOV
    MOVE CONTADOR-MOV TO SECUENCIA-MOV
    MOVE TIPO-MOV-REG TO TIPO-MOV
    MOVE OPERADOR-ACTUAL TO OPERADOR-MOV
    MOVE 0 TO REFERENCIA-MOV
    ACCEPT FECHA-MOV FROM DATE YYYYMMDD

    OPEN EXTEND ARCHIVO-MOVIMIENTOS
    IF ESTADO-MOVIMIENTO NOT = "00"
        OPEN OUTPUT ARCHIVO-MOVIMIENTOS
    END-IF
    WRITE REGISTRO-MOVIMIENTO
    CLOSE ARCHIVO-MOVIMIENTOS

    PERFORM GUARDAR-SECUENCIA-MOV
    .
