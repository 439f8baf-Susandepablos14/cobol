IDENTIFICATION DIVISION.
PROGRAM-ID. LOTE-ORDENES.

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
    SELECT ARCHIVO-ORDENES ASSIGN TO "..\ordenes_permanentes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-ORDENES.
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
    SELECT ARCHIVO-PENDIENTES ASSIGN TO "..\operaciones_pendientes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-PENDIENTES.
    SELECT ARCHIVO-RESUELTAS ASSIGN TO "..\operaciones_resueltas.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-RESUELTAS.

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

*> Ordenes permanentes de transferencia, el mismo trazado que
*> mantiene MENU-CLIENTES: cliente de origen y de destino, monto,
*> frecuencia (M=mensual, T=trimestral, S=semestral, A=anual), dia
*> del mes, vigencia (fecha fin en cero = sin vencimiento), estado
*> (A=activa, S=suspendida, C=cancelada), operador que la dio de alta
*> y la ultima fecha programada que ya proceso este lote
FD ARCHIVO-ORDENES.
01 REGISTRO-ORDEN.
   05 NUMERO-ORDEN        PIC 9(5).
   05 ORIGEN-ORDEN        PIC 9(5).
   05 DESTINO-ORDEN       PIC 9(5).
   05 MONTO-ORDEN         PIC 9(5)V99.
   05 FRECUENCIA-ORDEN    PIC X.
   05 DIA-ORDEN           PIC 99.
   05 FECHA-INICIO-ORDEN  PIC 9(8).
   05 FECHA-FIN-ORDEN     PIC 9(8).
   05 ESTADO-ORDEN        PIC X.
   05 OPERADOR-ORDEN      PIC X(8).
   05 ULTIMA-EJECUCION-ORDEN PIC 9(8).

*> Reporte de la corrida: una linea por orden vencida con su
*> resultado (aplicada, retenida o fallida) y los totales
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

*> Operaciones pendientes de aprobacion de un supervisor, el mismo
*> trazado que usa MENU-CLIENTES: una orden que rebasaria el limite
*> de credito del origen queda aqui capturada como transferencia
*> (TE, con el cliente de destino en REFERENCIA-PENDIENTE)
FD ARCHIVO-PENDIENTES.
01 REGISTRO-PENDIENTE.
   05 SECUENCIA-PENDIENTE  PIC 9(5).
   05 FECHA-PENDIENTE      PIC 9(8).
   05 ID-CLIENTE-PENDIENTE PIC 9(5).
   05 TIPO-PENDIENTE       PIC XX.
   05 MONTO-PENDIENTE      PIC S9(5)V99.
   05 OPERADOR-PENDIENTE   PIC X(8).
   05 ESTADO-PENDIENTE     PIC X.
   05 SUPERVISOR-PENDIENTE PIC X(8).
   05 FECHA-RESUELTO       PIC 9(8).
   05 REFERENCIA-PENDIENTE PIC 9(7).

*> Historial de operaciones ya aprobadas o rechazadas, mismo trazado
*> que REGISTRO-PENDIENTE; solo se le agregan filas
FD ARCHIVO-RESUELTAS.
01 REGISTRO-RESUELTO PIC X(59).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-ARCHIVO       PIC XX.
01 ESTADO-MOVIMIENTO    PIC XX.
01 ESTADO-SECUENCIA-MOV PIC XX.
01 ESTADO-ORDENES       PIC XX.
01 ESTADO-SPOOL         PIC XX.

*> Copia en memoria de ordenes_permanentes.txt; el archivo se
*> reescribe despues de cada orden procesada para que una caida no
*> vuelva a aplicar una orden ya cobrada
01 TABLA-ORDENES.
   05 ORDEN-ENTRADA OCCURS 500 TIMES.
      10 ORD-NUMERO        PIC 9(5).
      10 ORD-ORIGEN        PIC 9(5).
      10 ORD-DESTINO       PIC 9(5).
      10 ORD-MONTO         PIC 9(5)V99.
      10 ORD-FRECUENCIA    PIC X.
      10 ORD-DIA           PIC 99.
      10 ORD-INICIO        PIC 9(8).
      10 ORD-FIN           PIC 9(8).
      10 ORD-ESTADO        PIC X.
      10 ORD-OPERADOR      PIC X(8).
      10 ORD-ULTIMA        PIC 9(8).
01 TOTAL-ORDENES        PIC 9(3).
01 INDICE-ORDEN         PIC 9(3).
01 DESBORDE-ORDENES     PIC X.

*> Calculo de la fecha programada de una orden en el mes del proceso
*> (el dia se acota al ultimo dia del mes: una orden del 31 se cobra
*> el 30 en abril y el 28 o 29 en febrero)
01 DIAS-POR-MES-VALORES PIC X(24) VALUE "312831303130313130313031".
01 DIAS-POR-MES REDEFINES DIAS-POR-MES-VALORES.
   05 DIAS-MES          PIC 99 OCCURS 12 TIMES.
01 ANIO-PROCESO         PIC 9(4).
01 MES-PROCESO          PIC 99.
01 ULTIMO-DIA-MES       PIC 99.
01 DIA-PROGRAMADO       PIC 99.
01 FECHA-PROGRAMADA     PIC 9(8).
01 ANIO-INICIO          PIC 9(4).
01 MES-INICIO           PIC 99.
01 MESES-DESDE-INICIO   PIC S9(5).
01 INTERVALO-MESES      PIC 99.
01 ORDEN-VENCIDA        PIC X.

*> Resultado de la orden en proceso y datos de sus dos clientes
01 RESULTADO-ORDEN      PIC X(10).
01 MOTIVO-ORDEN         PIC X(50).
01 ORDEN-VALIDA         PIC X.
01 SALDO-PROPUESTO      PIC S9(5)V99.
01 MONTO-MOSTRAR        PIC -Z(5).99.

*> Variables de trabajo del registro de movimientos y del resumen
01 CONTADOR-MOV         PIC 9(7).
01 TOTAL-VENCIDAS       PIC 9(5).
01 TOTAL-APLICADAS      PIC 9(5).
01 TOTAL-RETENIDAS      PIC 9(5).
01 TOTAL-FALLIDAS       PIC 9(5).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).

*> Tipo de movimiento que se deja preparado antes de PERFORM
*> REGISTRAR-MOVIMIENTO (mismos codigos que en MENU-CLIENTES), y el
*> ID del otro cliente de la transferencia
01 TIPO-MOV-REG         PIC XX.
01 REFERENCIA-REG       PIC 9(7) VALUE 0.

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

*> Datos de la jornada nocturna: cuando el programa corre llamado
*> por JORNADA-NOCTURNA viene JORNADA-ACTIVA en "S" con el operador,
*> su perfil y la fecha de negocio de toda la corrida; corriendo solo
*> el area viene vacia y el programa trabaja como siempre
01 DATOS-JORNADA EXTERNAL.
   05 JORNADA-ACTIVA        PIC X.
   05 JORNADA-OPERADOR      PIC X(8).
   05 JORNADA-PERFIL        PIC X.
   05 JORNADA-FECHA         PIC 9(8).
   05 JORNADA-MESES-INACTIVIDAD PIC 9(2).

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

*> Copia en memoria de operaciones_pendientes.txt para capturar las
*> ordenes retenidas por limite de credito, el mismo manejo que
*> MENU-CLIENTES
01 ESTADO-PENDIENTES    PIC XX.
01 TABLA-PENDIENTES.
   05 PENDIENTE-ENTRADA OCCURS 100 TIMES.
      10 PEN-SECUENCIA     PIC 9(5).
      10 PEN-FECHA         PIC 9(8).
      10 PEN-CLIENTE       PIC 9(5).
      10 PEN-TIPO          PIC XX.
      10 PEN-MONTO         PIC S9(5)V99.
      10 PEN-OPERADOR      PIC X(8).
      10 PEN-ESTADO        PIC X.
      10 PEN-SUPERVISOR    PIC X(8).
      10 PEN-FECHA-RES     PIC 9(8).
      10 PEN-REFERENCIA    PIC 9(7).
01 TOTAL-PENDIENTES     PIC 9(3).
01 INDICE-PENDIENTE     PIC 9(3).
01 MAX-SECUENCIA-PEN    PIC 9(5).
01 ESTADO-RESUELTAS     PIC XX.
01 DESBORDE-PENDIENTES  PIC X.
01 HAY-RESUELTAS        PIC X.
01 SECUENCIA-RESUELTA   PIC 9(5).
01 TIPO-PENDIENTE-REG   PIC XX.
01 MONTO-PENDIENTE-REG  PIC S9(5)V99.
01 REFERENCIA-PENDIENTE-REG PIC 9(7) VALUE 0.
01 PENDIENTE-CAPTURADA  PIC X.

PROCEDURE DIVISION.

*> Aplica sin intervencion del operador las ordenes permanentes que
*> vencen en la fecha del proceso: cada una se registra como una
*> transferencia normal (TE en el origen y TR en el destino, cada
*> movimiento con el ID del otro cliente y el sello del operador de
*> la corrida). Una orden que dejaria al origen por debajo de su
*> limite de credito no se aplica sino que queda capturada en
*> operaciones_pendientes.txt para un supervisor, y una orden cuyo
*> origen o destino no existe, esta inactivo o dormido falla. Todo
*> queda en el reporte ordenes_AAAAMMDD.txt.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= LOTE DE ORDENES PERMANENTES ======="
    MOVE 0 TO TOTAL-VENCIDAS
    MOVE 0 TO TOTAL-APLICADAS
    MOVE 0 TO TOTAL-RETENIDAS
    MOVE 0 TO TOTAL-FALLIDAS

    IF JORNADA-ACTIVA = "S"
        MOVE JORNADA-OPERADOR TO OPERADOR-ACTUAL
        MOVE JORNADA-PERFIL TO PERFIL-ACTUAL
    ELSE
        PERFORM INICIAR-SESION-OPERADOR
    END-IF
    IF OPERADOR-ACTUAL = SPACES
        DISPLAY "Demasiados intentos fallidos. Fin del proceso."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE "LOTE-ORD" TO PROGRAMA-ACTUAL
    IF JORNADA-ACTIVA = "S"
        MOVE JORNADA-FECHA TO FECHA-HOY
    ELSE
        ACCEPT FECHA-HOY FROM DATE YYYYMMDD
    END-IF

    PERFORM CARGAR-TABLA-ORDENES
    IF DESBORDE-ORDENES = "S"
        DISPLAY "ordenes_permanentes.txt tiene mas filas de las que "
            "admite la tabla: no se procesa para no perder filas al "
            "reescribir el archivo. Fin del proceso."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM VERIFICAR-CONTROL-LOTE
    IF CONTINUAR-LOTE = "N"
        IF CORRIDA-COMPLETA-HOY = "S"
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 8 TO RETURN-CODE
        END-IF
        GOBACK
    END-IF
    PERFORM REGISTRAR-INICIO-CONTROL

    OPEN I-O ARCHIVO-CLIENTES
    IF ESTADO-ARCHIVO NOT = "00"
        DISPLAY "No se pudo abrir clientes.txt. Fin del proceso."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM ABRIR-REPORTE-ORDENES

        MOVE 1 TO INDICE-ORDEN
        PERFORM UNTIL INDICE-ORDEN > TOTAL-ORDENES
            IF INDICE-ORDEN > REANUDAR-DESDE
                PERFORM PROCESAR-ORDEN
                MOVE INDICE-ORDEN TO CTL-ULTIMO(INDICE-CORRIDA)
                PERFORM GRABAR-TABLA-CONTROL
            END-IF
            ADD 1 TO INDICE-ORDEN
        END-PERFORM

        CLOSE ARCHIVO-CLIENTES

        PERFORM ESCRIBIR-TOTALES-REPORTE
        CLOSE ARCHIVO-SPOOL

        PERFORM REGISTRAR-FIN-CONTROL

        DISPLAY "-----------------------------"
        DISPLAY "Ordenes vencidas: " TOTAL-VENCIDAS
        DISPLAY "Ordenes aplicadas: " TOTAL-APLICADAS
        DISPLAY "Ordenes retenidas (pendientes de supervisor): "
            TOTAL-RETENIDAS
        DISPLAY "Ordenes fallidas: " TOTAL-FALLIDAS
        DISPLAY "Reporte de salida: " NOMBRE-ARCHIVO-SPOOL
    END-IF

    GOBACK.

*> Lee ordenes_permanentes.txt completo a TABLA-ORDENES (si no existe
*> todavia, la tabla queda vacia)
CARGAR-TABLA-ORDENES.
    MOVE 0 TO TOTAL-ORDENES
    MOVE "N" TO DESBORDE-ORDENES

    OPEN INPUT ARCHIVO-ORDENES
    IF ESTADO-ORDENES NOT = "00"
        CLOSE ARCHIVO-ORDENES
    ELSE
        PERFORM UNTIL ESTADO-ORDENES = "10"
            READ ARCHIVO-ORDENES
                AT END MOVE "10" TO ESTADO-ORDENES
                NOT AT END
                    IF TOTAL-ORDENES < 500
                        ADD 1 TO TOTAL-ORDENES
                        MOVE REGISTRO-ORDEN
                            TO ORDEN-ENTRADA(TOTAL-ORDENES)
                    ELSE
                        MOVE "S" TO DESBORDE-ORDENES
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-ORDENES
    END-IF
    .

*> Reescribe ordenes_permanentes.txt completo desde TABLA-ORDENES
GRABAR-TABLA-ORDENES.
    OPEN OUTPUT ARCHIVO-ORDENES
    MOVE 1 TO INDICE-CONTROL
    PERFORM UNTIL INDICE-CONTROL > TOTAL-ORDENES
        MOVE ORDEN-ENTRADA(INDICE-CONTROL) TO REGISTRO-ORDEN
        WRITE REGISTRO-ORDEN
        ADD 1 TO INDICE-CONTROL
    END-PERFORM
    CLOSE ARCHIVO-ORDENES
    .

*> Abre (o crea) el reporte fechado de la corrida. Se abre en EXTEND
*> para que una corrida reanudada conserve lo ya reportado antes de
*> la caida.
ABRIR-REPORTE-ORDENES.
    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING "..\ordenes_" DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SPOOL

    OPEN EXTEND ARCHIVO-SPOOL
    IF ESTADO-SPOOL NOT = "00"
        OPEN OUTPUT ARCHIVO-SPOOL
    END-IF

    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING
        "ORDENES PERMANENTES DEL " DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        "  (operador " DELIMITED BY SIZE
        OPERADOR-ACTUAL DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "Orden  Origen Destino     Monto  Resultado"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Procesa la orden de la posicion INDICE-ORDEN si esta activa y
*> vence en la fecha del proceso. La fecha programada queda anotada
*> como ultima ejecucion sea cual sea el resultado: una orden
*> retenida sigue su curso por la cola de pendientes y una fallida se
*> recaptura por la opcion de transferencias, asi que ninguna se
*> vuelve a intentar sola en la corrida siguiente.
PROCESAR-ORDEN.
    IF ORD-ESTADO(INDICE-ORDEN) = "A"
        PERFORM VERIFICAR-VENCIMIENTO-ORDEN
        IF ORDEN-VENCIDA = "S"
            ADD 1 TO TOTAL-VENCIDAS
            MOVE SPACES TO MOTIVO-ORDEN
            PERFORM VALIDAR-CLIENTES-ORDEN
            IF ORDEN-VALIDA = "S"
                PERFORM APLICAR-ORDEN
            ELSE
                MOVE "FALLIDA" TO RESULTADO-ORDEN
                ADD 1 TO TOTAL-FALLIDAS
            END-IF
            MOVE FECHA-PROGRAMADA TO ORD-ULTIMA(INDICE-ORDEN)
            PERFORM GRABAR-TABLA-ORDENES
            PERFORM ESCRIBIR-LINEA-ORDEN
        END-IF
    END-IF
    .

*> Decide si la orden vence: calcula la fecha programada del mes del
*> proceso (solo en los meses que tocan segun la frecuencia, contados
*> desde el mes de inicio) y la orden vence si esa fecha ya llego,
*> cae dentro de la vigencia y todavia no fue procesada. Asi una
*> noche sin corrida se recupera en la siguiente del mismo mes.
VERIFICAR-VENCIMIENTO-ORDEN.
    MOVE "N" TO ORDEN-VENCIDA

    EVALUATE ORD-FRECUENCIA(INDICE-ORDEN)
        WHEN "T"
            MOVE 3 TO INTERVALO-MESES
        WHEN "S"
            MOVE 6 TO INTERVALO-MESES
        WHEN "A"
            MOVE 12 TO INTERVALO-MESES
        WHEN OTHER
            MOVE 1 TO INTERVALO-MESES
    END-EVALUATE

    MOVE FECHA-HOY(1:4) TO ANIO-PROCESO
    MOVE FECHA-HOY(5:2) TO MES-PROCESO
    MOVE ORD-INICIO(INDICE-ORDEN)(1:4) TO ANIO-INICIO
    MOVE ORD-INICIO(INDICE-ORDEN)(5:2) TO MES-INICIO
    COMPUTE MESES-DESDE-INICIO =
        (ANIO-PROCESO * 12 + MES-PROCESO)
        - (ANIO-INICIO * 12 + MES-INICIO)

    IF MESES-DESDE-INICIO >= 0
        AND FUNCTION MOD(MESES-DESDE-INICIO, INTERVALO-MESES) = 0
        MOVE DIAS-MES(MES-PROCESO) TO ULTIMO-DIA-MES
        IF MES-PROCESO = 2
            AND FUNCTION MOD(ANIO-PROCESO, 4) = 0
            AND (FUNCTION MOD(ANIO-PROCESO, 100) NOT = 0
                OR FUNCTION MOD(ANIO-PROCESO, 400) = 0)
            MOVE 29 TO ULTIMO-DIA-MES
        END-IF
        MOVE ORD-DIA(INDICE-ORDEN) TO DIA-PROGRAMADO
        IF DIA-PROGRAMADO > ULTIMO-DIA-MES
            MOVE ULTIMO-DIA-MES TO DIA-PROGRAMADO
        END-IF
        COMPUTE FECHA-PROGRAMADA =
            ANIO-PROCESO * 10000 + MES-PROCESO * 100 + DIA-PROGRAMADO

        IF FECHA-PROGRAMADA <= FECHA-HOY
            AND FECHA-PROGRAMADA >= ORD-INICIO(INDICE-ORDEN)
            AND (ORD-FIN(INDICE-ORDEN) = 0
                OR FECHA-PROGRAMADA <= ORD-FIN(INDICE-ORDEN))
            AND FECHA-PROGRAMADA > ORD-ULTIMA(INDICE-ORDEN)
            MOVE "S" TO ORDEN-VENCIDA
        END-IF
    END-IF
    .

*> Lee y valida los dos clientes de la orden antes de tocar ningun
*> saldo: ambos deben existir y estar activos, y ninguno puede estar
*> dormido (un cliente dormido solo opera con confirmacion de
*> supervisor, y en un lote no hay supervisor)
VALIDAR-CLIENTES-ORDEN.
    MOVE "N" TO ORDEN-VALIDA

    MOVE ORD-ORIGEN(INDICE-ORDEN) TO ID-CLIENTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            MOVE "el cliente de origen no existe" TO MOTIVO-ORDEN
        NOT INVALID KEY
            IF CLIENTE-INACTIVO
                MOVE "el cliente de origen esta inactivo"
                    TO MOTIVO-ORDEN
            ELSE
            IF CLIENTE-DORMIDO
                MOVE "el origen esta dormido, requiere supervisor"
                    TO MOTIVO-ORDEN
            ELSE
                MOVE "S" TO ORDEN-VALIDA
            END-IF
            END-IF
    END-READ

    IF ORDEN-VALIDA = "S"
        MOVE "N" TO ORDEN-VALIDA
        MOVE ORD-DESTINO(INDICE-ORDEN) TO ID-CLIENTE
        READ ARCHIVO-CLIENTES
            KEY IS ID-CLIENTE
            INVALID KEY
                MOVE "el cliente de destino no existe" TO MOTIVO-ORDEN
            NOT INVALID KEY
                IF CLIENTE-INACTIVO
                    MOVE "el cliente de destino esta inactivo"
                        TO MOTIVO-ORDEN
                ELSE
                IF CLIENTE-DORMIDO
                    MOVE "el destino esta dormido, requiere supervisor"
                        TO MOTIVO-ORDEN
                ELSE
                    MOVE "S" TO ORDEN-VALIDA
                END-IF
                END-IF
        END-READ
    END-IF
    .

*> Relee el origen y aplica la orden: si el cargo lo dejaria por
*> debajo de su limite de credito la orden se captura como pendiente
*> (retenida); si no, se carga el TE al origen y, solo si quedo
*> grabado, se abona el TR al destino
APLICAR-ORDEN.
    MOVE ORD-ORIGEN(INDICE-ORDEN) TO ID-CLIENTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            MOVE "FALLIDA" TO RESULTADO-ORDEN
            MOVE "no se pudo releer el origen" TO MOTIVO-ORDEN
            ADD 1 TO TOTAL-FALLIDAS
        NOT INVALID KEY
            COMPUTE SALDO-PROPUESTO = SALDO - ORD-MONTO(INDICE-ORDEN)
            IF SALDO-PROPUESTO < LIMITE-CREDITO
                PERFORM RETENER-ORDEN
            ELSE
                PERFORM CARGAR-ORDEN-ORIGEN
            END-IF
    END-READ
    .

*> Captura la orden del origen vigente en operaciones_pendientes.txt
*> como transferencia pendiente, con el monto con signo y el destino,
*> para que un supervisor la apruebe o rechace desde MENU-CLIENTES
RETENER-ORDEN.
    COMPUTE MONTO-PENDIENTE-REG = 0 - ORD-MONTO(INDICE-ORDEN)
    MOVE "TE" TO TIPO-PENDIENTE-REG
    MOVE ORD-DESTINO(INDICE-ORDEN) TO REFERENCIA-PENDIENTE-REG
    PERFORM CAPTURAR-OPERACION-PENDIENTE

    IF PENDIENTE-CAPTURADA = "S"
        MOVE "RETENIDA" TO RESULTADO-ORDEN
        MOVE SPACES TO MOTIVO-ORDEN
        STRING "rebasaria el limite; pendiente " DELIMITED BY SIZE
            PEN-SECUENCIA(TOTAL-PENDIENTES) DELIMITED BY SIZE
            INTO MOTIVO-ORDEN
        ADD 1 TO TOTAL-RETENIDAS
    ELSE
        MOVE "FALLIDA" TO RESULTADO-ORDEN
        MOVE "rebasaria el limite y la cola de pendientes esta llena"
            TO MOTIVO-ORDEN
        ADD 1 TO TOTAL-FALLIDAS
    END-IF
    .

*> Carga el monto de la orden al origen ya leido y deja su movimiento
*> TE enlazado al destino
CARGAR-ORDEN-ORIGEN.
    MOVE SALDO TO SALDO-ANTERIOR-MOV
    MOVE SALDO-PROPUESTO TO SALDO

    REWRITE REGISTRO-CLIENTE
        INVALID KEY
            MOVE "FALLIDA" TO RESULTADO-ORDEN
            MOVE "no se pudo cargar el retiro al origen"
                TO MOTIVO-ORDEN
            ADD 1 TO TOTAL-FALLIDAS
        NOT INVALID KEY
            MOVE SALDO TO SALDO-NUEVO-MOV
            MOVE "TE" TO TIPO-MOV-REG
            MOVE ORD-DESTINO(INDICE-ORDEN) TO REFERENCIA-REG
            PERFORM REGISTRAR-MOVIMIENTO
            PERFORM ABONAR-ORDEN-DESTINO
    END-REWRITE
    .

*> Segundo lado de la orden: abona el monto al destino y deja su
*> movimiento TR enlazado al origen. Ambos clientes ya fueron
*> validados, asi que un fallo aqui solo puede ser un error fisico
*> del archivo; queda anotado en el reporte para abonarlo a mano.
ABONAR-ORDEN-DESTINO.
    MOVE ORD-DESTINO(INDICE-ORDEN) TO ID-CLIENTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            MOVE "FALLIDA" TO RESULTADO-ORDEN
            MOVE "origen cargado sin abono: abonar destino a mano"
                TO MOTIVO-ORDEN
            ADD 1 TO TOTAL-FALLIDAS
        NOT INVALID KEY
            MOVE SALDO TO SALDO-ANTERIOR-MOV
            ADD ORD-MONTO(INDICE-ORDEN) TO SALDO

            REWRITE REGISTRO-CLIENTE
                INVALID KEY
                    MOVE "FALLIDA" TO RESULTADO-ORDEN
                    MOVE "origen cargado sin abono: abonar destino a mano"
                        TO MOTIVO-ORDEN
                    ADD 1 TO TOTAL-FALLIDAS
                NOT INVALID KEY
                    MOVE SALDO TO SALDO-NUEVO-MOV
                    MOVE "TR" TO TIPO-MOV-REG
                    MOVE ORD-ORIGEN(INDICE-ORDEN) TO REFERENCIA-REG
                    PERFORM REGISTRAR-MOVIMIENTO
                    MOVE "APLICADA" TO RESULTADO-ORDEN
                    ADD 1 TO TOTAL-APLICADAS
            END-REWRITE
    END-READ
    .

*> Escribe la linea del reporte de la orden procesada y la muestra
ESCRIBIR-LINEA-ORDEN.
    MOVE ORD-MONTO(INDICE-ORDEN) TO MONTO-MOSTRAR
    MOVE SPACES TO LINEA-SPOOL
    STRING
        ORD-NUMERO(INDICE-ORDEN) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        ORD-ORIGEN(INDICE-ORDEN) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        ORD-DESTINO(INDICE-ORDEN) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        MONTO-MOSTRAR DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        RESULTADO-ORDEN DELIMITED BY SIZE
        FUNCTION TRIM(MOTIVO-ORDEN) DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL

    DISPLAY "Orden " ORD-NUMERO(INDICE-ORDEN) ": "
        FUNCTION TRIM(RESULTADO-ORDEN) " "
        FUNCTION TRIM(MOTIVO-ORDEN)
    .

*> Escribe los totales de la corrida al pie del reporte
ESCRIBIR-TOTALES-REPORTE.
    MOVE "----------------------------------------------------"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "Ordenes vencidas:  " DELIMITED BY SIZE
        TOTAL-VENCIDAS DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "Aplicadas:         " DELIMITED BY SIZE
        TOTAL-APLICADAS DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "Retenidas:         " DELIMITED BY SIZE
        TOTAL-RETENIDAS DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "Fallidas:          " DELIMITED BY SIZE
        TOTAL-FALLIDAS DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Deja la orden retenida del origen vigente capturada en
*> operaciones_pendientes.txt con estado P, para que un supervisor la
*> apruebe o rechace desde MENU-CLIENTES. El llamador prepara
*> TIPO-PENDIENTE-REG, MONTO-PENDIENTE-REG (el monto con signo que se
*> aplicaria al saldo al aprobarla) y REFERENCIA-PENDIENTE-REG;
*> PENDIENTE-CAPTURADA indica si quedo grabada.
CAPTURAR-OPERACION-PENDIENTE.
    MOVE "N" TO PENDIENTE-CAPTURADA
    PERFORM CARGAR-TABLA-PENDIENTES

    IF DESBORDE-PENDIENTES = "S"
        DISPLAY "operaciones_pendientes.txt tiene mas filas de las "
            "que admite la tabla: no se capturo la operacion, para "
            "no perder filas al reescribir el archivo."
    ELSE
    IF TOTAL-PENDIENTES >= 100
        DISPLAY "No se pueden capturar mas operaciones pendientes: "
            "pida a un supervisor revisar las acumuladas."
    ELSE
        MOVE 0 TO MAX-SECUENCIA-PEN
        MOVE 1 TO INDICE-PENDIENTE
        PERFORM UNTIL INDICE-PENDIENTE > TOTAL-PENDIENTES
            IF PEN-SECUENCIA(INDICE-PENDIENTE) > MAX-SECUENCIA-PEN
                MOVE PEN-SECUENCIA(INDICE-PENDIENTE)
                    TO MAX-SECUENCIA-PEN
            END-IF
            ADD 1 TO INDICE-PENDIENTE
        END-PERFORM

        PERFORM BUSCAR-MAX-SECUENCIA-RESUELTAS

        ADD 1 TO TOTAL-PENDIENTES
        COMPUTE PEN-SECUENCIA(TOTAL-PENDIENTES) =
            MAX-SECUENCIA-PEN + 1
        ACCEPT PEN-FECHA(TOTAL-PENDIENTES) FROM DATE YYYYMMDD
        MOVE ID-CLIENTE TO PEN-CLIENTE(TOTAL-PENDIENTES)
        MOVE TIPO-PENDIENTE-REG TO PEN-TIPO(TOTAL-PENDIENTES)
        MOVE MONTO-PENDIENTE-REG TO PEN-MONTO(TOTAL-PENDIENTES)
        MOVE OPERADOR-ACTUAL TO PEN-OPERADOR(TOTAL-PENDIENTES)
        MOVE "P" TO PEN-ESTADO(TOTAL-PENDIENTES)
        MOVE SPACES TO PEN-SUPERVISOR(TOTAL-PENDIENTES)
        MOVE 0 TO PEN-FECHA-RES(TOTAL-PENDIENTES)
        MOVE REFERENCIA-PENDIENTE-REG
            TO PEN-REFERENCIA(TOTAL-PENDIENTES)

        PERFORM GRABAR-TABLA-PENDIENTES
        MOVE "S" TO PENDIENTE-CAPTURADA
    END-IF
    END-IF

    MOVE 0 TO REFERENCIA-PENDIENTE-REG
    .

*> Recorre el historial operaciones_resueltas.txt ajustando
*> MAX-SECUENCIA-PEN: los numeros de operacion deben ser unicos
*> tambien frente a las ya resueltas
BUSCAR-MAX-SECUENCIA-RESUELTAS.
    OPEN INPUT ARCHIVO-RESUELTAS
    IF ESTADO-RESUELTAS NOT = "00"
        CLOSE ARCHIVO-RESUELTAS
    ELSE
        PERFORM UNTIL ESTADO-RESUELTAS = "10"
            READ ARCHIVO-RESUELTAS
                AT END MOVE "10" TO ESTADO-RESUELTAS
                NOT AT END
                    MOVE REGISTRO-RESUELTO(1:5) TO SECUENCIA-RESUELTA
                    IF SECUENCIA-RESUELTA > MAX-SECUENCIA-PEN
                        MOVE SECUENCIA-RESUELTA TO MAX-SECUENCIA-PEN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-RESUELTAS
    END-IF
    .

*> Lee operaciones_pendientes.txt completo a TABLA-PENDIENTES (si no
*> existe todavia, la tabla queda vacia). Las filas grabadas antes de
*> que existiera REFERENCIA-PENDIENTE la traen en blanco y quedan en
*> cero.
CARGAR-TABLA-PENDIENTES.
    MOVE 0 TO TOTAL-PENDIENTES
    MOVE "N" TO DESBORDE-PENDIENTES

    OPEN INPUT ARCHIVO-PENDIENTES
    IF ESTADO-PENDIENTES NOT = "00"
        CLOSE ARCHIVO-PENDIENTES
    ELSE
        PERFORM UNTIL ESTADO-PENDIENTES = "10"
            READ ARCHIVO-PENDIENTES
                AT END MOVE "10" TO ESTADO-PENDIENTES
                NOT AT END
                    IF TOTAL-PENDIENTES < 100
                        ADD 1 TO TOTAL-PENDIENTES
                        MOVE SECUENCIA-PENDIENTE
                            TO PEN-SECUENCIA(TOTAL-PENDIENTES)
                        MOVE FECHA-PENDIENTE
                            TO PEN-FECHA(TOTAL-PENDIENTES)
                        MOVE ID-CLIENTE-PENDIENTE
                            TO PEN-CLIENTE(TOTAL-PENDIENTES)
                        MOVE TIPO-PENDIENTE
                            TO PEN-TIPO(TOTAL-PENDIENTES)
                        MOVE MONTO-PENDIENTE
                            TO PEN-MONTO(TOTAL-PENDIENTES)
                        MOVE OPERADOR-PENDIENTE
                            TO PEN-OPERADOR(TOTAL-PENDIENTES)
                        MOVE ESTADO-PENDIENTE
                            TO PEN-ESTADO(TOTAL-PENDIENTES)
                        MOVE SUPERVISOR-PENDIENTE
                            TO PEN-SUPERVISOR(TOTAL-PENDIENTES)
                        MOVE FECHA-RESUELTO
                            TO PEN-FECHA-RES(TOTAL-PENDIENTES)
                        IF REFERENCIA-PENDIENTE IS NUMERIC
                            MOVE REFERENCIA-PENDIENTE
                                TO PEN-REFERENCIA(TOTAL-PENDIENTES)
                        ELSE
                            MOVE 0 TO PEN-REFERENCIA(TOTAL-PENDIENTES)
                        END-IF
                    ELSE
                        MOVE "S" TO DESBORDE-PENDIENTES
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-PENDIENTES
    END-IF
    .

*> Reescribe operaciones_pendientes.txt desde TABLA-PENDIENTES
*> dejando en el solo las filas pendientes; las ya resueltas pasan al
*> historial operaciones_resueltas.txt
GRABAR-TABLA-PENDIENTES.
    MOVE "N" TO HAY-RESUELTAS
    MOVE 1 TO INDICE-PENDIENTE
    PERFORM UNTIL INDICE-PENDIENTE > TOTAL-PENDIENTES
        IF PEN-ESTADO(INDICE-PENDIENTE) NOT = "P"
            MOVE "S" TO HAY-RESUELTAS
        END-IF
        ADD 1 TO INDICE-PENDIENTE
    END-PERFORM

    IF HAY-RESUELTAS = "S"
        OPEN EXTEND ARCHIVO-RESUELTAS
        IF ESTADO-RESUELTAS NOT = "00"
            OPEN OUTPUT ARCHIVO-RESUELTAS
        END-IF
    END-IF

    OPEN OUTPUT ARCHIVO-PENDIENTES
    MOVE 1 TO INDICE-PENDIENTE
    PERFORM UNTIL INDICE-PENDIENTE > TOTAL-PENDIENTES
        MOVE PEN-SECUENCIA(INDICE-PENDIENTE) TO SECUENCIA-PENDIENTE
        MOVE PEN-FECHA(INDICE-PENDIENTE) TO FECHA-PENDIENTE
        MOVE PEN-CLIENTE(INDICE-PENDIENTE) TO ID-CLIENTE-PENDIENTE
        MOVE PEN-TIPO(INDICE-PENDIENTE) TO TIPO-PENDIENTE
        MOVE PEN-MONTO(INDICE-PENDIENTE) TO MONTO-PENDIENTE
        MOVE PEN-OPERADOR(INDICE-PENDIENTE) TO OPERADOR-PENDIENTE
        MOVE PEN-ESTADO(INDICE-PENDIENTE) TO ESTADO-PENDIENTE
        MOVE PEN-SUPERVISOR(INDICE-PENDIENTE) TO SUPERVISOR-PENDIENTE
        MOVE PEN-FECHA-RES(INDICE-PENDIENTE) TO FECHA-RESUELTO
        MOVE PEN-REFERENCIA(INDICE-PENDIENTE) TO REFERENCIA-PENDIENTE
        IF PEN-ESTADO(INDICE-PENDIENTE) = "P"
            WRITE REGISTRO-PENDIENTE
        ELSE
            WRITE REGISTRO-RESUELTO FROM REGISTRO-PENDIENTE
        END-IF
        ADD 1 TO INDICE-PENDIENTE
    END-PERFORM
    CLOSE ARCHIVO-PENDIENTES

    IF HAY-RESUELTAS = "S"
        CLOSE ARCHIVO-RESUELTAS
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
    MOVE "LOTE-ORDENES" TO PROGRAMA-SEG
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
*> autorizacion de un supervisor, y si quedo una corrida iniciada sin
*> terminar se reanuda despues de la ultima orden procesada.
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
                    "se reanudara despues de la orden "
                    REANUDAR-DESDE "."
            END-IF
        ELSE
            PERFORM DECIDIR-CORRIDA-VIEJA
        END-IF
    END-IF

    IF CONTINUAR-LOTE = "S" AND CORRIDA-COMPLETA-HOY = "S"
        DISPLAY "Este lote ya corrio con exito hoy."
        IF JORNADA-ACTIVA = "S"
            MOVE "N" TO CONTINUAR-LOTE
            DISPLAY "Dentro de la jornada no se repite: el paso se "
                "da por cumplido."
        ELSE
            PERFORM AUTORIZAR-RECORRIDA
        END-IF
    END-IF
    .

*> Una corrida interrumpida de un dia anterior no se reanuda sola: un
*> supervisor decide si se reanuda desde el marcador o se procesa
*> desde el principio (las ordenes ya procesadas tienen su ultima
*> ejecucion anotada y no se repiten en ningun caso)
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
        DISPLAY "¿Reanudar despues de la orden " REANUDAR-DESDE
            " (R) o procesar desde el principio (P)?"
        ACCEPT RESPUESTA-SUPERVISOR
        MOVE FUNCTION UPPER-CASE(RESPUESTA-SUPERVISOR)
            TO RESPUESTA-SUPERVISOR
        EVALUATE RESPUESTA-SUPERVISOR
            WHEN "R"
                DISPLAY "Se reanudara despues de la orden "
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
        DISPLAY "Corrida cancelada: quedo una corrida interrumpida "
            "de otro dia sin resolver."
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
        DISPLAY "Corrida cancelada: ya existe una corrida finalizada "
            "hoy y no fue autorizada su repeticion."
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

*> Registra en movimientos.txt el lado de la transferencia aplicado,
*> con el mismo formato de REGISTRO-MOVIMIENTO que MENU-CLIENTES; el
*> llamador deja en REFERENCIA-REG el ID del otro cliente del par,
*> que vuelve a quedar en cero despues de grabar
REGISTRAR-MOVIMIENTO.
    PERFORM LEER-ULTIMA-SECUENCIA-MOV

    ADD 1 TO CONTADOR-MOV
    MOVE ID-CLIENTE TO ID-CLIENTE-MOV
    MOVE CONTADOR-MOV TO SECUENCIA-MOV
    MOVE TIPO-MOV-REG TO TIPO-MOV
    MOVE OPERADOR-ACTUAL TO OPERADOR-MOV
    MOVE REFERENCIA-REG TO REFERENCIA-MOV
    IF JORNADA-ACTIVA = "S"
        MOVE FECHA-HOY TO FECHA-MOV
    ELSE
        ACCEPT FECHA-MOV FROM DATE YYYYMMDD
    END-IF

    OPEN EXTEND ARCHIVO-MOVIMIENTOS
    IF ESTADO-MOVIMIENTO NOT = "00"
        OPEN OUTPUT ARCHIVO-MOVIMIENTOS
    END-IF
    WRITE REGISTRO-MOVIMIENTO
    CLOSE ARCHIVO-MOVIMIENTOS

    MOVE 0 TO REFERENCIA-REG
    PERFORM GUARDAR-SECUENCIA-MOV
    .
