IDENTIFICATION DIVISION.
PROGRAM-ID. GENERAR-AVISOS.

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
    SELECT ARCHIVO-CAMBIOS ASSIGN TO "..\cambios_clientes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CAMBIOS.
    SELECT ARCHIVO-RESUELTAS ASSIGN TO "..\operaciones_resueltas.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-RESUELTAS.
    SELECT ARCHIVO-PREFERENCIAS ASSIGN TO "..\preferencias_avisos.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-PREFERENCIAS.
    SELECT ARCHIVO-PARAMETROS ASSIGN TO "..\parametros_avisos.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-PARAMETROS.
    SELECT ARCHIVO-EMITIDOS ASSIGN TO "..\avisos_emitidos.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-EMITIDOS.
    SELECT ARCHIVO-AVISOS ASSIGN TO NOMBRE-ARCHIVO-AVISOS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-AVISOS.
    SELECT ARCHIVO-SPOOL ASSIGN TO NOMBRE-ARCHIVO-SPOOL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SPOOL.

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

*> Historial de operaciones pendientes ya aprobadas o rechazadas, el
*> mismo trazado que REGISTRO-PENDIENTE de MENU-CLIENTES
FD ARCHIVO-RESUELTAS.
01 REGISTRO-RESUELTO.
   05 SECUENCIA-RESUELTO   PIC 9(5).
   05 FECHA-PENDIENTE      PIC 9(8).
   05 ID-CLIENTE-RESUELTO  PIC 9(5).
   05 TIPO-RESUELTO        PIC XX.
   05 MONTO-RESUELTO       PIC S9(5)V99.
   05 OPERADOR-RESUELTO    PIC X(8).
   05 ESTADO-RESUELTO      PIC X.
   05 SUPERVISOR-RESUELTO  PIC X(8).
   05 FECHA-RESUELTO       PIC 9(8).
   05 REFERENCIA-RESUELTO  PIC 9(7).

*> Preferencia de avisos de cada cliente, mantenida desde
*> MENU-CLIENTES: N=no recibe avisos, E=solo por correo, T=solo por
*> mensaje al telefono, espacio=correo si lo tiene y si no telefono.
*> Un cliente sin renglon recibe avisos por el canal automatico.
FD ARCHIVO-PREFERENCIAS.
01 REGISTRO-PREFERENCIA.
   05 ID-CLIENTE-PREF     PIC 9(5).
   05 PREFERENCIA-AVISOS  PIC X.
   05 FECHA-PREF          PIC 9(8).
   05 OPERADOR-PREF       PIC X(8).

*> Parametros de los avisos: monto desde el que un retiro se avisa y
*> cuantos dias hacia atras se buscan eventos todavia no avisados
FD ARCHIVO-PARAMETROS.
01 REGISTRO-PARAMETROS.
   05 RETIRO-GRANDE-PARAMETRO PIC 9(5)V99.
   05 VENTANA-PARAMETRO   PIC 9(3).

*> Un renglon por evento ya procesado (enviado o descartado), para
*> que ninguna corrida vuelva a avisar el mismo evento: codigo de
*> evento, cliente, fecha del evento, referencia que lo distingue
*> (SECUENCIA-MOV, numero de operacion pendiente u hora del cambio),
*> fecha de proceso y resultado (E=enviado, B=cliente dado de baja de
*> los avisos, C=sin correo ni telefono, I=cliente inactivo)
FD ARCHIVO-EMITIDOS.
01 REGISTRO-EMITIDO.
   05 EVENTO-EMI          PIC XX.
   05 CLIENTE-EMI         PIC 9(5).
   05 FECHA-EVENTO-EMI    PIC 9(8).
   05 REFERENCIA-EMI      PIC 9(7).
   05 FECHA-PROCESO-EMI   PIC 9(8).
   05 RESULTADO-EMI       PIC X.

*> Archivo para la pasarela de correo y mensajes: un renglon D por
*> aviso y un renglon T final con los conteos. Los montos van sin
*> signo con dos decimales implicitos.
FD ARCHIVO-AVISOS.
01 REGISTRO-AVISO.
   05 TIPO-REGISTRO-AVISO PIC X.
   05 ID-CLIENTE-AVISO    PIC 9(5).
   05 CANAL-AVISO         PIC X.
   05 DESTINO-AVISO       PIC X(40).
   05 EVENTO-AVISO        PIC XX.
   05 MONTO-AVISO         PIC 9(5)V99.
   05 FECHA-AVISO         PIC 9(8).
   05 REFERENCIA-AVISO    PIC 9(7).
01 REGISTRO-TRAILER-AVISOS.
   05 TIPO-REGISTRO-TRAILER PIC X.
   05 FECHA-PROCESO-TRAILER PIC 9(8).
   05 TOTAL-REGISTROS-TRAILER PIC 9(7).
   05 CONTEO-EVENTO-TRAILER OCCURS 6 TIMES PIC 9(5).
   05 FILLER              PIC X(25).

FD ARCHIVO-SPOOL.
01 LINEA-SPOOL PIC X(100).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-ARCHIVO       PIC XX.
01 ESTADO-MOVIMIENTO    PIC XX.
01 ESTADO-MOV-PERIODO   PIC XX.
01 ESTADO-CAMBIOS       PIC XX.
01 ESTADO-RESUELTAS     PIC XX.
01 ESTADO-PREFERENCIAS  PIC XX.
01 ESTADO-PARAMETROS    PIC XX.
01 ESTADO-EMITIDOS      PIC XX.
01 ESTADO-AVISOS        PIC XX.
01 ESTADO-SPOOL         PIC XX.

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

*> Valores por omision con que se crea parametros_avisos.txt la
*> primera vez, y parametros vigentes de la corrida
01 RETIRO-GRANDE-OMISION PIC 9(5)V99 VALUE 5000.00.
01 VENTANA-OMISION      PIC 9(3) VALUE 7.
01 RETIRO-GRANDE        PIC 9(5)V99.
01 VENTANA-DIAS         PIC 9(3).

*> Fecha de proceso y rango de fechas de eventos que se revisan
01 FECHA-PROCESO        PIC 9(8).
01 FECHA-DESDE          PIC 9(8).
01 PERIODO-DESDE        PIC 9(6).
01 PERIODO-PROCESO      PIC 9(6).
01 PERIODO-CONSULTA     PIC 9(6).
01 NOMBRE-ARCHIVO-PERIODO PIC X(40).
01 NOMBRE-ARCHIVO-AVISOS PIC X(40).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).
01 NUMERO-CORRIDA       PIC 99.
01 NOMBRE-LIBRE         PIC X.

*> Codigos de evento en el orden de los conteos del trailer: RG
*> retiro grande, PE penalizacion, DO cuenta marcada sin movimientos,
*> SL saldo por debajo del limite de credito, OR operacion pendiente
*> rechazada, TR transferencia recibida
01 CODIGOS-EVENTOS.
   05 FILLER            PIC X(22) VALUE "RGRetiro grande".
   05 FILLER            PIC X(22) VALUE "PEPenalizacion".
   05 FILLER            PIC X(22) VALUE "DOCuenta sin movimient".
   05 FILLER            PIC X(22) VALUE "SLSobre limite credito".
   05 FILLER            PIC X(22) VALUE "OROperacion rechazada".
   05 FILLER            PIC X(22) VALUE "TRTransferencia recib.".
01 TABLA-EVENTOS REDEFINES CODIGOS-EVENTOS.
   05 EVENTO-ENTRADA OCCURS 6 TIMES.
      10 CODIGO-EVENTO     PIC XX.
      10 DESCRIPCION-EVENTO PIC X(20).
01 INDICE-EVENTO        PIC 9.

*> Conteos por evento para el trailer y el reporte de control
01 TABLA-CONTEOS.
   05 CONTEO-ENTRADA OCCURS 6 TIMES.
      10 CNT-ENVIADOS      PIC 9(5).
      10 CNT-BAJA          PIC 9(5).
      10 CNT-SIN-CONTACTO  PIC 9(5).
      10 CNT-INACTIVOS     PIC 9(5).
      10 CNT-REPETIDOS     PIC 9(5).
      10 CNT-MONTO         PIC 9(7)V99.
01 TOTAL-ENVIADOS       PIC 9(7).

*> Preferencia de avisos por ID-CLIENTE, cargada de
*> preferencias_avisos.txt (espacio = canal automatico)
01 TABLA-PREFERENCIAS.
   05 PREFERENCIA-CLIENTE OCCURS 99999 TIMES PIC X.

*> Eventos ya procesados dentro de la ventana, cargados de
*> avisos_emitidos.txt, mas los que se van procesando en la corrida
01 TABLA-EMITIDOS.
   05 EMITIDO-ENTRADA OCCURS 5000 TIMES.
      10 EMI-EVENTO        PIC XX.
      10 EMI-CLIENTE       PIC 9(5).
      10 EMI-FECHA         PIC 9(8).
      10 EMI-REFERENCIA    PIC 9(7).
01 TOTAL-EMITIDOS       PIC 9(4).
01 INDICE-EMITIDO       PIC 9(4).
01 DESBORDE-EMITIDOS    PIC X.
01 EVENTO-YA-EMITIDO    PIC X.

*> Evento candidato que se deja preparado antes de PERFORM
*> PROCESAR-EVENTO
01 EVENTO-REG           PIC XX.
01 CLIENTE-EVENTO-REG   PIC 9(5).
01 FECHA-EVENTO-REG     PIC 9(8).
01 REFERENCIA-EVENTO-REG PIC 9(7).
01 MONTO-EVENTO-REG     PIC 9(5)V99.
01 RESULTADO-EVENTO     PIC X.
01 CANAL-EVENTO         PIC X.
01 DESTINO-EVENTO       PIC X(40).
01 MONTO-MOVIMIENTO     PIC S9(5)V99.

*> Variables de formato para el reporte de control
01 MONTO-EDITADO        PIC Z(5).99.
01 TOTAL-EDITADO        PIC Z(7).99.
01 CUENTA-EDITADA       PIC Z(4)9.

PROCEDURE DIVISION.

*> Arma el archivo diario de avisos para la pasarela de correo y
*> mensajes, un renglon por evento: retiros grandes, penalizaciones
*> de LOTE-INTERESES, cuentas marcadas sin movimientos por
*> LOTE-INACTIVIDAD, saldos que pasaron el limite de credito,
*> operaciones pendientes rechazadas y transferencias recibidas. Los
*> eventos se buscan en los movimientos, cambios_clientes.txt y
*> operaciones_resueltas.txt de los ultimos dias; cada evento
*> procesado queda en avisos_emitidos.txt y ninguna corrida lo vuelve
*> a avisar. Respeta la baja de avisos del cliente. Cada corrida
*> escribe avisos_AAAAMMDD_NN.txt con su trailer de conteos y agrega
*> su detalle al reporte de control control_avisos_AAAAMMDD.txt.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= AVISOS A CLIENTES ======="

    IF JORNADA-ACTIVA = "S"
        MOVE JORNADA-FECHA TO FECHA-PROCESO
    ELSE
        ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
    END-IF
    MOVE FECHA-PROCESO(1:6) TO PERIODO-PROCESO

    PERFORM VERIFICAR-ARCHIVO-PARAMETROS
    PERFORM LEER-PARAMETROS
    IF RETIRO-GRANDE = 0 OR VENTANA-DIAS = 0
        DISPLAY "parametros_avisos.txt no tiene parametros validos: "
            "el monto de retiro grande debe ser mayor que cero y la "
            "ventana de al menos un dia. Fin del proceso."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(FECHA-PROCESO) - VENTANA-DIAS + 1)
    MOVE FECHA-DESDE(1:6) TO PERIODO-DESDE

    PERFORM CARGAR-TABLA-EMITIDOS
    IF DESBORDE-EMITIDOS = "S"
        DISPLAY "avisos_emitidos.txt tiene mas eventos en la ventana "
            "de los que admite la tabla: no se puede garantizar que "
            "no se repitan avisos. Acorte la ventana. Fin del proceso."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM CARGAR-TABLA-PREFERENCIAS

    PERFORM ABRIR-ARCHIVO-AVISOS
    IF ESTADO-AVISOS NOT = "00"
        DISPLAY "No se pudo crear el archivo de avisos. "
            "Fin del proceso."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT ARCHIVO-CLIENTES
    IF ESTADO-ARCHIVO NOT = "00"
        DISPLAY "No se pudo abrir clientes.txt. Fin del proceso."
        CLOSE ARCHIVO-AVISOS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN EXTEND ARCHIVO-EMITIDOS
    IF ESTADO-EMITIDOS NOT = "00"
        OPEN OUTPUT ARCHIVO-EMITIDOS
    END-IF

    INITIALIZE TABLA-CONTEOS
    MOVE 0 TO TOTAL-ENVIADOS

    PERFORM ABRIR-REPORTE-CONTROL

    PERFORM REVISAR-MOVIMIENTOS
    PERFORM REVISAR-CAMBIOS
    PERFORM REVISAR-RESUELTAS

    PERFORM ESCRIBIR-TRAILER-AVISOS
    CLOSE ARCHIVO-AVISOS
    CLOSE ARCHIVO-EMITIDOS
    CLOSE ARCHIVO-CLIENTES

    PERFORM ESCRIBIR-RESUMEN-CONTROL
    CLOSE ARCHIVO-SPOOL

    DISPLAY "-----------------------------"
    DISPLAY "Avisos enviados a la pasarela: " TOTAL-ENVIADOS
    DISPLAY "Archivo de avisos: " NOMBRE-ARCHIVO-AVISOS
    DISPLAY "Reporte de control: " NOMBRE-ARCHIVO-SPOOL

    GOBACK.

*> Crea parametros_avisos.txt con los valores por omision si todavia
*> no existe; desde ahi el negocio los cambia en el archivo
VERIFICAR-ARCHIVO-PARAMETROS.
    OPEN INPUT ARCHIVO-PARAMETROS
    IF ESTADO-PARAMETROS = "00"
        CLOSE ARCHIVO-PARAMETROS
    ELSE
        CLOSE ARCHIVO-PARAMETROS
        OPEN OUTPUT ARCHIVO-PARAMETROS
        MOVE RETIRO-GRANDE-OMISION TO RETIRO-GRANDE-PARAMETRO
        MOVE VENTANA-OMISION TO VENTANA-PARAMETRO
        WRITE REGISTRO-PARAMETROS
        CLOSE ARCHIVO-PARAMETROS
        DISPLAY "Se creo parametros_avisos.txt con los parametros "
            "por omision."
    END-IF
    .

*> Lee el renglon de parametros y deja los valores de la corrida
LEER-PARAMETROS.
    MOVE 0 TO RETIRO-GRANDE
    MOVE 0 TO VENTANA-DIAS

    OPEN INPUT ARCHIVO-PARAMETROS
    IF ESTADO-PARAMETROS NOT = "00"
        CLOSE ARCHIVO-PARAMETROS
    ELSE
        READ ARCHIVO-PARAMETROS
            AT END MOVE "10" TO ESTADO-PARAMETROS
            NOT AT END
                IF RETIRO-GRANDE-PARAMETRO IS NUMERIC
                    AND VENTANA-PARAMETRO IS NUMERIC
                    MOVE RETIRO-GRANDE-PARAMETRO TO RETIRO-GRANDE
                    MOVE VENTANA-PARAMETRO TO VENTANA-DIAS
                END-IF
        END-READ
        CLOSE ARCHIVO-PARAMETROS
    END-IF
    .

*> Carga de avisos_emitidos.txt los eventos con fecha dentro de la
*> ventana; los anteriores ya no pueden volver a aparecer porque la
*> busqueda de eventos tampoco llega a ellos
CARGAR-TABLA-EMITIDOS.
    MOVE 0 TO TOTAL-EMITIDOS
    MOVE "N" TO DESBORDE-EMITIDOS

    OPEN INPUT ARCHIVO-EMITIDOS
    IF ESTADO-EMITIDOS NOT = "00"
        CLOSE ARCHIVO-EMITIDOS
    ELSE
        PERFORM UNTIL ESTADO-EMITIDOS = "10"
            READ ARCHIVO-EMITIDOS
                AT END MOVE "10" TO ESTADO-EMITIDOS
                NOT AT END
                    IF FECHA-EVENTO-EMI >= FECHA-DESDE
                        IF TOTAL-EMITIDOS < 5000
                            ADD 1 TO TOTAL-EMITIDOS
                            MOVE EVENTO-EMI
                                TO EMI-EVENTO(TOTAL-EMITIDOS)
                            MOVE CLIENTE-EMI
                                TO EMI-CLIENTE(TOTAL-EMITIDOS)
                            MOVE FECHA-EVENTO-EMI
                                TO EMI-FECHA(TOTAL-EMITIDOS)
                            MOVE REFERENCIA-EMI
                                TO EMI-REFERENCIA(TOTAL-EMITIDOS)
                        ELSE
                            MOVE "S" TO DESBORDE-EMITIDOS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-EMITIDOS
    END-IF
    .

*> Carga preferencias_avisos.txt en TABLA-PREFERENCIAS por ID
CARGAR-TABLA-PREFERENCIAS.
    MOVE SPACES TO TABLA-PREFERENCIAS

    OPEN INPUT ARCHIVO-PREFERENCIAS
    IF ESTADO-PREFERENCIAS NOT = "00"
        CLOSE ARCHIVO-PREFERENCIAS
    ELSE
        PERFORM UNTIL ESTADO-PREFERENCIAS = "10"
            READ ARCHIVO-PREFERENCIAS
                AT END MOVE "10" TO ESTADO-PREFERENCIAS
                NOT AT END
                    IF ID-CLIENTE-PREF >= 1
                        MOVE PREFERENCIA-AVISOS
                            TO PREFERENCIA-CLIENTE(ID-CLIENTE-PREF)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-PREFERENCIAS
    END-IF
    .

*> Busca el primer avisos_AAAAMMDD_NN.txt libre de la fecha de
*> proceso y lo crea: cada corrida deja su propio archivo para la
*> pasarela en vez de pisar el de una corrida anterior del mismo dia
ABRIR-ARCHIVO-AVISOS.
    MOVE 0 TO NUMERO-CORRIDA
    MOVE "N" TO NOMBRE-LIBRE
    PERFORM UNTIL NOMBRE-LIBRE = "S" OR NUMERO-CORRIDA = 99
        ADD 1 TO NUMERO-CORRIDA
        MOVE SPACES TO NOMBRE-ARCHIVO-AVISOS
        STRING "..\avisos_" DELIMITED BY SIZE
            FECHA-PROCESO DELIMITED BY SIZE
            "_" DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO NOMBRE-ARCHIVO-AVISOS
        OPEN INPUT ARCHIVO-AVISOS
        IF ESTADO-AVISOS = "00"
            CLOSE ARCHIVO-AVISOS
        ELSE
            MOVE "S" TO NOMBRE-LIBRE
        END-IF
    END-PERFORM

    IF NOMBRE-LIBRE = "S"
        OPEN OUTPUT ARCHIVO-AVISOS
    ELSE
        MOVE "99" TO ESTADO-AVISOS
    END-IF
    .

*> Abre (o crea) el reporte de control del dia y escribe el
*> encabezado de esta corrida; las corridas del mismo dia se agregan
ABRIR-REPORTE-CONTROL.
    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING "..\control_avisos_" DELIMITED BY SIZE
        FECHA-PROCESO DELIMITED BY SIZE
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
    STRING "CONTROL DE AVISOS AL " DELIMITED BY SIZE
        FECHA-PROCESO DELIMITED BY SIZE
        " - CORRIDA " DELIMITED BY SIZE
        NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "Eventos desde el " DELIMITED BY SIZE
        FECHA-DESDE DELIMITED BY SIZE
        "   Archivo: " DELIMITED BY SIZE
        NOMBRE-ARCHIVO-AVISOS DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "Ev Cliente C Destino                                     Monto Fecha    Res"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Recorre los movimientos de la ventana: los historicos de los
*> periodos que toca y despues el archivo activo
REVISAR-MOVIMIENTOS.
    MOVE PERIODO-DESDE TO PERIODO-CONSULTA
    PERFORM UNTIL PERIODO-CONSULTA > PERIODO-PROCESO
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
                        MOVE REGISTRO-MOV-PERIODO
                            TO REGISTRO-MOVIMIENTO
                        PERFORM EVALUAR-MOVIMIENTO
                END-READ
            END-PERFORM
            CLOSE ARCHIVO-MOV-PERIODO
        END-IF

        IF FUNCTION MOD(PERIODO-CONSULTA, 100) = 12
            ADD 89 TO PERIODO-CONSULTA
        ELSE
            ADD 1 TO PERIODO-CONSULTA
        END-IF
    END-PERFORM

    OPEN INPUT ARCHIVO-MOVIMIENTOS
    IF ESTADO-MOVIMIENTO NOT = "00"
        CLOSE ARCHIVO-MOVIMIENTOS
    ELSE
        PERFORM UNTIL ESTADO-MOVIMIENTO = "10"
            READ ARCHIVO-MOVIMIENTOS
                AT END MOVE "10" TO ESTADO-MOVIMIENTO
                NOT AT END
                    PERFORM EVALUAR-MOVIMIENTO
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-MOVIMIENTOS
    END-IF
    .

*> Saca del movimiento leido los eventos que corresponden: retiro
*> grande, penalizacion, transferencia recibida y, para cualquier
*> tipo, el paso del saldo por debajo del limite de credito
EVALUAR-MOVIMIENTO.
    IF FECHA-MOV >= FECHA-DESDE AND FECHA-MOV <= FECHA-PROCESO
        AND ID-CLIENTE-MOV >= 1
        COMPUTE MONTO-MOVIMIENTO =
            SALDO-NUEVO-MOV - SALDO-ANTERIOR-MOV
        MOVE ID-CLIENTE-MOV TO CLIENTE-EVENTO-REG
        MOVE FECHA-MOV TO FECHA-EVENTO-REG
        MOVE SECUENCIA-MOV TO REFERENCIA-EVENTO-REG

        EVALUATE TIPO-MOV
            WHEN "RT"
                IF 0 - MONTO-MOVIMIENTO >= RETIRO-GRANDE
                    MOVE "RG" TO EVENTO-REG
                    COMPUTE MONTO-EVENTO-REG = 0 - MONTO-MOVIMIENTO
                    PERFORM PROCESAR-EVENTO
                END-IF
            WHEN "PE"
                MOVE "PE" TO EVENTO-REG
                COMPUTE MONTO-EVENTO-REG = 0 - MONTO-MOVIMIENTO
                PERFORM PROCESAR-EVENTO
            WHEN "TR"
                MOVE "TR" TO EVENTO-REG
                MOVE MONTO-MOVIMIENTO TO MONTO-EVENTO-REG
                PERFORM PROCESAR-EVENTO
            WHEN OTHER
                CONTINUE
        END-EVALUATE

        IF SALDO-NUEVO-MOV < SALDO-ANTERIOR-MOV
            PERFORM EVALUAR-SOBRE-LIMITE
        END-IF
    END-IF
    .

*> El movimiento que dejo el saldo por debajo del limite de credito
*> vigente del cliente, viniendo de estar dentro, genera el evento
*> SL con el exceso como monto
EVALUAR-SOBRE-LIMITE.
    MOVE ID-CLIENTE-MOV TO ID-CLIENTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF SALDO-NUEVO-MOV < LIMITE-CREDITO
                AND SALDO-ANTERIOR-MOV >= LIMITE-CREDITO
                MOVE "SL" TO EVENTO-REG
                MOVE ID-CLIENTE-MOV TO CLIENTE-EVENTO-REG
                MOVE FECHA-MOV TO FECHA-EVENTO-REG
                MOVE SECUENCIA-MOV TO REFERENCIA-EVENTO-REG
                COMPUTE MONTO-EVENTO-REG =
                    LIMITE-CREDITO - SALDO-NUEVO-MOV
                PERFORM PROCESAR-EVENTO
            END-IF
    END-READ
    .

*> Las cuentas que LOTE-INACTIVIDAD marco sin movimientos dentro de
*> la ventana, segun cambios_clientes.txt
REVISAR-CAMBIOS.
    OPEN INPUT ARCHIVO-CAMBIOS
    IF ESTADO-CAMBIOS NOT = "00"
        CLOSE ARCHIVO-CAMBIOS
    ELSE
        PERFORM UNTIL ESTADO-CAMBIOS = "10"
            READ ARCHIVO-CAMBIOS
                AT END MOVE "10" TO ESTADO-CAMBIOS
                NOT AT END
                    IF CAMPO-CAMBIO = "MARCA-INACTIVIDAD"
                        AND VALOR-NUEVO-CAMBIO = "D"
                        AND PROGRAMA-CAMBIO = "LOTE-INACTIVIDAD"
                        AND FECHA-CAMBIO >= FECHA-DESDE
                        AND FECHA-CAMBIO <= FECHA-PROCESO
                        MOVE "DO" TO EVENTO-REG
                        MOVE ID-CLIENTE-CAMBIO TO CLIENTE-EVENTO-REG
                        MOVE FECHA-CAMBIO TO FECHA-EVENTO-REG
                        MOVE HORA-CAMBIO TO REFERENCIA-EVENTO-REG
                        MOVE 0 TO MONTO-EVENTO-REG
                        PERFORM PROCESAR-EVENTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-CAMBIOS
    END-IF
    .

*> Las operaciones pendientes que un supervisor rechazo dentro de la
*> ventana, segun operaciones_resueltas.txt
REVISAR-RESUELTAS.
    OPEN INPUT ARCHIVO-RESUELTAS
    IF ESTADO-RESUELTAS NOT = "00"
        CLOSE ARCHIVO-RESUELTAS
    ELSE
        PERFORM UNTIL ESTADO-RESUELTAS = "10"
            READ ARCHIVO-RESUELTAS
                AT END MOVE "10" TO ESTADO-RESUELTAS
                NOT AT END
                    IF ESTADO-RESUELTO = "R"
                        AND FECHA-RESUELTO >= FECHA-DESDE
                        AND FECHA-RESUELTO <= FECHA-PROCESO
                        MOVE "OR" TO EVENTO-REG
                        MOVE ID-CLIENTE-RESUELTO TO CLIENTE-EVENTO-REG
                        MOVE FECHA-RESUELTO TO FECHA-EVENTO-REG
                        MOVE SECUENCIA-RESUELTO TO REFERENCIA-EVENTO-REG
                        IF MONTO-RESUELTO < 0
                            COMPUTE MONTO-EVENTO-REG =
                                0 - MONTO-RESUELTO
                        ELSE
                            MOVE MONTO-RESUELTO TO MONTO-EVENTO-REG
                        END-IF
                        PERFORM PROCESAR-EVENTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-RESUELTAS
    END-IF
    .

*> Procesa el evento preparado en EVENTO-REG y compañia: si ya se
*> proceso en otra corrida solo se cuenta como repetido; si no, se
*> decide el canal segun el cliente y su preferencia, se escribe el
*> aviso (o se descarta con su motivo) y queda en avisos_emitidos.txt
PROCESAR-EVENTO.
    MOVE 1 TO INDICE-EVENTO
    PERFORM UNTIL INDICE-EVENTO >= 6
            OR CODIGO-EVENTO(INDICE-EVENTO) = EVENTO-REG
        ADD 1 TO INDICE-EVENTO
    END-PERFORM

    MOVE "N" TO EVENTO-YA-EMITIDO
    MOVE 1 TO INDICE-EMITIDO
    PERFORM UNTIL INDICE-EMITIDO > TOTAL-EMITIDOS
            OR EVENTO-YA-EMITIDO = "S"
        IF EMI-EVENTO(INDICE-EMITIDO) = EVENTO-REG
            AND EMI-CLIENTE(INDICE-EMITIDO) = CLIENTE-EVENTO-REG
            AND EMI-FECHA(INDICE-EMITIDO) = FECHA-EVENTO-REG
            AND EMI-REFERENCIA(INDICE-EMITIDO) = REFERENCIA-EVENTO-REG
            MOVE "S" TO EVENTO-YA-EMITIDO
        END-IF
        ADD 1 TO INDICE-EMITIDO
    END-PERFORM

    IF EVENTO-YA-EMITIDO = "S"
        ADD 1 TO CNT-REPETIDOS(INDICE-EVENTO)
    ELSE
        PERFORM DECIDIR-CANAL-AVISO
        IF RESULTADO-EVENTO = "E"
            PERFORM ESCRIBIR-AVISO
        ELSE
            EVALUATE RESULTADO-EVENTO
                WHEN "B"
                    ADD 1 TO CNT-BAJA(INDICE-EVENTO)
                WHEN "C"
                    ADD 1 TO CNT-SIN-CONTACTO(INDICE-EVENTO)
                WHEN OTHER
                    ADD 1 TO CNT-INACTIVOS(INDICE-EVENTO)
            END-EVALUATE
        END-IF
        PERFORM ANOTAR-EVENTO-EMITIDO
    END-IF
    .

*> Lee el cliente del evento y deja RESULTADO-EVENTO (E=se envia,
*> B=dado de baja de los avisos, C=sin contacto para su canal,
*> I=cliente inexistente o inactivo) y, si se envia, el canal
*> (E=correo, S=mensaje al telefono) y el destino
DECIDIR-CANAL-AVISO.
    MOVE SPACES TO CANAL-EVENTO
    MOVE SPACES TO DESTINO-EVENTO
    MOVE CLIENTE-EVENTO-REG TO ID-CLIENTE

    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            MOVE "I" TO RESULTADO-EVENTO
        NOT INVALID KEY
            IF CLIENTE-INACTIVO
                MOVE "I" TO RESULTADO-EVENTO
            ELSE
                MOVE "C" TO RESULTADO-EVENTO
                EVALUATE PREFERENCIA-CLIENTE(ID-CLIENTE)
                    WHEN "N"
                        MOVE "B" TO RESULTADO-EVENTO
                    WHEN "E"
                        IF CORREO NOT = SPACES
                            MOVE "E" TO CANAL-EVENTO
                            MOVE CORREO TO DESTINO-EVENTO
                        END-IF
                    WHEN "T"
                        IF TELEFONO NOT = SPACES
                            MOVE "S" TO CANAL-EVENTO
                            MOVE TELEFONO TO DESTINO-EVENTO
                        END-IF
                    WHEN OTHER
                        IF CORREO NOT = SPACES
                            MOVE "E" TO CANAL-EVENTO
                            MOVE CORREO TO DESTINO-EVENTO
                        ELSE
                            IF TELEFONO NOT = SPACES
                                MOVE "S" TO CANAL-EVENTO
                                MOVE TELEFONO TO DESTINO-EVENTO
                            END-IF
                        END-IF
                END-EVALUATE
                IF CANAL-EVENTO NOT = SPACES
                    MOVE "E" TO RESULTADO-EVENTO
                END-IF
            END-IF
    END-READ
    .

*> Escribe el renglon D del aviso y su linea en el reporte de control
ESCRIBIR-AVISO.
    MOVE SPACES TO REGISTRO-AVISO
    MOVE "D" TO TIPO-REGISTRO-AVISO
    MOVE CLIENTE-EVENTO-REG TO ID-CLIENTE-AVISO
    MOVE CANAL-EVENTO TO CANAL-AVISO
    MOVE DESTINO-EVENTO TO DESTINO-AVISO
    MOVE EVENTO-REG TO EVENTO-AVISO
    MOVE MONTO-EVENTO-REG TO MONTO-AVISO
    MOVE FECHA-EVENTO-REG TO FECHA-AVISO
    MOVE REFERENCIA-EVENTO-REG TO REFERENCIA-AVISO
    WRITE REGISTRO-AVISO

    ADD 1 TO TOTAL-ENVIADOS
    ADD 1 TO CNT-ENVIADOS(INDICE-EVENTO)
    ADD MONTO-EVENTO-REG TO CNT-MONTO(INDICE-EVENTO)

    MOVE MONTO-EVENTO-REG TO MONTO-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING EVENTO-REG DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CLIENTE-EVENTO-REG DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        CANAL-EVENTO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        DESTINO-EVENTO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MONTO-EDITADO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FECHA-EVENTO-REG DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        RESULTADO-EVENTO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Deja el evento procesado en avisos_emitidos.txt y en la tabla de
*> la corrida, para que tampoco se repita dentro de ella
ANOTAR-EVENTO-EMITIDO.
    MOVE EVENTO-REG TO EVENTO-EMI
    MOVE CLIENTE-EVENTO-REG TO CLIENTE-EMI
    MOVE FECHA-EVENTO-REG TO FECHA-EVENTO-EMI
    MOVE REFERENCIA-EVENTO-REG TO REFERENCIA-EMI
    MOVE FECHA-PROCESO TO FECHA-PROCESO-EMI
    MOVE RESULTADO-EVENTO TO RESULTADO-EMI
    WRITE REGISTRO-EMITIDO

    IF TOTAL-EMITIDOS < 5000
        ADD 1 TO TOTAL-EMITIDOS
        MOVE EVENTO-REG TO EMI-EVENTO(TOTAL-EMITIDOS)
        MOVE CLIENTE-EVENTO-REG TO EMI-CLIENTE(TOTAL-EMITIDOS)
        MOVE FECHA-EVENTO-REG TO EMI-FECHA(TOTAL-EMITIDOS)
        MOVE REFERENCIA-EVENTO-REG TO EMI-REFERENCIA(TOTAL-EMITIDOS)
    END-IF
    .

*> Renglon T final del archivo de avisos con el total de renglones
*> de detalle y el conteo de cada evento
ESCRIBIR-TRAILER-AVISOS.
    MOVE SPACES TO REGISTRO-TRAILER-AVISOS
    MOVE "T" TO TIPO-REGISTRO-TRAILER
    MOVE FECHA-PROCESO TO FECHA-PROCESO-TRAILER
    MOVE TOTAL-ENVIADOS TO TOTAL-REGISTROS-TRAILER
    MOVE 1 TO INDICE-EVENTO
    PERFORM UNTIL INDICE-EVENTO > 6
        MOVE CNT-ENVIADOS(INDICE-EVENTO)
            TO CONTEO-EVENTO-TRAILER(INDICE-EVENTO)
        ADD 1 TO INDICE-EVENTO
    END-PERFORM
    WRITE REGISTRO-TRAILER-AVISOS
    .

*> Cierra la corrida en el reporte de control con el cuadro por
*> evento: enviados, monto, descartados por motivo y ya avisados
ESCRIBIR-RESUMEN-CONTROL.
    MOVE "----------------------------------------------------"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "Evento                    Enviados        Monto  Baja Sin contacto Inact. Ya avisados"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE 1 TO INDICE-EVENTO
    PERFORM UNTIL INDICE-EVENTO > 6
        MOVE CNT-MONTO(INDICE-EVENTO) TO TOTAL-EDITADO
        MOVE SPACES TO LINEA-SPOOL
        STRING CODIGO-EVENTO(INDICE-EVENTO) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            DESCRIPCION-EVENTO(INDICE-EVENTO) DELIMITED BY SIZE
            "    " DELIMITED BY SIZE
            CNT-ENVIADOS(INDICE-EVENTO) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TOTAL-EDITADO DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            CNT-BAJA(INDICE-EVENTO) DELIMITED BY SIZE
            "        " DELIMITED BY SIZE
            CNT-SIN-CONTACTO(INDICE-EVENTO) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            CNT-INACTIVOS(INDICE-EVENTO) DELIMITED BY SIZE
            "       " DELIMITED BY SIZE
            CNT-REPETIDOS(INDICE-EVENTO) DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        ADD 1 TO INDICE-EVENTO
    END-PERFORM

    MOVE TOTAL-ENVIADOS TO CUENTA-EDITADA
    MOVE SPACES TO LINEA-SPOOL
    STRING "Renglones de detalle en el archivo (trailer): "
        DELIMITED BY SIZE
        CUENTA-EDITADA DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .
