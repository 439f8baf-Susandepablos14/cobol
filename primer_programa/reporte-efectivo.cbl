IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTE-EFECTIVO.

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
    SELECT ARCHIVO-OPERADORES ASSIGN TO "..\operadores.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-OPERADORES.
    SELECT ARCHIVO-SEGURIDAD ASSIGN TO "..\bitacora_seguridad.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SEGURIDAD.
    SELECT ARCHIVO-PARAMETROS ASSIGN TO "..\parametros_efectivo.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-PARAMETROS.
    SELECT ARCHIVO-REVISION ASSIGN TO "..\revision_efectivo.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-REVISION.
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
      88 MOV-DEPOSITO          VALUE "DP".
      88 MOV-RETIRO            VALUE "RT".
   05 OPERADOR-MOV        PIC X(8).
   05 REFERENCIA-MOV      PIC 9(7).
   05 SALTO-MOV           PIC X VALUE X"0A".

*> Archivo historico de movimientos de un periodo cerrado por
*> ARCHIVAR-MOVIMIENTOS; mismo trazado que REGISTRO-MOVIMIENTO
FD ARCHIVO-MOV-PERIODO.
01 REGISTRO-MOV-PERIODO PIC X(52).

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

*> Parametros del control de efectivo: monto reportable, margen por
*> debajo de ese monto que se considera "justo debajo", ventana en
*> dias, cantidad minima de movimientos justo debajo dentro de la
*> ventana para sospechar fraccionamiento y cuantos dias hacia atras
*> se analizan en cada corrida (un archivo anterior sin este ultimo
*> dato toma el valor por omision)
FD ARCHIVO-PARAMETROS.
01 REGISTRO-PARAMETROS.
   05 UMBRAL-PARAMETRO    PIC 9(5)V99.
   05 MARGEN-PARAMETRO    PIC 9(5)V99.
   05 VENTANA-PARAMETRO   PIC 9(3).
   05 MINIMO-PARAMETRO    PIC 9(2).
   05 DIAS-REVISION-PARAMETRO PIC 9(3).

*> Un renglon por caso detectado. TIPO-CASO U = movimiento igual o
*> mayor al umbral, F = posible fraccionamiento; el caso se
*> identifica por tipo, cliente y secuencia de su primer movimiento;
*> SECUENCIA-FIN-CASO es la de su ultimo movimiento, y los
*> movimientos entre ambas de un caso F aclarado ya no forman parte
*> de ningun caso nuevo (en 0 en los casos anteriores a este dato:
*> se toman los del cliente hasta la fecha de revision).
*> ESTADO-CASO P = pendiente de revision, A = aclarado (no se vuelve
*> a levantar), E = escalado.
FD ARCHIVO-REVISION.
01 REGISTRO-REVISION.
   05 TIPO-CASO           PIC X.
   05 CLIENTE-CASO        PIC 9(5).
   05 SECUENCIA-CASO      PIC 9(7).
   05 FECHA-CASO          PIC 9(8).
   05 MOVIMIENTOS-CASO    PIC 9(3).
   05 MONTO-CASO          PIC 9(7)V99.
   05 ESTADO-CASO         PIC X.
   05 FECHA-DETECCION-CASO PIC 9(8).
   05 SUPERVISOR-CASO     PIC X(8).
   05 FECHA-REVISION-CASO PIC 9(8).
   05 SECUENCIA-FIN-CASO  PIC 9(7).

FD ARCHIVO-SPOOL.
01 LINEA-SPOOL PIC X(100).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-ARCHIVO       PIC XX.
01 ESTADO-MOVIMIENTO    PIC XX.
01 ESTADO-MOV-PERIODO   PIC XX.
01 ESTADO-OPERADORES    PIC XX.
01 ESTADO-PARAMETROS    PIC XX.
01 ESTADO-REVISION      PIC XX.
01 ESTADO-SPOOL         PIC XX.

*> Parametros por omision, usados solo para crear
*> parametros_efectivo.txt la primera vez
01 UMBRAL-OMISION       PIC 9(5)V99 VALUE 10000.00.
01 MARGEN-OMISION       PIC 9(5)V99 VALUE 1000.00.
01 VENTANA-OMISION      PIC 9(3) VALUE 7.
01 MINIMO-OMISION       PIC 9(2) VALUE 3.
01 DIAS-REVISION-OMISION PIC 9(3) VALUE 90.

*> Parametros vigentes de la corrida
01 UMBRAL-EFECTIVO      PIC 9(5)V99.
01 MARGEN-EFECTIVO      PIC 9(5)V99.
01 PISO-FRACCIONADO     PIC 9(5)V99.
01 VENTANA-DIAS         PIC 9(3).
01 MINIMO-FRACCIONADOS  PIC 9(2).
01 DIAS-REVISION        PIC 9(3).

*> Opcion elegida (1=generar reporte, 2=revisar casos) y fechas
01 OPCION-EFECTIVO      PIC 9.
01 FECHA-HOY            PIC 9(8).
01 PERIODO-HOY          PIC 9(6).
01 PERIODO-CONSULTA     PIC 9(6).
01 NOMBRE-ARCHIVO-PERIODO PIC X(40).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).

*> Periodo analizado, en dias enteros: se levantan casos desde
*> DIA-DESDE y se cargan movimientos desde DIA-CARGA, una ventana
*> antes, para que la primera ventana quede completa
01 DIA-DESDE            PIC 9(7).
01 DIA-CARGA            PIC 9(7).
01 DIA-CASO             PIC 9(7).
01 DIA-MOV              PIC 9(7).
01 FECHA-CARGA          PIC 9(8).
01 FECHA-DESDE          PIC 9(8).

*> Movimientos DP y RT desde el piso de fraccionamiento para arriba,
*> en el orden en que aparecen en el historico y el archivo activo
*> (orden cronologico). CAN-CLASE U = igual o mayor al umbral,
*> F = justo debajo. CAN-CUBIERTO en S = ya fue parte de un caso de
*> fraccionamiento aclarado.
01 TABLA-CANDIDATOS.
   05 CANDIDATO-ENTRADA OCCURS 3000 TIMES.
      10 CAN-CLIENTE       PIC 9(5).
      10 CAN-SECUENCIA     PIC 9(7).
      10 CAN-FECHA         PIC 9(8).
      10 CAN-DIA           PIC 9(7).
      10 CAN-TIPO          PIC XX.
      10 CAN-MONTO         PIC 9(5)V99.
      10 CAN-OPERADOR      PIC X(8).
      10 CAN-CLASE         PIC X.
      10 CAN-CUBIERTO      PIC X.
01 TOTAL-CANDIDATOS     PIC 9(4).
01 DESBORDE-CANDIDATOS  PIC X.
01 INDICE-CANDIDATO     PIC 9(4).
01 INDICE-VENTANA       PIC 9(4).
01 INDICE-LISTA         PIC 9(4).
01 MONTO-MOV            PIC S9(5)V99.
01 TOTAL-MOV-REVISADOS  PIC 9(7).

*> Casos levantados en esta corrida: su clave, el rango de
*> candidatos que abarca y el estado que trae de la revision
01 TABLA-CASOS.
   05 CASO-ENTRADA OCCURS 1000 TIMES.
      10 CAS-TIPO          PIC X.
      10 CAS-CLIENTE       PIC 9(5).
      10 CAS-SECUENCIA     PIC 9(7).
      10 CAS-FECHA         PIC 9(8).
      10 CAS-PRIMERO       PIC 9(4).
      10 CAS-ULTIMO        PIC 9(4).
      10 CAS-MOVIMIENTOS   PIC 9(3).
      10 CAS-MONTO         PIC 9(7)V99.
      10 CAS-ESTADO        PIC X.
      10 CAS-REPORTAR      PIC X.
      10 CAS-LISTADO       PIC X.
01 TOTAL-CASOS          PIC 9(4).
01 DESBORDE-CASOS       PIC X.
01 INDICE-CASO          PIC 9(4).
01 INDICE-CASO-CLIENTE  PIC 9(4).
01 TIPO-BUSCADO         PIC X.
01 CLIENTE-BUSCADO      PIC 9(5).
01 SECUENCIA-BUSCADA    PIC 9(7).
01 CONTEO-VENTANA       PIC 9(3).
01 CONTEO-NUEVOS        PIC 9(3).
01 MONTO-VENTANA        PIC 9(7)V99.
01 CASO-ALCANZADO       PIC X.

*> Copia en memoria de revision_efectivo.txt
01 TABLA-REVISION.
   05 REVISION-ENTRADA OCCURS 2000 TIMES.
      10 REV-TIPO          PIC X.
      10 REV-CLIENTE       PIC 9(5).
      10 REV-SECUENCIA     PIC 9(7).
      10 REV-FECHA         PIC 9(8).
      10 REV-MOVIMIENTOS   PIC 9(3).
      10 REV-MONTO         PIC 9(7)V99.
      10 REV-ESTADO        PIC X.
      10 REV-DETECCION     PIC 9(8).
      10 REV-SUPERVISOR    PIC X(8).
      10 REV-FECHA-REVISION PIC 9(8).
      10 REV-SECUENCIA-FIN PIC 9(7).
01 TOTAL-REVISION       PIC 9(4).
01 DESBORDE-REVISION    PIC X.
01 INDICE-REVISION      PIC 9(4).
01 RESPUESTA-REVISION   PIC X.
01 FIN-REVISION         PIC X.

*> Contadores del resumen final
01 TOTAL-CASOS-UMBRAL   PIC 9(5).
01 TOTAL-CASOS-FRACC    PIC 9(5).
01 TOTAL-CASOS-NUEVOS   PIC 9(5).
01 TOTAL-CASOS-ACLARADOS PIC 9(5).
01 TOTAL-CLIENTES-REP   PIC 9(5).
01 TOTAL-REVISADOS-HOY  PIC 9(5).

*> Variables de formato para las lineas del reporte
01 MONTO-EDITADO        PIC Z(5).99.
01 TOTAL-EDITADO        PIC Z(7).99.
01 TEXTO-ESTADO-CASO    PIC X(10).
01 TEXTO-TIPO-CASO      PIC X(16).
01 NOMBRE-REPORTE       PIC X(30).

*> Sesion del operador, validada contra operadores.txt igual que en
*> MENU-CLIENTES; la revision de casos es solo para supervisores
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

PROCEDURE DIVISION.

*> Control de efectivo para cumplimiento. Recorre el historico
*> movimientos_AAAAMM.txt y el archivo activo y levanta dos clases de
*> casos: cada deposito o retiro igual o mayor al umbral reportable,
*> y cada grupo de depositos o retiros de un mismo cliente justo
*> debajo del umbral dentro de la ventana de dias (posible
*> fraccionamiento). Umbral, margen, ventana y dias hacia atras
*> salen de parametros_efectivo.txt. Deja el reporte por cliente en
*> efectivo_AAAAMMDD.txt y los casos en revision_efectivo.txt, donde
*> un supervisor los aclara o los escala; un caso aclarado no se
*> vuelve a levantar. Si los movimientos o los casos no caben en las
*> tablas la corrida se detiene: un reporte con huecos no sirve.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= CONTROL DE EFECTIVO Y FRACCIONAMIENTO ======="

    PERFORM INICIAR-SESION-OPERADOR
    IF OPERADOR-ACTUAL = SPACES
        DISPLAY "Demasiados intentos fallidos. Fin del proceso."
        STOP RUN
    END-IF

    ACCEPT FECHA-HOY FROM DATE YYYYMMDD
    MOVE FECHA-HOY(1:6) TO PERIODO-HOY

    MOVE 0 TO OPCION-EFECTIVO
    PERFORM UNTIL OPCION-EFECTIVO >= 1 AND OPCION-EFECTIVO <= 2
        DISPLAY "1. Generar el reporte de efectivo"
        DISPLAY "2. Revisar casos pendientes (supervisor)"
        DISPLAY "Seleccione una opcion (1-2):"
        ACCEPT OPCION-EFECTIVO
        IF OPCION-EFECTIVO < 1 OR OPCION-EFECTIVO > 2
            DISPLAY "Opcion invalida. Intente nuevamente."
        END-IF
    END-PERFORM

    IF OPCION-EFECTIVO = 2
        IF PERFIL-ACTUAL NOT = "S"
            DISPLAY "Solo un supervisor puede revisar los casos."
        ELSE
            PERFORM REVISAR-CASOS
        END-IF
        STOP RUN
    END-IF

    PERFORM VERIFICAR-ARCHIVO-PARAMETROS
    PERFORM LEER-PARAMETROS
    IF UMBRAL-EFECTIVO = 0 OR MARGEN-EFECTIVO >= UMBRAL-EFECTIVO
        OR VENTANA-DIAS = 0 OR MINIMO-FRACCIONADOS < 2
        OR DIAS-REVISION = 0
        DISPLAY "parametros_efectivo.txt no tiene parametros "
            "validos: el umbral debe ser mayor que cero y que el "
            "margen, la ventana y los dias de revision de al menos "
            "un dia y el minimo de al menos dos movimientos. Fin del "
            "proceso."
        STOP RUN
    END-IF

    PERFORM CARGAR-TABLA-REVISION
    IF DESBORDE-REVISION = "S"
        DISPLAY "revision_efectivo.txt tiene mas casos de los que "
            "admite la tabla: no se puede actualizar sin perder casos. "
            "Depure los casos aclarados viejos. Fin del proceso."
        STOP RUN
    END-IF

    PERFORM CALCULAR-PERIODO-ANALISIS
    PERFORM CARGAR-CANDIDATOS
    IF DESBORDE-CANDIDATOS = "S"
        DISPLAY "Hay mas movimientos candidatos de los que admite la "
            "tabla desde " FECHA-CARGA ": el reporte quedaria "
            "incompleto. Reduzca los dias de revision en "
            "parametros_efectivo.txt o resuelva los casos pendientes "
            "mas viejos. Fin del proceso."
        STOP RUN
    END-IF

    PERFORM MARCAR-CANDIDATOS-ACLARADOS
    PERFORM LEVANTAR-CASOS-UMBRAL
    PERFORM LEVANTAR-CASOS-FRACCIONAMIENTO
    IF DESBORDE-CASOS = "S"
        DISPLAY "Hay mas casos de los que admite la tabla desde "
            FECHA-CARGA ": el reporte quedaria incompleto. Reduzca "
            "los dias de revision en parametros_efectivo.txt o "
            "resuelva los casos pendientes mas viejos. Fin del "
            "proceso."
        STOP RUN
    END-IF

    PERFORM CRUZAR-CASOS-REVISION
    PERFORM GRABAR-TABLA-REVISION

    PERFORM ESCRIBIR-REPORTE-EFECTIVO

    STOP RUN.

*> Crea parametros_efectivo.txt con los valores por omision si
*> todavia no existe; desde ahi el negocio los cambia en el archivo
VERIFICAR-ARCHIVO-PARAMETROS.
    OPEN INPUT ARCHIVO-PARAMETROS
    IF ESTADO-PARAMETROS = "00"
        CLOSE ARCHIVO-PARAMETROS
    ELSE
        CLOSE ARCHIVO-PARAMETROS
        OPEN OUTPUT ARCHIVO-PARAMETROS
        MOVE UMBRAL-OMISION TO UMBRAL-PARAMETRO
        MOVE MARGEN-OMISION TO MARGEN-PARAMETRO
        MOVE VENTANA-OMISION TO VENTANA-PARAMETRO
        MOVE MINIMO-OMISION TO MINIMO-PARAMETRO
        MOVE DIAS-REVISION-OMISION TO DIAS-REVISION-PARAMETRO
        WRITE REGISTRO-PARAMETROS
        CLOSE ARCHIVO-PARAMETROS
        DISPLAY "Se creo parametros_efectivo.txt con los parametros "
            "por omision."
    END-IF
    .

*> Lee el renglon de parametros y deja los valores de la corrida
LEER-PARAMETROS.
    MOVE 0 TO UMBRAL-EFECTIVO
    MOVE 0 TO MARGEN-EFECTIVO
    MOVE 0 TO VENTANA-DIAS
    MOVE 0 TO MINIMO-FRACCIONADOS
    MOVE 0 TO DIAS-REVISION

    OPEN INPUT ARCHIVO-PARAMETROS
    IF ESTADO-PARAMETROS NOT = "00"
        CLOSE ARCHIVO-PARAMETROS
    ELSE
        READ ARCHIVO-PARAMETROS
            AT END MOVE "10" TO ESTADO-PARAMETROS
            NOT AT END
                IF UMBRAL-PARAMETRO IS NUMERIC
                    AND MARGEN-PARAMETRO IS NUMERIC
                    AND VENTANA-PARAMETRO IS NUMERIC
                    AND MINIMO-PARAMETRO IS NUMERIC
                    MOVE UMBRAL-PARAMETRO TO UMBRAL-EFECTIVO
                    MOVE MARGEN-PARAMETRO TO MARGEN-EFECTIVO
                    MOVE VENTANA-PARAMETRO TO VENTANA-DIAS
                    MOVE MINIMO-PARAMETRO TO MINIMO-FRACCIONADOS
                    IF DIAS-REVISION-PARAMETRO IS NUMERIC
                        MOVE DIAS-REVISION-PARAMETRO TO DIAS-REVISION
                    ELSE
                        MOVE DIAS-REVISION-OMISION TO DIAS-REVISION
                    END-IF
                END-IF
        END-READ
        CLOSE ARCHIVO-PARAMETROS
    END-IF

    IF MARGEN-EFECTIVO < UMBRAL-EFECTIVO
        COMPUTE PISO-FRACCIONADO = UMBRAL-EFECTIVO - MARGEN-EFECTIVO
    END-IF
    .

*> Fija el periodo analizado: se levantan casos desde DIAS-REVISION
*> dias antes de hoy, o desde antes si hay un caso pendiente o
*> escalado mas viejo (sus movimientos se vuelven a listar completos
*> en cada corrida), y los movimientos se cargan desde una ventana
*> antes de ese dia
CALCULAR-PERIODO-ANALISIS.
    COMPUTE DIA-DESDE =
        FUNCTION INTEGER-OF-DATE(FECHA-HOY) - DIAS-REVISION

    MOVE 1 TO INDICE-REVISION
    PERFORM UNTIL INDICE-REVISION > TOTAL-REVISION
        IF (REV-ESTADO(INDICE-REVISION) = "P"
                OR REV-ESTADO(INDICE-REVISION) = "E")
            AND FUNCTION TEST-DATE-YYYYMMDD(REV-FECHA(INDICE-REVISION))
                = 0
            COMPUTE DIA-CASO =
                FUNCTION INTEGER-OF-DATE(REV-FECHA(INDICE-REVISION))
            IF DIA-CASO < DIA-DESDE
                MOVE DIA-CASO TO DIA-DESDE
            END-IF
        END-IF
        ADD 1 TO INDICE-REVISION
    END-PERFORM

    COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(DIA-DESDE)
    COMPUTE DIA-CARGA = DIA-DESDE - VENTANA-DIAS
    COMPUTE FECHA-CARGA = FUNCTION DATE-OF-INTEGER(DIA-CARGA)
    .

*> Junta en TABLA-CANDIDATOS los DP y RT desde el piso de
*> fraccionamiento para arriba con fecha desde DIA-CARGA: primero
*> los periodos historicos en orden y despues el archivo activo, con
*> lo que la tabla queda en orden cronologico
CARGAR-CANDIDATOS.
    MOVE 0 TO TOTAL-CANDIDATOS
    MOVE 0 TO TOTAL-MOV-REVISADOS
    MOVE "N" TO DESBORDE-CANDIDATOS

    MOVE FECHA-CARGA(1:6) TO PERIODO-CONSULTA
    PERFORM REVISAR-ARCHIVO-PERIODO
        UNTIL PERIODO-CONSULTA > PERIODO-HOY

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

*> Recorre el archivo historico del periodo PERIODO-CONSULTA (si
*> existe) y avanza al periodo siguiente
REVISAR-ARCHIVO-PERIODO.
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
                    PERFORM EVALUAR-MOVIMIENTO
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-MOV-PERIODO
    END-IF

    IF FUNCTION MOD(PERIODO-CONSULTA, 100) = 12
        COMPUTE PERIODO-CONSULTA = PERIODO-CONSULTA + 89
    ELSE
        ADD 1 TO PERIODO-CONSULTA
    END-IF
    .

*> Anota el movimiento vigente como candidato si es un DP o un RT
*> del periodo analizado cuyo monto (saldo nuevo - saldo anterior,
*> sin signo) llega al piso de fraccionamiento
EVALUAR-MOVIMIENTO.
    ADD 1 TO TOTAL-MOV-REVISADOS
    MOVE 0 TO DIA-MOV
    IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-MOV) = 0
        COMPUTE DIA-MOV = FUNCTION INTEGER-OF-DATE(FECHA-MOV)
    END-IF

    IF (MOV-DEPOSITO OR MOV-RETIRO) AND DIA-MOV >= DIA-CARGA
        COMPUTE MONTO-MOV = SALDO-NUEVO-MOV - SALDO-ANTERIOR-MOV
        IF MONTO-MOV < 0
            COMPUTE MONTO-MOV = 0 - MONTO-MOV
        END-IF
        IF MONTO-MOV >= PISO-FRACCIONADO
            IF TOTAL-CANDIDATOS < 3000
                ADD 1 TO TOTAL-CANDIDATOS
                MOVE ID-CLIENTE-MOV TO CAN-CLIENTE(TOTAL-CANDIDATOS)
                MOVE SECUENCIA-MOV TO CAN-SECUENCIA(TOTAL-CANDIDATOS)
                MOVE FECHA-MOV TO CAN-FECHA(TOTAL-CANDIDATOS)
                MOVE DIA-MOV TO CAN-DIA(TOTAL-CANDIDATOS)
                MOVE "N" TO CAN-CUBIERTO(TOTAL-CANDIDATOS)
                MOVE TIPO-MOV TO CAN-TIPO(TOTAL-CANDIDATOS)
                MOVE MONTO-MOV TO CAN-MONTO(TOTAL-CANDIDATOS)
                MOVE OPERADOR-MOV TO CAN-OPERADOR(TOTAL-CANDIDATOS)
                IF MONTO-MOV >= UMBRAL-EFECTIVO
                    MOVE "U" TO CAN-CLASE(TOTAL-CANDIDATOS)
                ELSE
                    MOVE "F" TO CAN-CLASE(TOTAL-CANDIDATOS)
                END-IF
            ELSE
                MOVE "S" TO DESBORDE-CANDIDATOS
            END-IF
        END-IF
    END-IF
    .

*> Marca en CAN-CUBIERTO los candidatos justo debajo que ya formaron
*> parte de un caso de fraccionamiento aclarado (los de su cliente
*> entre el primer y el ultimo movimiento que tenia el caso al
*> aclararse): no vuelven a entrar en ningun caso. Cuenta ademas los
*> casos aclarados que alcanzan al periodo analizado.
MARCAR-CANDIDATOS-ACLARADOS.
    MOVE 0 TO TOTAL-CASOS-ACLARADOS

    MOVE 1 TO INDICE-REVISION
    PERFORM UNTIL INDICE-REVISION > TOTAL-REVISION
        IF REV-TIPO(INDICE-REVISION) = "F"
            AND REV-ESTADO(INDICE-REVISION) = "A"
            MOVE "N" TO CASO-ALCANZADO
            MOVE 1 TO INDICE-LISTA
            PERFORM UNTIL INDICE-LISTA > TOTAL-CANDIDATOS
                IF CAN-CLIENTE(INDICE-LISTA) = REV-CLIENTE(INDICE-REVISION)
                    AND CAN-CLASE(INDICE-LISTA) = "F"
                    AND CAN-SECUENCIA(INDICE-LISTA)
                        >= REV-SECUENCIA(INDICE-REVISION)
                    IF (REV-SECUENCIA-FIN(INDICE-REVISION) > 0
                            AND CAN-SECUENCIA(INDICE-LISTA)
                                <= REV-SECUENCIA-FIN(INDICE-REVISION))
                        OR (REV-SECUENCIA-FIN(INDICE-REVISION) = 0
                            AND CAN-FECHA(INDICE-LISTA)
                                <= REV-FECHA-REVISION(INDICE-REVISION))
                        MOVE "S" TO CAN-CUBIERTO(INDICE-LISTA)
                        MOVE "S" TO CASO-ALCANZADO
                    END-IF
                END-IF
                ADD 1 TO INDICE-LISTA
            END-PERFORM
            IF CASO-ALCANZADO = "S"
                ADD 1 TO TOTAL-CASOS-ACLARADOS
            END-IF
        END-IF
        ADD 1 TO INDICE-REVISION
    END-PERFORM
    .

*> Un caso por cada movimiento igual o mayor al umbral del periodo
*> analizado (los anteriores a DIA-DESDE solo completan ventanas)
LEVANTAR-CASOS-UMBRAL.
    MOVE 0 TO TOTAL-CASOS
    MOVE "N" TO DESBORDE-CASOS

    MOVE 1 TO INDICE-CANDIDATO
    PERFORM UNTIL INDICE-CANDIDATO > TOTAL-CANDIDATOS
        IF CAN-CLASE(INDICE-CANDIDATO) = "U"
            AND CAN-DIA(INDICE-CANDIDATO) >= DIA-DESDE
            MOVE INDICE-CANDIDATO TO INDICE-VENTANA
            MOVE 1 TO CONTEO-VENTANA
            MOVE CAN-MONTO(INDICE-CANDIDATO) TO MONTO-VENTANA
            MOVE "U" TO TIPO-BUSCADO
            PERFORM ANOTAR-CASO
        END-IF
        ADD 1 TO INDICE-CANDIDATO
    END-PERFORM
    .

*> Para cada movimiento justo debajo del umbral del periodo
*> analizado mide la ventana de dias del mismo cliente que termina en
*> el; si en esa ventana hay al menos el minimo de movimientos justo
*> debajo y alguno no fue ya aclarado, es un caso de fraccionamiento
*> identificado por el primer movimiento no aclarado de la ventana.
*> Las ventanas que comparten ese primer movimiento forman un solo
*> caso que se va extendiendo.
LEVANTAR-CASOS-FRACCIONAMIENTO.
    MOVE 1 TO INDICE-CANDIDATO
    PERFORM UNTIL INDICE-CANDIDATO > TOTAL-CANDIDATOS
        IF CAN-CLASE(INDICE-CANDIDATO) = "F"
            AND CAN-DIA(INDICE-CANDIDATO) >= DIA-DESDE
            PERFORM MEDIR-VENTANA
            IF CONTEO-VENTANA >= MINIMO-FRACCIONADOS
                AND CONTEO-NUEVOS > 0
                MOVE "F" TO TIPO-BUSCADO
                PERFORM ANOTAR-CASO
            END-IF
        END-IF
        ADD 1 TO INDICE-CANDIDATO
    END-PERFORM
    .

*> Deja en CONTEO-VENTANA/MONTO-VENTANA cuantos candidatos justo
*> debajo del cliente de INDICE-CANDIDATO hay dentro de la ventana y
*> cuanto suman, en CONTEO-NUEVOS cuantos de ellos no fueron ya
*> aclarados y en INDICE-VENTANA el primero de estos
MEDIR-VENTANA.
    MOVE 0 TO INDICE-VENTANA
    MOVE 0 TO CONTEO-VENTANA
    MOVE 0 TO CONTEO-NUEVOS
    MOVE 0 TO MONTO-VENTANA

    MOVE 1 TO INDICE-LISTA
    PERFORM UNTIL INDICE-LISTA > INDICE-CANDIDATO
        IF CAN-CLIENTE(INDICE-LISTA) = CAN-CLIENTE(INDICE-CANDIDATO)
            AND CAN-CLASE(INDICE-LISTA) = "F"
            AND CAN-DIA(INDICE-LISTA) + VENTANA-DIAS
                > CAN-DIA(INDICE-CANDIDATO)
            IF CAN-CUBIERTO(INDICE-LISTA) = "N"
                IF INDICE-VENTANA = 0
                    MOVE INDICE-LISTA TO INDICE-VENTANA
                END-IF
                ADD 1 TO CONTEO-NUEVOS
            END-IF
            ADD 1 TO CONTEO-VENTANA
            ADD CAN-MONTO(INDICE-LISTA) TO MONTO-VENTANA
        END-IF
        ADD 1 TO INDICE-LISTA
    END-PERFORM
    .

*> Agrega o extiende el caso de tipo TIPO-BUSCADO que empieza en el
*> candidato INDICE-VENTANA y llega hasta INDICE-CANDIDATO
ANOTAR-CASO.
    MOVE CAN-CLIENTE(INDICE-VENTANA) TO CLIENTE-BUSCADO
    MOVE CAN-SECUENCIA(INDICE-VENTANA) TO SECUENCIA-BUSCADA

    MOVE 0 TO INDICE-CASO-CLIENTE
    MOVE 1 TO INDICE-CASO
    PERFORM UNTIL INDICE-CASO > TOTAL-CASOS
        IF CAS-TIPO(INDICE-CASO) = TIPO-BUSCADO
            AND CAS-CLIENTE(INDICE-CASO) = CLIENTE-BUSCADO
            AND CAS-SECUENCIA(INDICE-CASO) = SECUENCIA-BUSCADA
            MOVE INDICE-CASO TO INDICE-CASO-CLIENTE
        END-IF
        ADD 1 TO INDICE-CASO
    END-PERFORM

    IF INDICE-CASO-CLIENTE = 0
        IF TOTAL-CASOS < 1000
            ADD 1 TO TOTAL-CASOS
            MOVE TOTAL-CASOS TO INDICE-CASO-CLIENTE
            MOVE TIPO-BUSCADO TO CAS-TIPO(INDICE-CASO-CLIENTE)
            MOVE CLIENTE-BUSCADO TO CAS-CLIENTE(INDICE-CASO-CLIENTE)
            MOVE SECUENCIA-BUSCADA
                TO CAS-SECUENCIA(INDICE-CASO-CLIENTE)
            MOVE CAN-FECHA(INDICE-VENTANA)
                TO CAS-FECHA(INDICE-CASO-CLIENTE)
            MOVE INDICE-VENTANA TO CAS-PRIMERO(INDICE-CASO-CLIENTE)
            MOVE "P" TO CAS-ESTADO(INDICE-CASO-CLIENTE)
            MOVE "S" TO CAS-REPORTAR(INDICE-CASO-CLIENTE)
            MOVE "N" TO CAS-LISTADO(INDICE-CASO-CLIENTE)
        ELSE
            MOVE "S" TO DESBORDE-CASOS
        END-IF
    END-IF

    IF INDICE-CASO-CLIENTE > 0
        MOVE INDICE-CANDIDATO TO CAS-ULTIMO(INDICE-CASO-CLIENTE)
        PERFORM CONTAR-MOVIMIENTOS-CASO
    END-IF
    .

*> Recuenta los movimientos y el monto total del caso
*> INDICE-CASO-CLIENTE: todos los candidatos de su cliente y su clase
*> entre el primero y el ultimo del caso, salvo los ya aclarados
CONTAR-MOVIMIENTOS-CASO.
    MOVE 0 TO CAS-MOVIMIENTOS(INDICE-CASO-CLIENTE)
    MOVE 0 TO CAS-MONTO(INDICE-CASO-CLIENTE)
    MOVE CAS-PRIMERO(INDICE-CASO-CLIENTE) TO INDICE-LISTA
    PERFORM UNTIL INDICE-LISTA > CAS-ULTIMO(INDICE-CASO-CLIENTE)
        IF CAN-CLIENTE(INDICE-LISTA) = CAS-CLIENTE(INDICE-CASO-CLIENTE)
            AND CAN-CLASE(INDICE-LISTA) = CAS-TIPO(INDICE-CASO-CLIENTE)
            AND CAN-CUBIERTO(INDICE-LISTA) = "N"
            ADD 1 TO CAS-MOVIMIENTOS(INDICE-CASO-CLIENTE)
            ADD CAN-MONTO(INDICE-LISTA)
                TO CAS-MONTO(INDICE-CASO-CLIENTE)
        END-IF
        ADD 1 TO INDICE-LISTA
    END-PERFORM
    .

*> Cruza cada caso levantado con revision_efectivo.txt: un caso ya
*> aclarado no se reporta; uno ya conocido toma su estado y se
*> actualizan sus cifras y su ultimo movimiento; uno nuevo se agrega
*> como pendiente
CRUZAR-CASOS-REVISION.
    MOVE 0 TO TOTAL-CASOS-UMBRAL
    MOVE 0 TO TOTAL-CASOS-FRACC
    MOVE 0 TO TOTAL-CASOS-NUEVOS

    MOVE 1 TO INDICE-CASO
    PERFORM UNTIL INDICE-CASO > TOTAL-CASOS
        MOVE 0 TO INDICE-CASO-CLIENTE
        MOVE 1 TO INDICE-REVISION
        PERFORM UNTIL INDICE-REVISION > TOTAL-REVISION
            IF REV-TIPO(INDICE-REVISION) = CAS-TIPO(INDICE-CASO)
                AND REV-CLIENTE(INDICE-REVISION)
                    = CAS-CLIENTE(INDICE-CASO)
                AND REV-SECUENCIA(INDICE-REVISION)
                    = CAS-SECUENCIA(INDICE-CASO)
                MOVE INDICE-REVISION TO INDICE-CASO-CLIENTE
            END-IF
            ADD 1 TO INDICE-REVISION
        END-PERFORM

        IF INDICE-CASO-CLIENTE > 0
            MOVE REV-ESTADO(INDICE-CASO-CLIENTE)
                TO CAS-ESTADO(INDICE-CASO)
            IF REV-ESTADO(INDICE-CASO-CLIENTE) = "A"
                MOVE "N" TO CAS-REPORTAR(INDICE-CASO)
                ADD 1 TO TOTAL-CASOS-ACLARADOS
            ELSE
                MOVE CAS-MOVIMIENTOS(INDICE-CASO)
                    TO REV-MOVIMIENTOS(INDICE-CASO-CLIENTE)
                MOVE CAS-MONTO(INDICE-CASO)
                    TO REV-MONTO(INDICE-CASO-CLIENTE)
                MOVE CAN-SECUENCIA(CAS-ULTIMO(INDICE-CASO))
                    TO REV-SECUENCIA-FIN(INDICE-CASO-CLIENTE)
            END-IF
        ELSE
            IF TOTAL-REVISION < 2000
                ADD 1 TO TOTAL-REVISION
                MOVE CAS-TIPO(INDICE-CASO) TO REV-TIPO(TOTAL-REVISION)
                MOVE CAS-CLIENTE(INDICE-CASO)
                    TO REV-CLIENTE(TOTAL-REVISION)
                MOVE CAS-SECUENCIA(INDICE-CASO)
                    TO REV-SECUENCIA(TOTAL-REVISION)
                MOVE CAS-FECHA(INDICE-CASO) TO REV-FECHA(TOTAL-REVISION)
                MOVE CAS-MOVIMIENTOS(INDICE-CASO)
                    TO REV-MOVIMIENTOS(TOTAL-REVISION)
                MOVE CAS-MONTO(INDICE-CASO) TO REV-MONTO(TOTAL-REVISION)
                MOVE "P" TO REV-ESTADO(TOTAL-REVISION)
                MOVE FECHA-HOY TO REV-DETECCION(TOTAL-REVISION)
                MOVE SPACES TO REV-SUPERVISOR(TOTAL-REVISION)
                MOVE 0 TO REV-FECHA-REVISION(TOTAL-REVISION)
                MOVE CAN-SECUENCIA(CAS-ULTIMO(INDICE-CASO))
                    TO REV-SECUENCIA-FIN(TOTAL-REVISION)
            ELSE
                MOVE "S" TO DESBORDE-REVISION
            END-IF
            ADD 1 TO TOTAL-CASOS-NUEVOS
        END-IF

        IF CAS-REPORTAR(INDICE-CASO) = "S"
            IF CAS-TIPO(INDICE-CASO) = "U"
                ADD 1 TO TOTAL-CASOS-UMBRAL
            ELSE
                ADD 1 TO TOTAL-CASOS-FRACC
            END-IF
        END-IF
        ADD 1 TO INDICE-CASO
    END-PERFORM

    IF DESBORDE-REVISION = "S"
        DISPLAY "revision_efectivo.txt llego al maximo de casos: los "
            "casos nuevos que no entraron se reportan pero no quedan "
            "para revision. Depure los casos aclarados viejos."
    END-IF
    .

*> Lee revision_efectivo.txt completo a TABLA-REVISION (si no existe
*> todavia, la tabla queda vacia)
CARGAR-TABLA-REVISION.
    MOVE 0 TO TOTAL-REVISION
    MOVE "N" TO DESBORDE-REVISION

    OPEN INPUT ARCHIVO-REVISION
    IF ESTADO-REVISION NOT = "00"
        CLOSE ARCHIVO-REVISION
    ELSE
        PERFORM UNTIL ESTADO-REVISION = "10"
            READ ARCHIVO-REVISION
                AT END MOVE "10" TO ESTADO-REVISION
                NOT AT END
                    IF TOTAL-REVISION < 2000
                        ADD 1 TO TOTAL-REVISION
                        MOVE TIPO-CASO TO REV-TIPO(TOTAL-REVISION)
                        MOVE CLIENTE-CASO TO REV-CLIENTE(TOTAL-REVISION)
                        MOVE SECUENCIA-CASO
                            TO REV-SECUENCIA(TOTAL-REVISION)
                        MOVE FECHA-CASO TO REV-FECHA(TOTAL-REVISION)
                        MOVE MOVIMIENTOS-CASO
                            TO REV-MOVIMIENTOS(TOTAL-REVISION)
                        MOVE MONTO-CASO TO REV-MONTO(TOTAL-REVISION)
                        MOVE ESTADO-CASO TO REV-ESTADO(TOTAL-REVISION)
                        MOVE FECHA-DETECCION-CASO
                            TO REV-DETECCION(TOTAL-REVISION)
                        MOVE SUPERVISOR-CASO
                            TO REV-SUPERVISOR(TOTAL-REVISION)
                        MOVE FECHA-REVISION-CASO
                            TO REV-FECHA-REVISION(TOTAL-REVISION)
                        IF SECUENCIA-FIN-CASO IS NUMERIC
                            MOVE SECUENCIA-FIN-CASO
                                TO REV-SECUENCIA-FIN(TOTAL-REVISION)
                        ELSE
                            MOVE 0 TO REV-SECUENCIA-FIN(TOTAL-REVISION)
                        END-IF
                    ELSE
                        MOVE "S" TO DESBORDE-REVISION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-REVISION
    END-IF
    .

*> Reescribe revision_efectivo.txt completo desde TABLA-REVISION
GRABAR-TABLA-REVISION.
    OPEN OUTPUT ARCHIVO-REVISION
    MOVE 1 TO INDICE-REVISION
    PERFORM UNTIL INDICE-REVISION > TOTAL-REVISION
        MOVE REV-TIPO(INDICE-REVISION) TO TIPO-CASO
        MOVE REV-CLIENTE(INDICE-REVISION) TO CLIENTE-CASO
        MOVE REV-SECUENCIA(INDICE-REVISION) TO SECUENCIA-CASO
        MOVE REV-FECHA(INDICE-REVISION) TO FECHA-CASO
        MOVE REV-MOVIMIENTOS(INDICE-REVISION) TO MOVIMIENTOS-CASO
        MOVE REV-MONTO(INDICE-REVISION) TO MONTO-CASO
        MOVE REV-ESTADO(INDICE-REVISION) TO ESTADO-CASO
        MOVE REV-DETECCION(INDICE-REVISION) TO FECHA-DETECCION-CASO
        MOVE REV-SUPERVISOR(INDICE-REVISION) TO SUPERVISOR-CASO
        MOVE REV-FECHA-REVISION(INDICE-REVISION)
            TO FECHA-REVISION-CASO
        MOVE REV-SECUENCIA-FIN(INDICE-REVISION) TO SECUENCIA-FIN-CASO
        WRITE REGISTRO-REVISION
        ADD 1 TO INDICE-REVISION
    END-PERFORM
    CLOSE ARCHIVO-REVISION
    .

*> Escribe efectivo_AAAAMMDD.txt: los parametros usados y, por cada
*> cliente con casos abiertos, sus casos con los movimientos que los
*> forman
ESCRIBIR-REPORTE-EFECTIVO.
    MOVE 0 TO TOTAL-CLIENTES-REP

    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING "..\efectivo_" DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SPOOL

    OPEN OUTPUT ARCHIVO-SPOOL
    IF ESTADO-SPOOL NOT = "00"
        DISPLAY "No se pudo crear el reporte de efectivo. "
            "Fin del proceso."
    ELSE
        OPEN INPUT ARCHIVO-CLIENTES
        PERFORM ESCRIBIR-ENCABEZADO-REPORTE

        MOVE 1 TO INDICE-CASO
        PERFORM UNTIL INDICE-CASO > TOTAL-CASOS
            IF CAS-REPORTAR(INDICE-CASO) = "S"
                AND CAS-LISTADO(INDICE-CASO) = "N"
                PERFORM ESCRIBIR-CLIENTE-REPORTE
            END-IF
            ADD 1 TO INDICE-CASO
        END-PERFORM

        CLOSE ARCHIVO-CLIENTES

        MOVE "===================================================="
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        STRING "Movimientos revisados: " DELIMITED BY SIZE
            TOTAL-MOV-REVISADOS DELIMITED BY SIZE
            "   Clientes con casos: " DELIMITED BY SIZE
            TOTAL-CLIENTES-REP DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        STRING "Casos de umbral: " DELIMITED BY SIZE
            TOTAL-CASOS-UMBRAL DELIMITED BY SIZE
            "   Casos de fraccionamiento: " DELIMITED BY SIZE
            TOTAL-CASOS-FRACC DELIMITED BY SIZE
            "   Nuevos: " DELIMITED BY SIZE
            TOTAL-CASOS-NUEVOS DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        STRING "Casos ya aclarados que no se vuelven a levantar: "
                DELIMITED BY SIZE
            TOTAL-CASOS-ACLARADOS DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        CLOSE ARCHIVO-SPOOL

        DISPLAY "-----------------------------"
        DISPLAY "Movimientos revisados: " TOTAL-MOV-REVISADOS
        DISPLAY "Casos de umbral: " TOTAL-CASOS-UMBRAL
        DISPLAY "Casos de fraccionamiento: " TOTAL-CASOS-FRACC
        DISPLAY "Casos nuevos: " TOTAL-CASOS-NUEVOS
        DISPLAY "Reporte de salida: " NOMBRE-ARCHIVO-SPOOL
    END-IF
    .

*> Encabezado del reporte con los parametros de la corrida
ESCRIBIR-ENCABEZADO-REPORTE.
    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "CONTROL DE EFECTIVO Y FRACCIONAMIENTO AL " DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE UMBRAL-EFECTIVO TO MONTO-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING "Umbral reportable: " DELIMITED BY SIZE
        MONTO-EDITADO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE PISO-FRACCIONADO TO MONTO-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING "Justo debajo desde: " DELIMITED BY SIZE
        MONTO-EDITADO DELIMITED BY SIZE
        "   Ventana: " DELIMITED BY SIZE
        VENTANA-DIAS DELIMITED BY SIZE
        " dias   Minimo: " DELIMITED BY SIZE
        MINIMO-FRACCIONADOS DELIMITED BY SIZE
        " movimientos" DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "Casos levantados desde: " DELIMITED BY SIZE
        FECHA-DESDE DELIMITED BY SIZE
        "   Dias de revision: " DELIMITED BY SIZE
        DIAS-REVISION DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "===================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Escribe el bloque del cliente del caso INDICE-CASO con todos sus
*> casos abiertos, y los marca como listados
ESCRIBIR-CLIENTE-REPORTE.
    ADD 1 TO TOTAL-CLIENTES-REP
    MOVE CAS-CLIENTE(INDICE-CASO) TO ID-CLIENTE
    MOVE SPACES TO NOMBRE-REPORTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            MOVE "(cliente no encontrado)" TO NOMBRE-REPORTE
        NOT INVALID KEY
            MOVE NOMBRE TO NOMBRE-REPORTE
    END-READ

    MOVE SPACES TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    STRING "Cliente " DELIMITED BY SIZE
        CAS-CLIENTE(INDICE-CASO) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        NOMBRE-REPORTE DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE INDICE-CASO TO INDICE-CASO-CLIENTE
    PERFORM UNTIL INDICE-CASO-CLIENTE > TOTAL-CASOS
        IF CAS-CLIENTE(INDICE-CASO-CLIENTE) = CAS-CLIENTE(INDICE-CASO)
            AND CAS-REPORTAR(INDICE-CASO-CLIENTE) = "S"
            PERFORM ESCRIBIR-CASO-REPORTE
            MOVE "S" TO CAS-LISTADO(INDICE-CASO-CLIENTE)
        END-IF
        ADD 1 TO INDICE-CASO-CLIENTE
    END-PERFORM
    .

*> Escribe el caso INDICE-CASO-CLIENTE y sus movimientos
ESCRIBIR-CASO-REPORTE.
    IF CAS-TIPO(INDICE-CASO-CLIENTE) = "U"
        MOVE "UMBRAL" TO TEXTO-TIPO-CASO
    ELSE
        MOVE "FRACCIONAMIENTO" TO TEXTO-TIPO-CASO
    END-IF
    EVALUATE CAS-ESTADO(INDICE-CASO-CLIENTE)
        WHEN "E"
            MOVE "ESCALADO" TO TEXTO-ESTADO-CASO
        WHEN OTHER
            MOVE "PENDIENTE" TO TEXTO-ESTADO-CASO
    END-EVALUATE
    MOVE CAS-MONTO(INDICE-CASO-CLIENTE) TO TOTAL-EDITADO

    MOVE SPACES TO LINEA-SPOOL
    STRING "  Caso " DELIMITED BY SIZE
        CAS-TIPO(INDICE-CASO-CLIENTE) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        CAS-CLIENTE(INDICE-CASO-CLIENTE) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        CAS-SECUENCIA(INDICE-CASO-CLIENTE) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        TEXTO-TIPO-CASO DELIMITED BY SIZE
        " Movs: " DELIMITED BY SIZE
        CAS-MOVIMIENTOS(INDICE-CASO-CLIENTE) DELIMITED BY SIZE
        "  Total: " DELIMITED BY SIZE
        TOTAL-EDITADO DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        TEXTO-ESTADO-CASO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "      Secuencia Fecha     Tipo   Monto  Operador"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE CAS-PRIMERO(INDICE-CASO-CLIENTE) TO INDICE-LISTA
    PERFORM UNTIL INDICE-LISTA > CAS-ULTIMO(INDICE-CASO-CLIENTE)
        IF CAN-CLIENTE(INDICE-LISTA) = CAS-CLIENTE(INDICE-CASO-CLIENTE)
            AND CAN-CLASE(INDICE-LISTA) = CAS-TIPO(INDICE-CASO-CLIENTE)
            AND CAN-CUBIERTO(INDICE-LISTA) = "N"
            MOVE CAN-MONTO(INDICE-LISTA) TO MONTO-EDITADO
            MOVE SPACES TO LINEA-SPOOL
            STRING "      " DELIMITED BY SIZE
                CAN-SECUENCIA(INDICE-LISTA) DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                CAN-FECHA(INDICE-LISTA) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CAN-TIPO(INDICE-LISTA) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                MONTO-EDITADO DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CAN-OPERADOR(INDICE-LISTA) DELIMITED BY SIZE
                INTO LINEA-SPOOL
            WRITE LINEA-SPOOL
        END-IF
        ADD 1 TO INDICE-LISTA
    END-PERFORM
    .

*> Presenta al supervisor, uno por uno, los casos pendientes y los
*> escalados de revision_efectivo.txt para aclararlos (A) o
*> escalarlos (E); Enter deja el caso como esta y F termina. Cada
*> decision queda con el codigo del supervisor y la fecha.
REVISAR-CASOS.
    MOVE 0 TO TOTAL-REVISADOS-HOY
    PERFORM CARGAR-TABLA-REVISION
    IF DESBORDE-REVISION = "S"
        DISPLAY "revision_efectivo.txt tiene mas casos de los que "
            "admite la tabla: no se puede revisar sin perder casos."
    ELSE
        MOVE "N" TO FIN-REVISION
        MOVE 1 TO INDICE-REVISION
        PERFORM UNTIL INDICE-REVISION > TOTAL-REVISION
                OR FIN-REVISION = "S"
            IF REV-ESTADO(INDICE-REVISION) = "P"
                OR REV-ESTADO(INDICE-REVISION) = "E"
                PERFORM REVISAR-CASO
            END-IF
            ADD 1 TO INDICE-REVISION
        END-PERFORM

        PERFORM GRABAR-TABLA-REVISION
        DISPLAY "-----------------------------"
        DISPLAY "Casos revisados: " TOTAL-REVISADOS-HOY
    END-IF
    .

*> Muestra el caso INDICE-REVISION y aplica la decision
REVISAR-CASO.
    IF REV-TIPO(INDICE-REVISION) = "U"
        MOVE "UMBRAL" TO TEXTO-TIPO-CASO
    ELSE
        MOVE "FRACCIONAMIENTO" TO TEXTO-TIPO-CASO
    END-IF
    IF REV-ESTADO(INDICE-REVISION) = "E"
        MOVE "ESCALADO" TO TEXTO-ESTADO-CASO
    ELSE
        MOVE "PENDIENTE" TO TEXTO-ESTADO-CASO
    END-IF
    MOVE REV-MONTO(INDICE-REVISION) TO TOTAL-EDITADO

    DISPLAY " "
    DISPLAY "Caso " REV-TIPO(INDICE-REVISION) "-"
        REV-CLIENTE(INDICE-REVISION) "-"
        REV-SECUENCIA(INDICE-REVISION) "  " TEXTO-TIPO-CASO
    DISPLAY "Cliente: " REV-CLIENTE(INDICE-REVISION)
        "  Desde: " REV-FECHA(INDICE-REVISION)
        "  Movimientos: " REV-MOVIMIENTOS(INDICE-REVISION)
        "  Total: " TOTAL-EDITADO
    DISPLAY "Estado: " TEXTO-ESTADO-CASO
        "  Detectado: " REV-DETECCION(INDICE-REVISION)
    DISPLAY "A=aclarar, E=escalar, Enter=dejar igual, F=terminar:"
    MOVE SPACE TO RESPUESTA-REVISION
    ACCEPT RESPUESTA-REVISION
    MOVE FUNCTION UPPER-CASE(RESPUESTA-REVISION) TO RESPUESTA-REVISION

    EVALUATE RESPUESTA-REVISION
        WHEN "A"
            MOVE "A" TO REV-ESTADO(INDICE-REVISION)
            MOVE OPERADOR-ACTUAL TO REV-SUPERVISOR(INDICE-REVISION)
            MOVE FECHA-HOY TO REV-FECHA-REVISION(INDICE-REVISION)
            ADD 1 TO TOTAL-REVISADOS-HOY
            DISPLAY "Caso aclarado."
        WHEN "E"
            MOVE "E" TO REV-ESTADO(INDICE-REVISION)
            MOVE OPERADOR-ACTUAL TO REV-SUPERVISOR(INDICE-REVISION)
            MOVE FECHA-HOY TO REV-FECHA-REVISION(INDICE-REVISION)
            ADD 1 TO TOTAL-REVISADOS-HOY
            DISPLAY "Caso escalado."
        WHEN "F"
            MOVE "S" TO FIN-REVISION
        WHEN OTHER
            CONTINUE
    END-EVALUATE
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

*> Agrega a bitacora_seguridad.txt el evento preparado en
*> EVENTO-SEG-REG/RESULTADO-SEG-REG (con el operador afectado y un
*> detalle cuando corresponde), con la fecha, la hora y el programa.
*> Sin OPERADOR-SEG-REG se anota el operador de la sesion. Los campos
*> preparados quedan en blanco para el evento siguiente.
REGISTRAR-EVENTO-SEGURIDAD.
    ACCEPT FECHA-SEG FROM DATE YYYYMMDD
    ACCEPT HORA-SEG-REG FROM TIME
    MOVE HORA-SEG-REG(1:6) TO HORA-SEG
    MOVE "REPORTE-EFECTIVO" TO PROGRAMA-SEG
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
