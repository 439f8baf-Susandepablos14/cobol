IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTE-SEGURIDAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVO-OPERADORES ASSIGN TO "..\operadores.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-OPERADORES.
    SELECT ARCHIVO-SEGURIDAD ASSIGN TO "..\bitacora_seguridad.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SEGURIDAD.
    SELECT ARCHIVO-SPOOL ASSIGN TO NOMBRE-ARCHIVO-SPOOL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SPOOL.

DATA DIVISION.
FILE SECTION.
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

FD ARCHIVO-SPOOL.
01 LINEA-SPOOL PIC X(132).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-OPERADORES    PIC XX.
01 ESTADO-SPOOL         PIC XX.

*> Fecha revisada y horario habil: una sesion iniciada antes de
*> HORA-INICIO-HABIL, desde HORA-FIN-HABIL en adelante o en domingo
*> se informa como fuera de horario
01 FECHA-HOY            PIC 9(8).
01 FECHA-CONSULTA       PIC 9(8).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).
01 HORA-INICIO-HABIL    PIC 9(6) VALUE 070000.
01 HORA-FIN-HABIL       PIC 9(6) VALUE 200000.
01 DIA-NO-HABIL         PIC X.

*> Eventos de la fecha que entran en alguna seccion del reporte, en
*> el orden de la bitacora. EVT-SECCION 1 = intento fallido,
*> 2 = bloqueo o desbloqueo, 3 = sesion fuera de horario,
*> 4 = accion privilegiada o cambio de clave.
01 TABLA-EVENTOS.
   05 EVENTO-ENTRADA OCCURS 3000 TIMES.
      10 EVT-HORA          PIC 9(6).
      10 EVT-PROGRAMA      PIC X(20).
      10 EVT-OPERADOR      PIC X(8).
      10 EVT-EVENTO        PIC X(14).
      10 EVT-RESULTADO     PIC X(10).
      10 EVT-OBJETIVO      PIC X(8).
      10 EVT-DETALLE       PIC X(40).
      10 EVT-SECCION       PIC 9.
01 TOTAL-EVENTOS        PIC 9(4).
01 DESBORDE-EVENTOS     PIC X.
01 INDICE-EVENTO        PIC 9(4).
01 SECCION-EVENTO       PIC 9.
01 SECCION-ACTUAL       PIC 9.

*> Intentos fallidos por codigo tecleado, para el resumen de la
*> primera seccion
01 TABLA-FALLOS-CODIGO.
   05 FALLO-ENTRADA OCCURS 200 TIMES.
      10 FAL-CODIGO        PIC X(8).
      10 FAL-CANTIDAD      PIC 9(4).
01 TOTAL-CODIGOS-FALLO  PIC 9(3).
01 INDICE-FALLO         PIC 9(3).
01 INDICE-FALLO-ENCONTRADO PIC 9(3).

*> Contadores del resumen final
01 TOTAL-LEIDOS-FECHA   PIC 9(7).
01 TOTAL-SECCION        PIC 9(5).
01 TOTAL-FALLIDOS       PIC 9(5).
01 TOTAL-BLOQUEOS       PIC 9(5).
01 TOTAL-FUERA-HORARIO  PIC 9(5).
01 TOTAL-PRIVILEGIADAS  PIC 9(5).

*> Variables de formato para las lineas del reporte
01 HORA-EDITADA         PIC X(8).
01 TITULO-SECCION       PIC X(60).

*> Sesion del operador, validada contra operadores.txt igual que en
*> MENU-CLIENTES; el reporte es solo para supervisores
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

*> Reporte diario de excepciones de seguridad para el supervisor.
*> Lee bitacora_seguridad.txt, donde todos los programas que piden
*> operador dejan sus eventos, y lista para la fecha pedida los
*> intentos fallidos de inicio de sesion y de autorizacion, los
*> bloqueos y desbloqueos de operadores, las sesiones iniciadas fuera
*> del horario habil y las acciones privilegiadas (administracion de
*> operadores, autorizaciones, opciones de supervisor, restauraciones
*> y cambios de clave). Deja el reporte en seguridad_AAAAMMDD.txt.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= EXCEPCIONES DE SEGURIDAD DEL DIA ======="

    PERFORM INICIAR-SESION-OPERADOR
    IF OPERADOR-ACTUAL = SPACES
        DISPLAY "Demasiados intentos fallidos. Fin del proceso."
        STOP RUN
    END-IF

    MOVE "OPCION-SUPERV" TO EVENTO-SEG-REG
    MOVE "Reporte de excepciones de seguridad" TO DETALLE-SEG-REG
    IF PERFIL-ACTUAL NOT = "S"
        MOVE "RECHAZADO" TO RESULTADO-SEG-REG
        PERFORM REGISTRAR-EVENTO-SEGURIDAD
        DISPLAY "Solo un supervisor puede consultar las excepciones "
            "de seguridad."
        STOP RUN
    END-IF
    MOVE "OK" TO RESULTADO-SEG-REG
    PERFORM REGISTRAR-EVENTO-SEGURIDAD

    ACCEPT FECHA-HOY FROM DATE YYYYMMDD
    PERFORM ELEGIR-FECHA-CONSULTA

    PERFORM CARGAR-EVENTOS-FECHA
    PERFORM ESCRIBIR-REPORTE-SEGURIDAD

    STOP RUN.

*> Pide la fecha a revisar; 0 o vacio es la fecha de hoy. Deja en
*> DIA-NO-HABIL si la fecha cae en domingo.
ELEGIR-FECHA-CONSULTA.
    MOVE 1 TO FECHA-CONSULTA
    PERFORM UNTIL FECHA-CONSULTA = 0 OR FECHA-CONSULTA > 19000000
        DISPLAY "Fecha a revisar (AAAAMMDD, 0 = hoy):"
        ACCEPT FECHA-CONSULTA
        IF FECHA-CONSULTA NOT = 0 AND FECHA-CONSULTA <= 19000000
            DISPLAY "La fecha ingresada no es valida."
        END-IF
    END-PERFORM
    IF FECHA-CONSULTA = 0
        MOVE FECHA-HOY TO FECHA-CONSULTA
    END-IF

    IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(FECHA-CONSULTA), 7) = 0
        MOVE "S" TO DIA-NO-HABIL
    ELSE
        MOVE "N" TO DIA-NO-HABIL
    END-IF
    .

*> Lee bitacora_seguridad.txt completa y guarda en TABLA-EVENTOS los
*> eventos de FECHA-CONSULTA que corresponden a alguna seccion
CARGAR-EVENTOS-FECHA.
    MOVE 0 TO TOTAL-EVENTOS
    MOVE 0 TO TOTAL-LEIDOS-FECHA
    MOVE 0 TO TOTAL-CODIGOS-FALLO
    MOVE "N" TO DESBORDE-EVENTOS

    OPEN INPUT ARCHIVO-SEGURIDAD
    IF ESTADO-SEGURIDAD NOT = "00"
        CLOSE ARCHIVO-SEGURIDAD
        DISPLAY "No se pudo abrir bitacora_seguridad.txt."
    ELSE
        PERFORM UNTIL ESTADO-SEGURIDAD = "10"
            READ ARCHIVO-SEGURIDAD
                AT END MOVE "10" TO ESTADO-SEGURIDAD
                NOT AT END
                    IF FECHA-SEG = FECHA-CONSULTA
                        ADD 1 TO TOTAL-LEIDOS-FECHA
                        PERFORM CLASIFICAR-EVENTO
                        IF SECCION-EVENTO > 0
                            PERFORM GUARDAR-EVENTO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-SEGURIDAD
    END-IF
    .

*> Decide en que seccion del reporte va el evento leido en
*> REGISTRO-SEGURIDAD (0 = ninguna: sesiones en horario y demas)
CLASIFICAR-EVENTO.
    MOVE 0 TO SECCION-EVENTO

    EVALUATE TRUE
        WHEN (EVENTO-SEG = "INICIO-SESION"
            OR EVENTO-SEG = "AUTORIZACION")
            AND (RESULTADO-SEG = "FALLIDO"
                OR RESULTADO-SEG = "BLOQUEADO")
            MOVE 1 TO SECCION-EVENTO
        WHEN EVENTO-SEG = "BLOQUEO" OR EVENTO-SEG = "DESBLOQUEO"
            MOVE 2 TO SECCION-EVENTO
        WHEN EVENTO-SEG = "INICIO-SESION"
            IF DIA-NO-HABIL = "S"
                OR HORA-SEG < HORA-INICIO-HABIL
                OR HORA-SEG >= HORA-FIN-HABIL
                MOVE 3 TO SECCION-EVENTO
            END-IF
        WHEN EVENTO-SEG = "ALTA-OPER"
            OR EVENTO-SEG = "BAJA-OPER"
            OR EVENTO-SEG = "REACTIVA-OPER"
            OR EVENTO-SEG = "RESET-CLAVE"
            OR EVENTO-SEG = "CAMBIO-CLAVE"
            OR EVENTO-SEG = "AUTORIZACION"
            OR EVENTO-SEG = "OPCION-SUPERV"
            OR EVENTO-SEG = "RESTAURACION"
            MOVE 4 TO SECCION-EVENTO
    END-EVALUATE
    .

*> Agrega el evento leido a TABLA-EVENTOS y, si es un intento
*> fallido, lo suma a la cuenta de su codigo
GUARDAR-EVENTO.
    IF TOTAL-EVENTOS >= 3000
        MOVE "S" TO DESBORDE-EVENTOS
    ELSE
        ADD 1 TO TOTAL-EVENTOS
        MOVE HORA-SEG TO EVT-HORA(TOTAL-EVENTOS)
        MOVE PROGRAMA-SEG TO EVT-PROGRAMA(TOTAL-EVENTOS)
        MOVE OPERADOR-SEG TO EVT-OPERADOR(TOTAL-EVENTOS)
        MOVE EVENTO-SEG TO EVT-EVENTO(TOTAL-EVENTOS)
        MOVE RESULTADO-SEG TO EVT-RESULTADO(TOTAL-EVENTOS)
        MOVE OBJETIVO-SEG TO EVT-OBJETIVO(TOTAL-EVENTOS)
        MOVE DETALLE-SEG TO EVT-DETALLE(TOTAL-EVENTOS)
        MOVE SECCION-EVENTO TO EVT-SECCION(TOTAL-EVENTOS)
    END-IF

    IF SECCION-EVENTO = 1
        PERFORM CONTAR-FALLO-CODIGO
    END-IF
    .

*> Suma un intento fallido al codigo OPERADOR-SEG en
*> TABLA-FALLOS-CODIGO, agregandolo si todavia no estaba
CONTAR-FALLO-CODIGO.
    MOVE 0 TO INDICE-FALLO-ENCONTRADO
    MOVE 1 TO INDICE-FALLO
    PERFORM UNTIL INDICE-FALLO > TOTAL-CODIGOS-FALLO
        IF FAL-CODIGO(INDICE-FALLO) = OPERADOR-SEG
            MOVE INDICE-FALLO TO INDICE-FALLO-ENCONTRADO
        END-IF
        ADD 1 TO INDICE-FALLO
    END-PERFORM

    IF INDICE-FALLO-ENCONTRADO = 0 AND TOTAL-CODIGOS-FALLO < 200
        ADD 1 TO TOTAL-CODIGOS-FALLO
        MOVE TOTAL-CODIGOS-FALLO TO INDICE-FALLO-ENCONTRADO
        MOVE OPERADOR-SEG TO FAL-CODIGO(INDICE-FALLO-ENCONTRADO)
        MOVE 0 TO FAL-CANTIDAD(INDICE-FALLO-ENCONTRADO)
    END-IF

    IF INDICE-FALLO-ENCONTRADO > 0
        ADD 1 TO FAL-CANTIDAD(INDICE-FALLO-ENCONTRADO)
    END-IF
    .

*> Escribe seguridad_AAAAMMDD.txt con el encabezado, las cuatro
*> secciones y el resumen, y muestra el resumen en pantalla
ESCRIBIR-REPORTE-SEGURIDAD.
    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING "..\seguridad_" DELIMITED BY SIZE
        FECHA-CONSULTA DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SPOOL

    OPEN OUTPUT ARCHIVO-SPOOL
    IF ESTADO-SPOOL NOT = "00"
        DISPLAY "No se pudo crear el reporte de seguridad. "
            "Fin del proceso."
    ELSE
        PERFORM ESCRIBIR-ENCABEZADO-REPORTE

        MOVE 1 TO SECCION-ACTUAL
        MOVE "INTENTOS FALLIDOS DE INICIO DE SESION Y AUTORIZACION"
            TO TITULO-SECCION
        PERFORM ESCRIBIR-SECCION
        MOVE TOTAL-SECCION TO TOTAL-FALLIDOS
        PERFORM ESCRIBIR-FALLOS-POR-CODIGO

        MOVE 2 TO SECCION-ACTUAL
        MOVE "BLOQUEOS Y DESBLOQUEOS DE OPERADORES" TO TITULO-SECCION
        PERFORM ESCRIBIR-SECCION
        MOVE TOTAL-SECCION TO TOTAL-BLOQUEOS

        MOVE 3 TO SECCION-ACTUAL
        MOVE "SESIONES INICIADAS FUERA DEL HORARIO HABIL"
            TO TITULO-SECCION
        PERFORM ESCRIBIR-SECCION
        MOVE TOTAL-SECCION TO TOTAL-FUERA-HORARIO

        MOVE 4 TO SECCION-ACTUAL
        MOVE "ACCIONES PRIVILEGIADAS Y CAMBIOS DE CLAVE"
            TO TITULO-SECCION
        PERFORM ESCRIBIR-SECCION
        MOVE TOTAL-SECCION TO TOTAL-PRIVILEGIADAS

        MOVE ALL "=" TO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        STRING "Eventos del dia en la bitacora: " DELIMITED BY SIZE
            TOTAL-LEIDOS-FECHA DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        STRING "Intentos fallidos: " DELIMITED BY SIZE
            TOTAL-FALLIDOS DELIMITED BY SIZE
            "   Bloqueos y desbloqueos: " DELIMITED BY SIZE
            TOTAL-BLOQUEOS DELIMITED BY SIZE
            "   Fuera de horario: " DELIMITED BY SIZE
            TOTAL-FUERA-HORARIO DELIMITED BY SIZE
            "   Acciones privilegiadas: " DELIMITED BY SIZE
            TOTAL-PRIVILEGIADAS DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        IF DESBORDE-EVENTOS = "S"
            MOVE "ATENCION: se lleno la tabla de eventos; el detalle de lo mas reciente esta incompleto."
                TO LINEA-SPOOL
            WRITE LINEA-SPOOL
        END-IF
        CLOSE ARCHIVO-SPOOL

        DISPLAY "-----------------------------"
        DISPLAY "Eventos del dia en la bitacora: " TOTAL-LEIDOS-FECHA
        DISPLAY "Intentos fallidos: " TOTAL-FALLIDOS
        DISPLAY "Bloqueos y desbloqueos: " TOTAL-BLOQUEOS
        DISPLAY "Sesiones fuera de horario: " TOTAL-FUERA-HORARIO
        DISPLAY "Acciones privilegiadas: " TOTAL-PRIVILEGIADAS
        DISPLAY "Reporte de salida: " NOMBRE-ARCHIVO-SPOOL
    END-IF
    .

*> Encabezado del reporte con la fecha revisada y el horario habil
ESCRIBIR-ENCABEZADO-REPORTE.
    MOVE ALL "=" TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "EXCEPCIONES DE SEGURIDAD DEL " DELIMITED BY SIZE
        FECHA-CONSULTA DELIMITED BY SIZE
        "   Emitido por " DELIMITED BY SIZE
        OPERADOR-ACTUAL DELIMITED BY SIZE
        " el " DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "Horario habil: " DELIMITED BY SIZE
        HORA-INICIO-HABIL(1:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        HORA-INICIO-HABIL(3:2) DELIMITED BY SIZE
        " a " DELIMITED BY SIZE
        HORA-FIN-HABIL(1:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        HORA-FIN-HABIL(3:2) DELIMITED BY SIZE
        ", domingo no habil" DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    IF DIA-NO-HABIL = "S"
        MOVE "La fecha revisada es domingo: toda sesion del dia es fuera de horario."
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL
    END-IF
    MOVE ALL "=" TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Escribe la seccion SECCION-ACTUAL con su titulo, un renglon por
*> evento de TABLA-EVENTOS y su total; deja el total en TOTAL-SECCION
ESCRIBIR-SECCION.
    MOVE 0 TO TOTAL-SECCION

    MOVE SPACES TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE TITULO-SECCION TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE ALL "-" TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "Hora      Programa              Operador  Evento          Resultado   Afectado  Detalle"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE 1 TO INDICE-EVENTO
    PERFORM UNTIL INDICE-EVENTO > TOTAL-EVENTOS
        IF EVT-SECCION(INDICE-EVENTO) = SECCION-ACTUAL
            PERFORM ESCRIBIR-EVENTO-REPORTE
            ADD 1 TO TOTAL-SECCION
        END-IF
        ADD 1 TO INDICE-EVENTO
    END-PERFORM

    MOVE SPACES TO LINEA-SPOOL
    IF TOTAL-SECCION = 0
        MOVE "  (sin eventos)" TO LINEA-SPOOL
    ELSE
        STRING "  Total de la seccion: " DELIMITED BY SIZE
            TOTAL-SECCION DELIMITED BY SIZE
            INTO LINEA-SPOOL
    END-IF
    WRITE LINEA-SPOOL
    .

*> Escribe el renglon del evento INDICE-EVENTO
ESCRIBIR-EVENTO-REPORTE.
    MOVE SPACES TO HORA-EDITADA
    STRING EVT-HORA(INDICE-EVENTO)(1:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        EVT-HORA(INDICE-EVENTO)(3:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        EVT-HORA(INDICE-EVENTO)(5:2) DELIMITED BY SIZE
        INTO HORA-EDITADA

    MOVE SPACES TO LINEA-SPOOL
    STRING HORA-EDITADA DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        EVT-PROGRAMA(INDICE-EVENTO) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        EVT-OPERADOR(INDICE-EVENTO) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        EVT-EVENTO(INDICE-EVENTO) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        EVT-RESULTADO(INDICE-EVENTO) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        EVT-OBJETIVO(INDICE-EVENTO) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        EVT-DETALLE(INDICE-EVENTO) DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Cierra la seccion de intentos fallidos con la cuenta por codigo
*> tecleado, para ver de un vistazo que codigos se estan probando
ESCRIBIR-FALLOS-POR-CODIGO.
    IF TOTAL-CODIGOS-FALLO > 0
        MOVE "  Intentos fallidos por codigo:" TO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE 1 TO INDICE-FALLO
        PERFORM UNTIL INDICE-FALLO > TOTAL-CODIGOS-FALLO
            MOVE SPACES TO LINEA-SPOOL
            STRING "    " DELIMITED BY SIZE
                FAL-CODIGO(INDICE-FALLO) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                FAL-CANTIDAD(INDICE-FALLO) DELIMITED BY SIZE
                INTO LINEA-SPOOL
            WRITE LINEA-SPOOL
            ADD 1 TO INDICE-FALLO
        END-PERFORM
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

*> Agrega a bitacora_seguridad.txt el evento preparado en
*> EVENTO-SEG-REG/RESULTADO-SEG-REG (con el operador afectado y un
*> detalle cuando corresponde), con la fecha, la hora y el programa.
*> Sin OPERADOR-SEG-REG se anota el operador de la sesion. Los campos
*> preparados quedan en blanco para el evento siguiente.
REGISTRAR-EVENTO-SEGURIDAD.
    ACCEPT FECHA-SEG FROM DATE YYYYMMDD
    ACCEPT HORA-SEG-REG FROM TIME
    MOVE HORA-SEG-REG(1:6) TO HORA-SEG
    MOVE "REPORTE-SEGURIDAD" TO PROGRAMA-SEG
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
