IDENTIFICATION DIVISION.
PROGRAM-ID. JORNADA-NOCTURNA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVO-OPERADORES ASSIGN TO "..\operadores.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-OPERADORES.
    SELECT ARCHIVO-SEGURIDAD ASSIGN TO "..\bitacora_seguridad.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SEGURIDAD.
    SELECT ARCHIVO-CONTROL ASSIGN TO "..\control_lotes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CONTROL.
    SELECT ARCHIVO-BITACORA ASSIGN TO "..\bitacora_jornada.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-BITACORA.
    SELECT ARCHIVO-SPOOL ASSIGN TO NOMBRE-ARCHIVO-SPOOL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SPOOL.

DATA DIVISION.
FILE SECTION.
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

FD ARCHIVO-CONTROL.
01 REGISTRO-CONTROL.
   05 FECHA-CONTROL       PIC 9(8).
   05 PROGRAMA-CONTROL    PIC X(12).
   05 ESTADO-CORRIDA      PIC X.
   05 ULTIMO-PROCESADO    PIC 9(7).

*> Bitacora de la jornada: un renglon al arrancar cada paso (I) y
*> otro al terminar (F) con el resultado (OK, YA = ya habia corrido
*> para esa fecha, ER = fallo) y el codigo de retorno del paso
FD ARCHIVO-BITACORA.
01 REGISTRO-BITACORA.
   05 FECHA-PROCESO-BIT   PIC 9(8).
   05 PASO-BIT            PIC 9.
   05 PROGRAMA-BIT        PIC X(20).
   05 EVENTO-BIT          PIC X.
   05 FECHA-BIT           PIC 9(8).
   05 HORA-BIT            PIC 9(6).
   05 OPERADOR-BIT        PIC X(8).
   05 RESULTADO-BIT       PIC XX.
   05 CODIGO-RETORNO-BIT  PIC 9(4).

FD ARCHIVO-SPOOL.
01 LINEA-SPOOL PIC X(100).

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-OPERADORES       PIC XX.
01 ESTADO-CONTROL          PIC XX.
01 ESTADO-BITACORA         PIC XX.
01 ESTADO-SPOOL            PIC XX.

*> Datos de la jornada que reciben los pasos llamados: el mismo
*> trazado EXTERNAL declarado en cada uno de ellos
01 DATOS-JORNADA EXTERNAL.
   05 JORNADA-ACTIVA        PIC X.
   05 JORNADA-OPERADOR      PIC X(8).
   05 JORNADA-PERFIL        PIC X.
   05 JORNADA-FECHA         PIC 9(8).
   05 JORNADA-MESES-INACTIVIDAD PIC 9(2).

*> Los pasos de la jornada en el orden fijo en que deben correr
01 NOMBRES-PASOS.
   05 FILLER               PIC X(20) VALUE "RESPALDO-ARCHIVOS".
   05 FILLER               PIC X(20) VALUE "LOTE-INTERESES".
   05 FILLER               PIC X(20) VALUE "LOTE-MOVIMIENTOS".
   05 FILLER               PIC X(20) VALUE "LOTE-ORDENES".
   05 FILLER               PIC X(20) VALUE "LOTE-INACTIVIDAD".
   05 FILLER               PIC X(20) VALUE "EXTRACTO-CONTABLE".
   05 FILLER               PIC X(20) VALUE "CUADRE-CAJA".
   05 FILLER               PIC X(20) VALUE "GENERAR-AVISOS".
01 TABLA-PASOS REDEFINES NOMBRES-PASOS.
   05 NOMBRE-PASO OCCURS 8 TIMES PIC X(20).
01 TOTAL-PASOS             PIC 9 VALUE 8.
01 PASO-INACTIVIDAD        PIC 9 VALUE 5.

*> Paso en curso, primer paso de esta corrida y resultado del paso
01 PASO-ACTUAL             PIC 9.
01 PRIMER-PASO             PIC 9.
01 PASO-FALLIDO            PIC 9.
01 CODIGO-RETORNO-PASO     PIC S9(4).
01 RESULTADO-PASO          PIC XX.
01 PASO-NO-ENCONTRADO      PIC X.
01 CADENA-DETENIDA         PIC X.
01 MESES-INACTIVIDAD       PIC 9(2).

*> Fecha de negocio de toda la corrida y su captura
01 FECHA-PROCESO           PIC 9(8).
01 FECHA-HOY               PIC 9(8).
01 FECHA-TEXTO             PIC X(8).
01 FECHA-INGRESADA         PIC 9(8).
01 HORA-BITACORA-REG       PIC 9(8).

*> Sesion del operador que lanza la jornada, validada contra
*> operadores.txt igual que en MENU-CLIENTES
01 OPERADOR-ACTUAL         PIC X(8).
01 PERFIL-ACTUAL           PIC X.
01 CODIGO-BUSCADO          PIC X(8).
01 CLAVE-BUSCADA           PIC X(8).
01 CLAVE-HASH              PIC 9(8).
01 HASH-TRABAJO            PIC 9(9).
01 INDICE-HASH             PIC 9.
01 OPERADOR-VALIDO         PIC X.
01 PERFIL-ENCONTRADO       PIC X.
01 INTENTOS-SESION         PIC 9.
01 ESTADO-ENCONTRADO       PIC X.

*> Bitacora de seguridad: evento que se deja preparado antes de
*> PERFORM REGISTRAR-EVENTO-SEGURIDAD, cuenta de intentos fallidos
*> seguidos para el bloqueo (igual que MENU-CLIENTES) y copia de
*> operadores.txt para dejar bloqueado a un operador
01 ESTADO-SEGURIDAD        PIC XX.
01 OPERADOR-SEG-REG        PIC X(8) VALUE SPACES.
01 EVENTO-SEG-REG          PIC X(14) VALUE SPACES.
01 RESULTADO-SEG-REG       PIC X(10) VALUE SPACES.
01 OBJETIVO-SEG-REG        PIC X(8) VALUE SPACES.
01 DETALLE-SEG-REG         PIC X(40) VALUE SPACES.
01 HORA-SEG-REG            PIC 9(8).
01 FALLOS-SEGUIDOS         PIC 9(3).
01 MAXIMO-FALLOS           PIC 9(3) VALUE 5.
01 FALLOS-MOSTRAR          PIC ZZ9.
01 TABLA-OPERADORES.
   05 OPE-REGISTRO OCCURS 50 TIMES PIC X(49).
01 TOTAL-OPERADORES        PIC 9(2).
01 INDICE-OPERADOR         PIC 9(2).

*> Control de corridas: copia en memoria de control_lotes.txt. La
*> jornada lleva su propio renglon (JORNADA) con el ultimo paso
*> terminado en ULTIMO-PROCESADO, para reanudar desde el que fallo.
01 TABLA-CONTROL.
   05 CONTROL-ENTRADA OCCURS 200 TIMES.
      10 CTL-FECHA         PIC 9(8).
      10 CTL-PROGRAMA      PIC X(12).
      10 CTL-ESTADO        PIC X.
      10 CTL-ULTIMO        PIC 9(7).
01 TOTAL-CONTROLES         PIC 9(3).
01 INDICE-CONTROL          PIC 9(3).
01 INDICE-CORRIDA          PIC 9(3).
01 PROGRAMA-ACTUAL         PIC X(12).
01 FECHA-CORRIDA-I         PIC 9(8).
01 CORRIDA-COMPLETA-HOY    PIC X.
01 CONTINUAR-LOTE          PIC X.
01 REANUDAR-DESDE          PIC 9(7).
01 RESPUESTA-SUPERVISOR    PIC X.

*> Resumen por paso armado desde la bitacora para la fecha de
*> negocio: ultimo arranque, ultimo fin, resultado y cuantas veces
*> se lanzo
01 TABLA-RESUMEN.
   05 RESUMEN-ENTRADA OCCURS 8 TIMES.
      10 RES-FECHA-INICIO  PIC 9(8).
      10 RES-HORA-INICIO   PIC 9(6).
      10 RES-FECHA-FIN     PIC 9(8).
      10 RES-HORA-FIN      PIC 9(6).
      10 RES-RESULTADO     PIC XX.
      10 RES-CODIGO        PIC 9(4).
      10 RES-INTENTOS      PIC 9(2).
01 INDICE-RESUMEN          PIC 9.
01 NOMBRE-ARCHIVO-SPOOL    PIC X(40).
01 TEXTO-RESULTADO         PIC X(12).
01 TEXTO-INICIO            PIC X(15).
01 TEXTO-FIN               PIC X(15).

PROCEDURE DIVISION.

*> Corre la jornada nocturna completa con un solo inicio de sesion y
*> una sola fecha de negocio: RESPALDO-ARCHIVOS, LOTE-INTERESES,
*> LOTE-MOVIMIENTOS, LOTE-ORDENES, LOTE-INACTIVIDAD,
*> EXTRACTO-CONTABLE, CUADRE-CAJA y GENERAR-AVISOS, en ese orden.
*> Cada arranque y fin de paso queda en bitacora_jornada.txt; si un paso falla la cadena se detiene y la
*> siguiente corrida retoma desde ese paso con la misma fecha de
*> negocio. Al final deja el resumen de una pagina en
*> jornada_AAAAMMDD.txt.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= JORNADA NOCTURNA ======="

    PERFORM INICIAR-SESION-OPERADOR
    IF OPERADOR-ACTUAL = SPACES
        DISPLAY "Demasiados intentos fallidos. Fin del proceso."
        STOP RUN
    END-IF

    MOVE "JORNADA" TO PROGRAMA-ACTUAL
    ACCEPT FECHA-HOY FROM DATE YYYYMMDD
    PERFORM VERIFICAR-CONTROL-JORNADA
    IF CONTINUAR-LOTE = "N"
        STOP RUN
    END-IF

    MOVE 0 TO MESES-INACTIVIDAD
    IF PRIMER-PASO <= PASO-INACTIVIDAD
        PERFORM PEDIR-MESES-INACTIVIDAD
    END-IF

    PERFORM REGISTRAR-INICIO-CONTROL

    MOVE "S" TO JORNADA-ACTIVA
    MOVE OPERADOR-ACTUAL TO JORNADA-OPERADOR
    MOVE PERFIL-ACTUAL TO JORNADA-PERFIL
    MOVE FECHA-PROCESO TO JORNADA-FECHA
    MOVE MESES-INACTIVIDAD TO JORNADA-MESES-INACTIVIDAD

    MOVE "N" TO CADENA-DETENIDA
    MOVE 0 TO PASO-FALLIDO
    MOVE PRIMER-PASO TO PASO-ACTUAL
    PERFORM UNTIL PASO-ACTUAL > TOTAL-PASOS OR CADENA-DETENIDA = "S"
        PERFORM EJECUTAR-PASO
    END-PERFORM

    MOVE "N" TO JORNADA-ACTIVA

    IF CADENA-DETENIDA = "N"
        PERFORM REGISTRAR-FIN-CONTROL
    END-IF

    PERFORM ESCRIBIR-RESUMEN-JORNADA

    STOP RUN.

*> Decide desde que paso y con que fecha de negocio corre la jornada.
*> Una jornada interrumpida se retoma sola desde el paso que fallo y
*> con su misma fecha de negocio, para que ningun paso ya terminado
*> se repita ni se mezclen dos fechas en la misma cadena. Sin jornada
*> pendiente se pide la fecha; repetir una jornada ya finalizada para
*> esa fecha requiere autorizacion de supervisor.
VERIFICAR-CONTROL-JORNADA.
    MOVE "S" TO CONTINUAR-LOTE
    MOVE "N" TO CORRIDA-COMPLETA-HOY
    MOVE 0 TO REANUDAR-DESDE
    MOVE 0 TO INDICE-CORRIDA
    MOVE 1 TO PRIMER-PASO

    PERFORM CARGAR-TABLA-CONTROL

    MOVE 1 TO INDICE-CONTROL
    PERFORM UNTIL INDICE-CONTROL > TOTAL-CONTROLES
        IF CTL-PROGRAMA(INDICE-CONTROL) = PROGRAMA-ACTUAL
            AND CTL-ESTADO(INDICE-CONTROL) = "I"
            MOVE INDICE-CONTROL TO INDICE-CORRIDA
            MOVE CTL-ULTIMO(INDICE-CONTROL) TO REANUDAR-DESDE
            MOVE CTL-FECHA(INDICE-CONTROL) TO FECHA-CORRIDA-I
        END-IF
        ADD 1 TO INDICE-CONTROL
    END-PERFORM

*> todos los pasos terminaron pero el fin no alcanzo a grabarse
    IF INDICE-CORRIDA > 0 AND REANUDAR-DESDE >= TOTAL-PASOS
        MOVE "F" TO CTL-ESTADO(INDICE-CORRIDA)
        PERFORM GRABAR-TABLA-CONTROL
        MOVE 0 TO INDICE-CORRIDA
    END-IF

    IF INDICE-CORRIDA > 0
        MOVE FECHA-CORRIDA-I TO FECHA-PROCESO
        COMPUTE PRIMER-PASO = REANUDAR-DESDE + 1
        DISPLAY "Se encontro una jornada interrumpida con fecha de "
            "negocio " FECHA-PROCESO "."
        DISPLAY "Se reanudara desde el paso " PRIMER-PASO ": "
            NOMBRE-PASO(PRIMER-PASO)
    ELSE
        MOVE 0 TO INDICE-CORRIDA
        PERFORM PEDIR-FECHA-PROCESO

        MOVE 1 TO INDICE-CONTROL
        PERFORM UNTIL INDICE-CONTROL > TOTAL-CONTROLES
            IF CTL-PROGRAMA(INDICE-CONTROL) = PROGRAMA-ACTUAL
                AND CTL-ESTADO(INDICE-CONTROL) = "F"
                AND CTL-FECHA(INDICE-CONTROL) = FECHA-PROCESO
                MOVE "S" TO CORRIDA-COMPLETA-HOY
            END-IF
            ADD 1 TO INDICE-CONTROL
        END-PERFORM

        IF CORRIDA-COMPLETA-HOY = "S"
            DISPLAY "La jornada de la fecha " FECHA-PROCESO
                " ya corrio con exito."
            PERFORM AUTORIZAR-RECORRIDA
        END-IF
    END-IF
    .

*> Pide la fecha de negocio de la jornada; en blanco toma la de hoy.
*> No se acepta una fecha posterior a hoy.
PEDIR-FECHA-PROCESO.
    MOVE 0 TO FECHA-PROCESO
    PERFORM UNTIL FECHA-PROCESO NOT = 0
        DISPLAY "Fecha de negocio de la jornada (AAAAMMDD, Enter = "
            "hoy " FECHA-HOY "):"
        MOVE SPACES TO FECHA-TEXTO
        ACCEPT FECHA-TEXTO
        IF FECHA-TEXTO = SPACES
            MOVE FECHA-HOY TO FECHA-PROCESO
        ELSE
            PERFORM VALIDAR-FECHA-TEXTO
            IF FECHA-INGRESADA > FECHA-HOY
                DISPLAY "La fecha de negocio no puede ser posterior "
                    "a hoy."
            ELSE
                MOVE FECHA-INGRESADA TO FECHA-PROCESO
            END-IF
        END-IF
    END-PERFORM
    .

*> Valida la fecha tecleada en FECHA-TEXTO y la deja en
*> FECHA-INGRESADA (cero si no es una fecha AAAAMMDD valida)
VALIDAR-FECHA-TEXTO.
    MOVE 0 TO FECHA-INGRESADA
    IF FECHA-TEXTO IS NOT NUMERIC
        DISPLAY "La fecha debe tener 8 digitos (AAAAMMDD)."
    ELSE
        MOVE FECHA-TEXTO TO FECHA-INGRESADA
        IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-INGRESADA) NOT = 0
            DISPLAY "La fecha ingresada no es valida."
            MOVE 0 TO FECHA-INGRESADA
        END-IF
    END-IF
    .

*> Pide una sola vez los meses sin movimientos que usa
*> LOTE-INACTIVIDAD, para que la cadena no se detenga a preguntarlo
PEDIR-MESES-INACTIVIDAD.
    MOVE 0 TO MESES-INACTIVIDAD
    PERFORM UNTIL MESES-INACTIVIDAD >= 1
        DISPLAY "Meses sin movimientos para marcar una cuenta "
            "como dormida (1-99):"
        ACCEPT MESES-INACTIVIDAD
        IF MESES-INACTIVIDAD < 1
            DISPLAY "La cantidad de meses no es valida."
        END-IF
    END-PERFORM
    .

*> Corre el paso PASO-ACTUAL como subprograma y registra su arranque
*> y su fin en la bitacora. Un codigo de retorno 0 es exito, 4 indica
*> que el paso ya habia corrido para la fecha de negocio (se da por
*> cumplido) y cualquier otro valor, o no encontrar el programa,
*> detiene la cadena dejando la jornada pendiente en ese paso.
EJECUTAR-PASO.
    DISPLAY " "
    DISPLAY "----- Paso " PASO-ACTUAL " de " TOTAL-PASOS ": "
        NOMBRE-PASO(PASO-ACTUAL)

    MOVE "I" TO EVENTO-BIT
    MOVE SPACES TO RESULTADO-PASO
    MOVE 0 TO CODIGO-RETORNO-PASO
    PERFORM REGISTRAR-BITACORA

    MOVE "N" TO PASO-NO-ENCONTRADO
    MOVE 0 TO RETURN-CODE
    CALL NOMBRE-PASO(PASO-ACTUAL)
        ON EXCEPTION
            MOVE "S" TO PASO-NO-ENCONTRADO
    END-CALL

    IF PASO-NO-ENCONTRADO = "S"
        DISPLAY "No se encontro el programa "
            NOMBRE-PASO(PASO-ACTUAL) "."
        MOVE 12 TO CODIGO-RETORNO-PASO
    ELSE
        MOVE RETURN-CODE TO CODIGO-RETORNO-PASO
        CANCEL NOMBRE-PASO(PASO-ACTUAL)
    END-IF
    MOVE 0 TO RETURN-CODE

    EVALUATE CODIGO-RETORNO-PASO
        WHEN 0
            MOVE "OK" TO RESULTADO-PASO
        WHEN 4
            MOVE "YA" TO RESULTADO-PASO
        WHEN OTHER
            MOVE "ER" TO RESULTADO-PASO
    END-EVALUATE

    MOVE "F" TO EVENTO-BIT
    PERFORM REGISTRAR-BITACORA

    IF RESULTADO-PASO = "ER"
        MOVE "S" TO CADENA-DETENIDA
        MOVE PASO-ACTUAL TO PASO-FALLIDO
        DISPLAY "El paso " NOMBRE-PASO(PASO-ACTUAL)
            " fallo. La jornada se detiene; la proxima corrida la "
            "retoma desde este paso."
    ELSE
        PERFORM MARCAR-PASO-CONTROL
        ADD 1 TO PASO-ACTUAL
    END-IF
    .

*> Agrega a bitacora_jornada.txt el arranque o el fin del paso en
*> curso con la hora real del sistema
REGISTRAR-BITACORA.
    MOVE FECHA-PROCESO TO FECHA-PROCESO-BIT
    MOVE PASO-ACTUAL TO PASO-BIT
    MOVE NOMBRE-PASO(PASO-ACTUAL) TO PROGRAMA-BIT
    ACCEPT FECHA-BIT FROM DATE YYYYMMDD
    ACCEPT HORA-BITACORA-REG FROM TIME
    MOVE HORA-BITACORA-REG(1:6) TO HORA-BIT
    MOVE OPERADOR-ACTUAL TO OPERADOR-BIT
    MOVE RESULTADO-PASO TO RESULTADO-BIT
    MOVE CODIGO-RETORNO-PASO TO CODIGO-RETORNO-BIT

    OPEN EXTEND ARCHIVO-BITACORA
    IF ESTADO-BITACORA NOT = "00"
        OPEN OUTPUT ARCHIVO-BITACORA
    END-IF
    WRITE REGISTRO-BITACORA
    CLOSE ARCHIVO-BITACORA
    .

*> Deja en el renglon JORNADA de control_lotes.txt el ultimo paso
*> terminado. Los pasos reescriben control_lotes.txt con sus propios
*> renglones, asi que la tabla se vuelve a leer antes de tocarla y el
*> renglon de la jornada se vuelve a ubicar.
MARCAR-PASO-CONTROL.
    PERFORM UBICAR-RENGLON-JORNADA
    IF INDICE-CORRIDA > 0
        MOVE PASO-ACTUAL TO CTL-ULTIMO(INDICE-CORRIDA)
        PERFORM GRABAR-TABLA-CONTROL
    END-IF
    .

*> Relee control_lotes.txt y deja en INDICE-CORRIDA el renglon de la
*> jornada en curso (cero si no aparece)
UBICAR-RENGLON-JORNADA.
    PERFORM CARGAR-TABLA-CONTROL
    MOVE 0 TO INDICE-CORRIDA
    MOVE 1 TO INDICE-CONTROL
    PERFORM UNTIL INDICE-CONTROL > TOTAL-CONTROLES
        IF CTL-PROGRAMA(INDICE-CONTROL) = PROGRAMA-ACTUAL
            AND CTL-ESTADO(INDICE-CONTROL) = "I"
            AND CTL-FECHA(INDICE-CONTROL) = FECHA-PROCESO
            MOVE INDICE-CONTROL TO INDICE-CORRIDA
        END-IF
        ADD 1 TO INDICE-CONTROL
    END-PERFORM
    .

*> Arma el resumen de una pagina de la jornada de FECHA-PROCESO
*> desde la bitacora (incluye los pasos corridos en corridas
*> anteriores de la misma fecha) y lo deja en jornada_AAAAMMDD.txt
ESCRIBIR-RESUMEN-JORNADA.
    PERFORM CARGAR-RESUMEN-BITACORA

    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING "..\jornada_" DELIMITED BY SIZE
        FECHA-PROCESO DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SPOOL

    OPEN OUTPUT ARCHIVO-SPOOL
    IF ESTADO-SPOOL NOT = "00"
        DISPLAY "No se pudo crear el resumen de la jornada."
    ELSE
        MOVE "===================================================="
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        STRING "RESUMEN DE LA JORNADA NOCTURNA - FECHA DE NEGOCIO "
                DELIMITED BY SIZE
            FECHA-PROCESO DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        STRING "Operador: " DELIMITED BY SIZE
            OPERADOR-ACTUAL DELIMITED BY SIZE
            "   Emitido: " DELIMITED BY SIZE
            FECHA-HOY DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE "===================================================="
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE "Paso Programa             Inicio          Fin             Resultado    RC    Veces"
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL

        MOVE 1 TO INDICE-RESUMEN
        PERFORM UNTIL INDICE-RESUMEN > TOTAL-PASOS
            PERFORM ESCRIBIR-LINEA-RESUMEN
            ADD 1 TO INDICE-RESUMEN
        END-PERFORM

        MOVE "----------------------------------------------------"
            TO LINEA-SPOOL
        WRITE LINEA-SPOOL
        MOVE SPACES TO LINEA-SPOOL
        IF CADENA-DETENIDA = "S"
            STRING "JORNADA DETENIDA EN EL PASO " DELIMITED BY SIZE
                PASO-FALLIDO DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                NOMBRE-PASO(PASO-FALLIDO) DELIMITED BY SPACE
                "): la proxima corrida se reanuda desde ese paso."
                    DELIMITED BY SIZE
                INTO LINEA-SPOOL
        ELSE
            MOVE "JORNADA COMPLETA: todos los pasos terminaron."
                TO LINEA-SPOOL
        END-IF
        WRITE LINEA-SPOOL
        DISPLAY " "
        DISPLAY LINEA-SPOOL
        CLOSE ARCHIVO-SPOOL

        DISPLAY "Bitacora: ..\bitacora_jornada.txt"
        DISPLAY "Resumen de la jornada: " NOMBRE-ARCHIVO-SPOOL
    END-IF
    .

*> Recorre bitacora_jornada.txt y guarda, por paso, el ultimo
*> arranque y el ultimo fin registrados para FECHA-PROCESO
CARGAR-RESUMEN-BITACORA.
    MOVE 1 TO INDICE-RESUMEN
    PERFORM UNTIL INDICE-RESUMEN > TOTAL-PASOS
        MOVE 0 TO RES-FECHA-INICIO(INDICE-RESUMEN)
        MOVE 0 TO RES-HORA-INICIO(INDICE-RESUMEN)
        MOVE 0 TO RES-FECHA-FIN(INDICE-RESUMEN)
        MOVE 0 TO RES-HORA-FIN(INDICE-RESUMEN)
        MOVE SPACES TO RES-RESULTADO(INDICE-RESUMEN)
        MOVE 0 TO RES-CODIGO(INDICE-RESUMEN)
        MOVE 0 TO RES-INTENTOS(INDICE-RESUMEN)
        ADD 1 TO INDICE-RESUMEN
    END-PERFORM

    OPEN INPUT ARCHIVO-BITACORA
    IF ESTADO-BITACORA NOT = "00"
        CLOSE ARCHIVO-BITACORA
    ELSE
        PERFORM UNTIL ESTADO-BITACORA = "10"
            READ ARCHIVO-BITACORA
                AT END MOVE "10" TO ESTADO-BITACORA
                NOT AT END
                    IF FECHA-PROCESO-BIT = FECHA-PROCESO
                        AND PASO-BIT >= 1 AND PASO-BIT <= TOTAL-PASOS
                        PERFORM ACUMULAR-RENGLON-BITACORA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-BITACORA
    END-IF
    .

*> Un arranque deja el paso sin fin ni resultado hasta que aparezca
*> su renglon de fin; asi un paso cortado a la mitad queda a la vista
ACUMULAR-RENGLON-BITACORA.
    MOVE PASO-BIT TO INDICE-RESUMEN
    IF EVENTO-BIT = "I"
        MOVE FECHA-BIT TO RES-FECHA-INICIO(INDICE-RESUMEN)
        MOVE HORA-BIT TO RES-HORA-INICIO(INDICE-RESUMEN)
        MOVE 0 TO RES-FECHA-FIN(INDICE-RESUMEN)
        MOVE 0 TO RES-HORA-FIN(INDICE-RESUMEN)
        MOVE SPACES TO RES-RESULTADO(INDICE-RESUMEN)
        MOVE 0 TO RES-CODIGO(INDICE-RESUMEN)
        IF RES-INTENTOS(INDICE-RESUMEN) < 99
            ADD 1 TO RES-INTENTOS(INDICE-RESUMEN)
        END-IF
    ELSE
        MOVE FECHA-BIT TO RES-FECHA-FIN(INDICE-RESUMEN)
        MOVE HORA-BIT TO RES-HORA-FIN(INDICE-RESUMEN)
        MOVE RESULTADO-BIT TO RES-RESULTADO(INDICE-RESUMEN)
        MOVE CODIGO-RETORNO-BIT TO RES-CODIGO(INDICE-RESUMEN)
    END-IF
    .

*> Escribe la linea del resumen del paso INDICE-RESUMEN
ESCRIBIR-LINEA-RESUMEN.
    EVALUATE TRUE
        WHEN RES-INTENTOS(INDICE-RESUMEN) = 0
            MOVE "PENDIENTE" TO TEXTO-RESULTADO
        WHEN RES-RESULTADO(INDICE-RESUMEN) = "OK"
            MOVE "COMPLETO" TO TEXTO-RESULTADO
        WHEN RES-RESULTADO(INDICE-RESUMEN) = "YA"
            MOVE "YA CORRIDO" TO TEXTO-RESULTADO
        WHEN RES-RESULTADO(INDICE-RESUMEN) = "ER"
            MOVE "FALLIDO" TO TEXTO-RESULTADO
        WHEN OTHER
            MOVE "INTERRUMPIDO" TO TEXTO-RESULTADO
    END-EVALUATE

    MOVE SPACES TO TEXTO-INICIO
    IF RES-FECHA-INICIO(INDICE-RESUMEN) NOT = 0
        STRING RES-FECHA-INICIO(INDICE-RESUMEN) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            RES-HORA-INICIO(INDICE-RESUMEN) DELIMITED BY SIZE
            INTO TEXTO-INICIO
    END-IF
    MOVE SPACES TO TEXTO-FIN
    IF RES-FECHA-FIN(INDICE-RESUMEN) NOT = 0
        STRING RES-FECHA-FIN(INDICE-RESUMEN) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            RES-HORA-FIN(INDICE-RESUMEN) DELIMITED BY SIZE
            INTO TEXTO-FIN
    END-IF

    MOVE SPACES TO LINEA-SPOOL
    STRING INDICE-RESUMEN DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        NOMBRE-PASO(INDICE-RESUMEN) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TEXTO-INICIO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TEXTO-FIN DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TEXTO-RESULTADO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        RES-CODIGO(INDICE-RESUMEN) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        RES-INTENTOS(INDICE-RESUMEN) DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
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
    MOVE "JORNADA-NOCTURNA" TO PROGRAMA-SEG
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

*> Pide la autorizacion de un supervisor para repetir una jornada ya
*> finalizada para la fecha: basta la confirmacion del operador
*> firmado si es supervisor, o las credenciales de un supervisor en
*> caso contrario
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
        DISPLAY "Corrida cancelada: ya existe una jornada finalizada "
            "para esa fecha y no fue autorizada su repeticion."
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

*> Deja constancia en control_lotes.txt de que la jornada arranco.
*> Si se esta reanudando una jornada interrumpida se reusa su
*> renglon; si no, se agrega uno nuevo (descartando el mas viejo
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

    MOVE FECHA-PROCESO TO CTL-FECHA(INDICE-CORRIDA)
    MOVE PROGRAMA-ACTUAL TO CTL-PROGRAMA(INDICE-CORRIDA)
    MOVE "I" TO CTL-ESTADO(INDICE-CORRIDA)
    PERFORM GRABAR-TABLA-CONTROL
    .

*> Marca la jornada en curso como finalizada en control_lotes.txt
REGISTRAR-FIN-CONTROL.
    PERFORM UBICAR-RENGLON-JORNADA
    IF INDICE-CORRIDA > 0
        MOVE "F" TO CTL-ESTADO(INDICE-CORRIDA)
        PERFORM GRABAR-TABLA-CONTROL
    END-IF
    .
