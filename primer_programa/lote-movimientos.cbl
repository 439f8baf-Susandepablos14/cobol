    SELECT ARCHIVO-OPERADORES ASSIGN TO "..\operadores.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-OPERADORES.
    SELECT ARCHIVO-SEGURIDAD ASSIGN TO "..\bitacora_seguridad.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SEGURIDAD.
    SELECT ARCHIVO-CONTROL ASSIGN TO "..\control_lotes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CONTROL.
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
    MOVE 0 TO TOTAL-APLICADOS
    MOVE 0 TO TOTAL-RECHAZADOS

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

    MOVE "LOTE-MOV" TO PROGRAMA-ACTUAL
    IF JORNADA-ACTIVA = "S"
        MOVE JORNADA-FECHA TO FECHA-HOY
    ELSE
        ACCEPT FECHA-HOY FROM DATE YYYYMMDD
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

    IF ESTADO-CARGA NOT = "00"
        DISPLAY "No se pudo abrir carga_movimientos.txt. "
            "Fin del proceso."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM ABRIR-ARCHIVO-RECHAZOS
        OPEN I-O ARCHIVO-CLIENTES
        END-IF
    END-IF

    GOBACK.

*> Abre (o crea) el reporte de rechazos fechado de la corrida. Se
*> abre en EXTEND para que una corrida reanudada conserve los
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

            READ ARCHIVO-OPERADORES
                AT END MOVE "10" TO ESTADO-OPERADORES
                NOT AT END
                    IF CODIGO-OPERADOR = CODIGO-BUSCADO
                        MOVE ESTADO-OPERADOR TO ESTADO-ENCONTRADO
                    END-IF
                    IF CODIGO-OPERADOR = CODIGO-BUSCADO
                        AND CLAVE-OPERADOR = CLAVE-HASH
                        AND ESTADO-OPERADOR = "A"
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
    MOVE "LOTE-MOVIMIENTOS" TO PROGRAMA-SEG
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
*> autorizacion de un supervisor (el mismo archivo de nomina no debe

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

        MOVE FUNCTION UPPER-CASE(CODIGO-BUSCADO) TO CODIGO-BUSCADO

        PERFORM BUSCAR-OPERADOR
        MOVE "Corrida interrumpida de otro dia" TO DETALLE-SEG-REG
        PERFORM REGISTRAR-AUTORIZACION

        IF OPERADOR-VALIDO NOT = "S" OR PERFIL-ENCONTRADO NOT = "S"
            MOVE "N" TO CONTINUAR-LOTE
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
        MOVE FUNCTION UPPER-CASE(CODIGO-BUSCADO) TO CODIGO-BUSCADO

        PERFORM BUSCAR-OPERADOR
        MOVE "Repeticion de una corrida del dia" TO DETALLE-SEG-REG
        PERFORM REGISTRAR-AUTORIZACION

        IF OPERADOR-VALIDO NOT = "S" OR PERFIL-ENCONTRADO NOT = "S"
            MOVE "N" TO CONTINUAR-LOTE
    MOVE TIPO-MOV-REG TO TIPO-MOV
    MOVE OPERADOR-ACTUAL TO OPERADOR-MOV
    MOVE 0 TO REFERENCIA-MOV
    IF JORNADA-ACTIVA = "S"
        MOVE FECHA-HOY TO FECHA-MOV
    ELSE
        ACCEPT FECHA-MOV FROM DATE YYYYMMDD
    END-IF

    OPEN EXTEND ARCHIVO-MOVIMIENTOS
    IF ESTADO-MOVIMIENTO NOT = "00"
