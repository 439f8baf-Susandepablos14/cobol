    SELECT ARCHIVO-OPERADORES ASSIGN TO "..\operadores.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-OPERADORES.
    SELECT ARCHIVO-SEGURIDAD ASSIGN TO "..\bitacora_seguridad.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SEGURIDAD.
    SELECT ARCHIVO-SPOOL ASSIGN TO NOMBRE-ARCHIVO-SPOOL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SPOOL.
    SELECT ARCHIVO-CAMBIOS ASSIGN TO "..\cambios_clientes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CAMBIOS.

DATA DIVISION.
FILE SECTION.
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
01 LINEA-SPOOL PIC X(100).

*> Historial de cambios no monetarios del maestro de clientes: una
*> fila por campo modificado con su valor anterior y nuevo (en
*> texto), fecha, hora, operador y programa que hizo el cambio; solo
*> se le agregan filas
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

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-ARCHIVO       PIC XX.
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

*> Cambio de un campo del maestro de clientes que se deja preparado
*> antes de PERFORM REGISTRAR-CAMBIO-CLIENTE: nombre del campo y sus
*> valores anterior y nuevo en texto
01 ESTADO-CAMBIOS       PIC XX.
01 CAMPO-CAMBIO-REG     PIC X(20).
01 VALOR-ANTERIOR-REG   PIC X(40).
01 VALOR-NUEVO-REG      PIC X(40).
01 HORA-CAMBIO-REG      PIC 9(8).
01 VALOR-EDITADO-CAMBIO PIC -Z(5).99.

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

*> Contadores del resumen final y formato del reporte
01 TOTAL-REVISADOS      PIC 9(5).
    MOVE 0 TO TOTAL-MARCADOS
    MOVE 0 TO TOTAL-DESMARCADOS

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

    IF JORNADA-ACTIVA = "S" AND JORNADA-MESES-INACTIVIDAD >= 1
        MOVE JORNADA-MESES-INACTIVIDAD TO MESES-INACTIVIDAD
    ELSE
        PERFORM PEDIR-MESES-INACTIVIDAD
    END-IF
    PERFORM CALCULAR-PERIODO-CORTE

    DISPLAY "Se marcara a los clientes sin movimientos desde antes "
    IF ESTADO-SPOOL NOT = "00"
        DISPLAY "No se pudo crear el reporte de inactividad. "
            "Fin del proceso."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM ESCRIBIR-ENCABEZADO-REPORTE
        PERFORM REVISAR-CLIENTES
        DISPLAY "Reporte de salida: " NOMBRE-ARCHIVO-SPOOL
    END-IF

    GOBACK.

*> Pide cuantos meses sin movimientos marcan a una cuenta como
*> dormida (1 a 99)
*> Calcula el periodo de corte AAAAMM restando los meses tolerados al
*> periodo vigente
CALCULAR-PERIODO-CORTE.
    IF JORNADA-ACTIVA = "S"
        MOVE JORNADA-FECHA TO FECHA-HOY
    ELSE
        ACCEPT FECHA-HOY FROM DATE YYYYMMDD
    END-IF
    MOVE FECHA-HOY(1:6) TO PERIODO-HOY
    MOVE PERIODO-HOY TO PERIODO-CORTE

    IF ESTADO-ARCHIVO NOT = "00"
        CLOSE ARCHIVO-CLIENTES
        DISPLAY "No se pudo abrir clientes.txt."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM UNTIL ESTADO-ARCHIVO = "10"
            READ ARCHIVO-CLIENTES NEXT RECORD
                INVALID KEY
                    DISPLAY "No se pudo marcar al cliente "
                        ID-CLIENTE "."
                NOT INVALID KEY
                    MOVE "MARCA-INACTIVIDAD" TO CAMPO-CAMBIO-REG
                    MOVE SPACES TO VALOR-ANTERIOR-REG
                    MOVE "D" TO VALOR-NUEVO-REG
                    PERFORM REGISTRAR-CAMBIO-CLIENTE
            END-REWRITE
        END-IF
        ADD 1 TO TOTAL-MARCADOS
                INVALID KEY
                    DISPLAY "No se pudo desmarcar al cliente "
                        ID-CLIENTE "."
                NOT INVALID KEY
                    MOVE "MARCA-INACTIVIDAD" TO CAMPO-CAMBIO-REG
                    MOVE "D" TO VALOR-ANTERIOR-REG
                    MOVE SPACES TO VALOR-NUEVO-REG
                    PERFORM REGISTRAR-CAMBIO-CLIENTE
            END-REWRITE
            ADD 1 TO TOTAL-DESMARCADOS
        END-IF
    END-IF
    .

*> Agrega a cambios_clientes.txt el cambio preparado en
*> CAMPO-CAMBIO-REG/VALOR-ANTERIOR-REG/VALOR-NUEVO-REG para el
*> cliente vigente, con la fecha, la hora, el operador de la sesion y
*> el programa
REGISTRAR-CAMBIO-CLIENTE.
    MOVE ID-CLIENTE TO ID-CLIENTE-CAMBIO
    MOVE CAMPO-CAMBIO-REG TO CAMPO-CAMBIO
    MOVE VALOR-ANTERIOR-REG TO VALOR-ANTERIOR-CAMBIO
    MOVE VALOR-NUEVO-REG TO VALOR-NUEVO-CAMBIO
    MOVE FECHA-HOY TO FECHA-CAMBIO
    ACCEPT HORA-CAMBIO-REG FROM TIME
    MOVE HORA-CAMBIO-REG(1:6) TO HORA-CAMBIO
    MOVE OPERADOR-ACTUAL TO OPERADOR-CAMBIO
    MOVE "LOTE-INACTIVIDAD" TO PROGRAMA-CAMBIO

    OPEN EXTEND ARCHIVO-CAMBIOS
    IF ESTADO-CAMBIOS NOT = "00"
        OPEN OUTPUT ARCHIVO-CAMBIOS
    END-IF
    WRITE REGISTRO-CAMBIO
    CLOSE ARCHIVO-CAMBIOS
    .

*> Escribe el encabezado del reporte de cuentas dormidas
ESCRIBIR-ENCABEZADO-REPORTE.
    MOVE "===================================================="
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
    MOVE "LOTE-INACTIVIDAD" TO PROGRAMA-SEG
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
