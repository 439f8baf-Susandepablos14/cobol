    SELECT ARCHIVO-MOV-CONVERTIDO
        ASSIGN TO "..\movimientos_conv_temp.txt"
        FILE STATUS IS ESTADO-MOV-CONVERTIDO.
    SELECT ARCHIVO-ORDENES ASSIGN TO "..\ordenes_permanentes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-ORDENES.
    SELECT ARCHIVO-CAMBIOS ASSIGN TO "..\cambios_clientes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CAMBIOS.
    SELECT ARCHIVO-SUSPENSO ASSIGN TO "..\recibos_suspenso.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SUSPENSOS.
    SELECT ARCHIVO-SUSPENSO-RESUELTOS
        ASSIGN TO "..\recibos_suspenso_resueltos.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SUSPENSO-RESUELTOS.
    SELECT ARCHIVO-PREFERENCIAS ASSIGN TO "..\preferencias_avisos.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-PREFERENCIAS.
    SELECT ARCHIVO-FUSIONES ASSIGN TO "..\fusiones_clientes.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-FUSIONES.
    SELECT ARCHIVO-SEGURIDAD ASSIGN TO "..\bitacora_seguridad.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SEGURIDAD.
    SELECT ARCHIVO-SORT ASSIGN TO "..\clientes_sort.tmp".

DATA DIVISION.
   05 ESTADO-OPERADOR     PIC X.
      88 OPERADOR-EN-ALTA      VALUE "A".
      88 OPERADOR-DE-BAJA      VALUE "I".
      88 OPERADOR-BLOQUEADO    VALUE "B".
   05 CAMBIO-OBLIGADO     PIC X.
   05 NOMBRE-OPERADOR     PIC X(30).

   05 ESTADO-PENDIENTE     PIC X.
   05 SUPERVISOR-PENDIENTE PIC X(8).
   05 FECHA-RESUELTO       PIC 9(8).
   05 REFERENCIA-PENDIENTE PIC 9(7).

*> Historial de operaciones ya aprobadas o rechazadas, mismo trazado
*> que REGISTRO-PENDIENTE; solo se le agregan filas
FD ARCHIVO-RESUELTAS.
01 REGISTRO-RESUELTO PIC X(59).

*> Ordenes permanentes de transferencia entre clientes: cliente de
*> origen y de destino, monto, frecuencia (M=mensual, T=trimestral,
*> S=semestral, A=anual), dia del mes, vigencia (fecha fin en cero =
*> sin vencimiento), estado (A=activa, S=suspendida, C=cancelada),
*> operador que la dio de alta y la ultima fecha programada que ya
*> proceso el lote LOTE-ORDENES
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

*> Cobros del banco que IMPORTAR-RECIBOS no pudo asignar solo a un
*> cliente: numero de partida, fecha del cobro y de ingreso al
*> suspenso, monto, los datos del pagador tal como vinieron, motivo
*> (S=sin coincidencia, A=varios clientes posibles, D=el unico
*> cliente posible esta sin movimientos recientes), estado
*> (P=pendiente, A=asignada a un cliente, D=devuelta al banco) y, al
*> resolverse, el cliente, el operador, la fecha y la SECUENCIA-MOV
*> del deposito. Aqui solo viven las pendientes: al reescribir el
*> archivo, las resueltas pasan a recibos_suspenso_resueltos.txt.
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

*> Preferencia de avisos de cada cliente que lee GENERAR-AVISOS:
*> N=no recibe avisos, E=solo por correo, T=solo por mensaje al
*> telefono, espacio=correo si lo tiene y si no telefono. Un cliente
*> sin fila recibe avisos por el canal automatico.
FD ARCHIVO-PREFERENCIAS.
01 REGISTRO-PREFERENCIA.
   05 ID-CLIENTE-PREF     PIC 9(5).
   05 PREFERENCIA-AVISOS  PIC X.
   05 FECHA-PREF          PIC 9(8).
   05 OPERADOR-PREF       PIC X(8).

*> Referencia cruzada de clientes fusionados: el ID absorbido (que
*> queda inactivo), el ID que se conserva, fecha y hora, el saldo
*> traspasado y las secuencias de los dos movimientos enlazados (FS
*> en el absorbido, FE en el conservado). Con ella el estado de
*> cuenta, el historial y la auditoria encuentran los movimientos
*> que quedaron bajo el ID viejo. Solo se le agregan filas.
FD ARCHIVO-FUSIONES.
01 REGISTRO-FUSION.
   05 ID-ABSORBIDO-FUS     PIC 9(5).
   05 ID-CONSERVADO-FUS    PIC 9(5).
   05 FECHA-FUS            PIC 9(8).
   05 HORA-FUS             PIC 9(6).
   05 SALDO-TRASPASADO-FUS PIC S9(5)V99.
   05 SECUENCIA-SALIDA-FUS PIC 9(7).
   05 SECUENCIA-ENTRADA-FUS PIC 9(7).
   05 OPERADOR-FUS         PIC X(8).

*> Bitacora de seguridad que comparten todos los programas que piden
*> operador: una fila por evento (inicio de sesion, bloqueo y
*> desbloqueo, cambio de clave, administracion de operadores,
*> autorizaciones, opciones de supervisor y restauraciones) con la
*> fecha, la hora, el programa, el codigo de operador tecleado, el
*> tipo de evento y su resultado. Solo se le agregan filas.
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

*> Archivo de trabajo del SORT para el reporte de clientes ordenados
*> por saldo; ordena el archivo completo sin importar cuantos
      88 CON-TRANSF-ENVIADA    VALUE "TE".
      88 CON-TRANSF-RECIBIDA   VALUE "TR".
      88 CON-REVERSA           VALUE "RV".
      88 CON-FUSION-SALIDA     VALUE "FS".
      88 CON-FUSION-ENTRADA    VALUE "FE".
   05 OPERADOR-CON        PIC X(8).
   05 REFERENCIA-CON      PIC 9(7).

01 MARCA-ORIGEN         PIC X.
01 MARCA-DESTINO        PIC X.
01 TRANSFERENCIA-VALIDA PIC X.
01 TRANSFERENCIA-APLICADA PIC X.

*> Variables para la reversa de un movimiento erroneo: copia del
*> movimiento original localizado, resultado de la busqueda, si ya
*> existe una reversa que lo referencie y el estado actual de su
*> cliente
01 SECUENCIA-BUSCADA    PIC 9(7).
01 MOVIMIENTO-ORIGINAL.
   05 ID-CLIENTE-ORI      PIC 9(5).
   05 SALDO-NUEVO-ORI     PIC S9(5)V99.
   05 TIPO-ORI            PIC XX.
      88 ORI-REVERSA           VALUE "RV".
      88 ORI-FUSION            VALUE "FS" "FE".
   05 OPERADOR-ORI        PIC X(8).
   05 REFERENCIA-ORI      PIC 9(7).
01 ORIGINAL-ENCONTRADO  PIC X.
01 YA-REVERSADO         PIC X.
01 ESTADO-CLIENTE-ORI   PIC X.
01 MONTO-REVERSA        PIC S9(5)V99.
01 RESPUESTA-REVERSA    PIC X.
01 FECHA-HOY            PIC 9(8).
01 PERFIL-ENCONTRADO    PIC X.
01 NOMBRE-ENCONTRADO    PIC X(30).
01 CAMBIO-ENCONTRADO    PIC X.
01 ESTADO-ENCONTRADO    PIC X.
01 INTENTOS-SESION      PIC 9.

*> Evento de seguridad que se deja preparado antes de PERFORM
*> REGISTRAR-EVENTO-SEGURIDAD (operador, evento, resultado, operador
*> afectado y detalle), y cuenta de intentos fallidos seguidos de un
*> codigo para bloquearlo al llegar a MAXIMO-FALLOS
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

*> Hash de la clave tecleada: la clave solo existe en claro del
*> teclado al calculo, a operadores.txt siempre va el hash
01 CLAVE-HASH           PIC 9(8).
      10 PEN-ESTADO        PIC X.
      10 PEN-SUPERVISOR    PIC X(8).
      10 PEN-FECHA-RES     PIC 9(8).
      10 PEN-REFERENCIA    PIC 9(7).
01 TOTAL-PENDIENTES     PIC 9(3).
01 INDICE-PENDIENTE     PIC 9(3).
01 MAX-SECUENCIA-PEN    PIC 9(5).
01 RESPUESTA-PENDIENTE  PIC X.
01 TIPO-PENDIENTE-REG   PIC XX.
01 MONTO-PENDIENTE-REG  PIC S9(5)V99.
01 REFERENCIA-PENDIENTE-REG PIC 9(7) VALUE 0.
01 SALDO-RESULTANTE     PIC S9(5)V99.
01 SALDO-RESULTANTE-MOSTRAR PIC -Z(5).99.
01 MONTO-PEN-MOSTRAR    PIC -Z(5).99.
01 OPERADOR-GUARDADO    PIC X(8).

*> Cambio de un campo del maestro de clientes que se deja preparado
*> antes de PERFORM REGISTRAR-CAMBIO-CLIENTE: nombre del campo y sus
*> valores anterior y nuevo en texto
01 ESTADO-CAMBIOS       PIC XX.
01 CAMPO-CAMBIO-REG     PIC X(20).
01 VALOR-ANTERIOR-REG   PIC X(40).
01 VALOR-NUEVO-REG      PIC X(40).
01 HORA-CAMBIO-REG      PIC 9(8).
01 VALOR-EDITADO-CAMBIO PIC -Z(5).99.

*> Valores del cliente antes de una modificacion, para dejar en
*> cambios_clientes.txt solo los campos que realmente cambiaron
01 CLIENTE-ANTERIOR.
   05 NOMBRE-ANTERIOR      PIC X(30).
   05 CORREO-ANTERIOR      PIC X(40).
   05 TELEFONO-ANTERIOR    PIC X(15).
   05 LIMITE-ANTERIOR      PIC S9(5)V99.
   05 CATEGORIA-ANTERIOR   PIC X.
   05 MARCA-ANTERIOR       PIC X.

*> Copia en memoria de ordenes_permanentes.txt y variables del alta y
*> mantenimiento de ordenes permanentes
01 ESTADO-ORDENES       PIC XX.
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
01 OPCION-ORDENES       PIC 9.
01 NUMERO-ORDEN-BUSCADO PIC 9(5).
01 MAX-NUMERO-ORDEN     PIC 9(5).
01 ORDEN-ENCONTRADA     PIC 9(3).
01 ESTADO-ORDEN-NUEVO   PIC X.
01 FRECUENCIA-INGRESADA PIC X.
01 DIA-INGRESADO        PIC 99.
01 FECHA-TEXTO          PIC X(8).
01 FECHA-INGRESADA      PIC 9(8).
01 FECHA-INICIO-INGRESADA PIC 9(8).
01 FECHA-FIN-INGRESADA  PIC 9(8).
01 FECHA-FIN-VALIDA     PIC X.
01 MONTO-ORDEN-MOSTRAR  PIC Z(5).99.

*> Copia en memoria de recibos_suspenso.txt y variables de la
*> asignacion o devolucion de cobros del banco en suspenso
01 ESTADO-SUSPENSOS     PIC XX.
01 ESTADO-SUSPENSO-RESUELTOS PIC XX.
01 TABLA-SUSPENSO.
   05 SUSPENSO-ENTRADA OCCURS 500 TIMES.
      10 SUS-NUMERO        PIC 9(6).
      10 SUS-FECHA-RECIBO  PIC 9(8).
      10 SUS-FECHA-INGRESO PIC 9(8).
      10 SUS-MONTO         PIC 9(5)V99.
      10 SUS-TELEFONO      PIC X(15).
      10 SUS-CORREO        PIC X(40).
      10 SUS-REFERENCIA    PIC X(30).
      10 SUS-MOTIVO        PIC X.
      10 SUS-ESTADO        PIC X.
      10 SUS-CLIENTE       PIC 9(5).
      10 SUS-OPERADOR      PIC X(8).
      10 SUS-FECHA-RES     PIC 9(8).
      10 SUS-SECUENCIA-MOV PIC 9(7).
01 TOTAL-SUSPENSO       PIC 9(3).
01 INDICE-SUSPENSO      PIC 9(3).
01 SUSPENSO-ENCONTRADO  PIC 9(3).
01 DESBORDE-SUSPENSO    PIC X.
01 HAY-SUSPENSO-RESUELTO PIC X.
01 OPCION-SUSPENSO      PIC 9.
01 NUMERO-SUSPENSO-BUSCADO PIC 9(6).
01 RESPUESTA-SUSPENSO   PIC X.
01 MONTO-SUSPENSO-MOSTRAR PIC Z(5).99.
01 DESCRIPCION-MOTIVO   PIC X(16).

*> Copia en memoria de preferencias_avisos.txt y variables del
*> cambio de la preferencia de avisos de un cliente
01 ESTADO-PREFERENCIAS  PIC XX.
01 TABLA-PREFERENCIAS.
   05 PREFERENCIA-ENTRADA OCCURS 2000 TIMES.
      10 PRF-CLIENTE       PIC 9(5).
      10 PRF-PREFERENCIA   PIC X.
      10 PRF-FECHA         PIC 9(8).
      10 PRF-OPERADOR      PIC X(8).
01 TOTAL-PREFERENCIAS   PIC 9(4).
01 INDICE-PREFERENCIA   PIC 9(4).
01 PREFERENCIA-ENCONTRADA PIC 9(4).
01 DESBORDE-PREFERENCIAS PIC X.
01 PREFERENCIA-ACTUAL   PIC X.
01 PREFERENCIA-NUEVA    PIC X.
01 DESCRIPCION-PREFERENCIA PIC X(30).

*> Variables de la fusion de dos clientes duplicados y copia en
*> memoria de fusiones_clientes.txt (ID absorbido y ID conservado)
*> para seguir los movimientos que quedaron bajo un ID viejo
01 ESTADO-FUSIONES      PIC XX.
01 ID-CONSERVADO        PIC 9(5).
01 ID-ABSORBIDO         PIC 9(5).
01 NOMBRE-CONSERVADO    PIC X(30).
01 NOMBRE-ABSORBIDO     PIC X(30).
01 SALDO-CONSERVADO     PIC S9(5)V99.
01 SALDO-ABSORBIDO      PIC S9(5)V99.
01 LIMITE-CONSERVADO    PIC S9(5)V99.
01 SALDO-FUSIONADO      PIC S9(6)V99.
01 SALDO-FUSION-MOSTRAR PIC -Z(5).99.
01 FUSION-VALIDA        PIC X.
01 RESPUESTA-FUSION     PIC X.
01 SECUENCIA-SALIDA-REG PIC 9(7).
01 SECUENCIA-ENTRADA-REG PIC 9(7).
01 TABLA-FUSIONES.
   05 FUSION-ENTRADA OCCURS 1000 TIMES.
      10 FUS-ABSORBIDO     PIC 9(5).
      10 FUS-CONSERVADO    PIC 9(5).
      10 FUS-FECHA         PIC 9(8).
01 TOTAL-FUSIONES       PIC 9(4).
01 INDICE-FUSION        PIC 9(4).
01 FUSION-ENCONTRADA    PIC 9(4).

*> IDs cuyos movimientos se muestran en el historial de un cliente:
*> el consultado y los que se fusionaron en el (tambien los
*> fusionados antes en esos)
01 TABLA-IDS-HISTORIAL.
   05 ID-HISTORIAL OCCURS 20 TIMES PIC 9(5).
01 TOTAL-IDS-HISTORIAL  PIC 99.
01 INDICE-ID-HISTORIAL  PIC 99.
01 ID-EN-HISTORIAL      PIC X.

*> Variables de la reconstruccion del indice de clientes y de las
*> busquedas exactas por correo y telefono
01 ESTADO-VIEJO         PIC XX.
        CLOSE ARCHIVO-CONTEO
    END-IF

    PERFORM UNTIL OPCION-SELECCIONADA = 19
        DISPLAY " "
        DISPLAY "======= MENU DE OPCIONES ======="
        DISPLAY "1. Agregar nuevo cliente"
        DISPLAY "12. Administracion de operadores"
        DISPLAY "13. Cambiar mi clave"
        DISPLAY "14. Operaciones pendientes de aprobacion"
        DISPLAY "15. Ordenes permanentes de transferencia"
        DISPLAY "16. Cobros del banco en suspenso"
        DISPLAY "17. Avisos al cliente"
        DISPLAY "18. Fusionar clientes duplicados"
        DISPLAY "19. Salir"
        DISPLAY "Seleccione una opcion (1-19):"
        ACCEPT OPCION-SELECCIONADA

        EVALUATE OPCION-SELECCIONADA
            WHEN 5
                PERFORM ACTUALIZAR-CLIENTE
            WHEN 6
                MOVE "Eliminar cliente" TO DETALLE-SEG-REG
                PERFORM REGISTRAR-OPCION-SUPERVISOR
                IF PERFIL-ACTUAL = "S"
                    PERFORM ELIMINAR-CLIENTE
                ELSE
                    DISPLAY "Solo un supervisor puede eliminar clientes."
                END-IF
            WHEN 7
                MOVE "Reactivar cliente" TO DETALLE-SEG-REG
                PERFORM REGISTRAR-OPCION-SUPERVISOR
                IF PERFIL-ACTUAL = "S"
                    PERFORM REACTIVAR-CLIENTE
                ELSE
            WHEN 10
                PERFORM TRANSFERIR-ENTRE-CLIENTES
            WHEN 11
                MOVE "Reversar movimiento" TO DETALLE-SEG-REG
                PERFORM REGISTRAR-OPCION-SUPERVISOR
                IF PERFIL-ACTUAL = "S"
                    PERFORM REVERSAR-MOVIMIENTO
                ELSE
                        "movimientos."
                END-IF
            WHEN 12
                MOVE "Administracion de operadores" TO DETALLE-SEG-REG
                PERFORM REGISTRAR-OPCION-SUPERVISOR
                IF PERFIL-ACTUAL = "S"
                    PERFORM ADMINISTRAR-OPERADORES
                ELSE
            WHEN 13
                PERFORM CAMBIAR-CLAVE-PROPIA
            WHEN 14
                MOVE "Operaciones pendientes" TO DETALLE-SEG-REG
                PERFORM REGISTRAR-OPCION-SUPERVISOR
                IF PERFIL-ACTUAL = "S"
                    PERFORM REVISAR-OPERACIONES-PENDIENTES
                ELSE
                        "operaciones pendientes."
                END-IF
            WHEN 15
                PERFORM ADMINISTRAR-ORDENES-PERMANENTES
            WHEN 16
                PERFORM ADMINISTRAR-RECIBOS-SUSPENSO
            WHEN 17
                PERFORM CAMBIAR-PREFERENCIA-AVISOS
            WHEN 18
                MOVE "Fusionar clientes" TO DETALLE-SEG-REG
                PERFORM REGISTRAR-OPCION-SUPERVISOR
                IF PERFIL-ACTUAL = "S"
                    PERFORM FUSIONAR-CLIENTES
                ELSE
                    DISPLAY "Solo un supervisor puede fusionar "
                        "clientes."
                END-IF
            WHEN 19
                DISPLAY "Saliendo del programa..."
            WHEN OTHER
                DISPLAY "Opcion invalida. Intente nuevamente."
*> sin estado ni marca de cambio de clave) y lo convierte: la clave
*> se sustituye por su hash, todos los operadores quedan activos, y
*> el ADMIN que conserva la clave ADMIN queda obligado a cambiarla.
*> En un archivo ya convertido todos los registros tienen A, I o B en
*> el estado y S o N en la marca; en uno viejo esas posiciones caen
*> dentro del nombre del operador, que practicamente nunca cumple
*> ambas condiciones a la vez.
MIGRAR-OPERADORES-SI-HACE-FALTA.
    MOVE 1 TO INDICE-OPERADOR
    PERFORM UNTIL INDICE-OPERADOR > TOTAL-OPERADORES
        IF (OPE-ESTADO(INDICE-OPERADOR) NOT = "A"
            AND OPE-ESTADO(INDICE-OPERADOR) NOT = "I"
            AND OPE-ESTADO(INDICE-OPERADOR) NOT = "B")
            OR (OPE-CAMBIO(INDICE-OPERADOR) NOT = "S"
                AND OPE-CAMBIO(INDICE-OPERADOR) NOT = "N")
            MOVE "S" TO FORMATO-VIEJO
    .

*> Menu de administracion de operadores (solo supervisores): altas,
*> bajas, reactivaciones, restablecimiento de claves y desbloqueos,
*> todo dentro del sistema en vez de editar operadores.txt a mano.
*> Cada cambio queda en la bitacora de seguridad.
ADMINISTRAR-OPERADORES.
    MOVE 0 TO OPCION-OPERADORES

    PERFORM UNTIL OPCION-OPERADORES = 7
        DISPLAY " "
        DISPLAY "======= ADMINISTRACION DE OPERADORES ======="
        DISPLAY "1. Dar de alta un operador"
        DISPLAY "3. Reactivar un operador"
        DISPLAY "4. Restablecer la clave de un operador"
        DISPLAY "5. Listar operadores"
        DISPLAY "6. Desbloquear un operador"
        DISPLAY "7. Volver al menu principal"
        DISPLAY "Seleccione una opcion (1-7):"
        ACCEPT OPCION-OPERADORES

        EVALUATE OPCION-OPERADORES
            WHEN 5
                PERFORM LISTAR-OPERADORES
            WHEN 6
                PERFORM DESBLOQUEAR-OPERADOR
            WHEN 7
                CONTINUE
            WHEN OTHER
                DISPLAY "Opcion invalida. Intente nuevamente."
        PERFORM GRABAR-TABLA-OPERADORES
        DISPLAY "Operador " FUNCTION TRIM(CODIGO-NUEVO) " dado de "
            "alta. Debera cambiar su clave al iniciar sesion."

        MOVE "ALTA-OPER" TO EVENTO-SEG-REG
        MOVE "OK" TO RESULTADO-SEG-REG
        MOVE CODIGO-NUEVO TO OBJETIVO-SEG-REG
        STRING "Perfil " DELIMITED BY SIZE
            PERFIL-NUEVO DELIMITED BY SIZE
            INTO DETALLE-SEG-REG
        PERFORM REGISTRAR-EVENTO-SEGURIDAD
    END-IF
    .

            MOVE "I" TO OPE-ESTADO(INDICE-ENCONTRADO)
            PERFORM GRABAR-TABLA-OPERADORES
            DISPLAY "Operador dado de baja."
            MOVE "BAJA-OPER" TO EVENTO-SEG-REG
            MOVE "OK" TO RESULTADO-SEG-REG
            MOVE CODIGO-BUSCADO TO OBJETIVO-SEG-REG
            PERFORM REGISTRAR-EVENTO-SEGURIDAD
    END-EVALUATE
    .

*> Reactiva un operador dado de baja; queda obligado a cambiar la
*> clave, su clave anterior pudo perder vigencia durante la baja. Un
*> operador bloqueado no se reactiva aqui sino con el desbloqueo.
REACTIVAR-OPERADOR.
    PERFORM CARGAR-TABLA-OPERADORES

            DISPLAY "No existe un operador con ese codigo."
        WHEN OPE-ESTADO(INDICE-ENCONTRADO) = "A"
            DISPLAY "Ese operador ya esta activo."
        WHEN OPE-ESTADO(INDICE-ENCONTRADO) = "B"
            DISPLAY "Ese operador esta bloqueado: use la opcion de "
                "desbloqueo."
        WHEN OTHER
            MOVE "A" TO OPE-ESTADO(INDICE-ENCONTRADO)
            MOVE "S" TO OPE-CAMBIO(INDICE-ENCONTRADO)
            PERFORM GRABAR-TABLA-OPERADORES
            DISPLAY "Operador reactivado. Debera cambiar su clave "
                "al iniciar sesion."
            MOVE "REACTIVA-OPER" TO EVENTO-SEG-REG
            MOVE "OK" TO RESULTADO-SEG-REG
            MOVE CODIGO-BUSCADO TO OBJETIVO-SEG-REG
            PERFORM REGISTRAR-EVENTO-SEGURIDAD
    END-EVALUATE
    .

*> Restablece la clave de un operador que la olvido: el supervisor
*> asigna una clave temporal y el operador queda obligado a cambiarla
*> en su proximo inicio de sesion. Un operador bloqueado sigue
*> bloqueado hasta que se lo desbloquee.
RESTABLECER-CLAVE-OPERADOR.
    PERFORM CARGAR-TABLA-OPERADORES

        PERFORM GRABAR-TABLA-OPERADORES
        DISPLAY "Clave restablecida. El operador debera cambiarla "
            "al iniciar sesion."
        IF OPE-ESTADO(INDICE-ENCONTRADO) = "B"
            DISPLAY "El operador sigue bloqueado: desbloqueelo para "
                "que pueda iniciar sesion."
        END-IF

        MOVE "RESET-CLAVE" TO EVENTO-SEG-REG
        MOVE "OK" TO RESULTADO-SEG-REG
        MOVE CODIGO-BUSCADO TO OBJETIVO-SEG-REG
        PERFORM REGISTRAR-EVENTO-SEGURIDAD
    END-IF
    .

*> Desbloquea a un operador que quedo bloqueado por intentos
*> fallidos: vuelve a estado A con la misma clave (si la olvido, el
*> supervisor la restablece aparte) y su cuenta de fallos vuelve a
*> cero
DESBLOQUEAR-OPERADOR.
    PERFORM CARGAR-TABLA-OPERADORES

    DISPLAY "Codigo del operador a desbloquear:"
    ACCEPT CODIGO-BUSCADO
    MOVE FUNCTION UPPER-CASE(CODIGO-BUSCADO) TO CODIGO-BUSCADO
    PERFORM BUSCAR-INDICE-OPERADOR

    EVALUATE TRUE
        WHEN INDICE-ENCONTRADO = 0
            DISPLAY "No existe un operador con ese codigo."
        WHEN OPE-ESTADO(INDICE-ENCONTRADO) NOT = "B"
            DISPLAY "Ese operador no esta bloqueado."
        WHEN OTHER
            MOVE "A" TO OPE-ESTADO(INDICE-ENCONTRADO)
            PERFORM GRABAR-TABLA-OPERADORES
            DISPLAY "Operador desbloqueado."
            MOVE "DESBLOQUEO" TO EVENTO-SEG-REG
            MOVE "OK" TO RESULTADO-SEG-REG
            MOVE CODIGO-BUSCADO TO OBJETIVO-SEG-REG
            PERFORM REGISTRAR-EVENTO-SEGURIDAD
    END-EVALUATE
    .

*> Lista los operadores registrados con su perfil y estado
LISTAR-OPERADORES.
    PERFORM CARGAR-TABLA-OPERADORES
            ADD 1 TO INDICE-OPERADOR
        END-PERFORM
        DISPLAY "(perfil S=supervisor O=operador; "
            "estado A=activo I=baja B=bloqueado)"
    END-IF
    .

*> Cambia la clave del operador firmado: pide la clave vigente, la
*> nueva dos veces, y guarda el hash. Tambien se usa para el cambio
*> obligado del primer inicio de sesion; deja en CAMBIO-REALIZADO si
*> el cambio se concreto. El intento queda en la bitacora.
CAMBIAR-CLAVE-PROPIA.
    MOVE "N" TO CAMBIO-REALIZADO
    PERFORM CARGAR-TABLA-OPERADORES

        IF OPE-CLAVE(INDICE-ENCONTRADO) NOT = CLAVE-HASH
            DISPLAY "La clave actual no es correcta."
            MOVE "Clave actual incorrecta" TO DETALLE-SEG-REG
        ELSE
            DISPLAY "Clave nueva:"
            ACCEPT CLAVE-NUEVA
            EVALUATE TRUE
                WHEN CLAVE-NUEVA = SPACES
                    DISPLAY "La clave no puede estar vacia."
                    MOVE "Clave nueva vacia" TO DETALLE-SEG-REG
                WHEN CLAVE-NUEVA NOT = CLAVE-CONFIRMA
                    DISPLAY "Las claves no coinciden."
                    MOVE "Confirmacion distinta" TO DETALLE-SEG-REG
                WHEN CLAVE-NUEVA = CLAVE-BUSCADA
                    DISPLAY "La clave nueva no puede ser igual a "
                        "la actual."
                    MOVE "Clave nueva igual a la actual"
                        TO DETALLE-SEG-REG
                WHEN OTHER
                    MOVE CLAVE-NUEVA TO CLAVE-BUSCADA
                    PERFORM CALCULAR-HASH-CLAVE
                    DISPLAY "Clave cambiada correctamente."
            END-EVALUATE
        END-IF

        MOVE "CAMBIO-CLAVE" TO EVENTO-SEG-REG
        IF CAMBIO-REALIZADO = "S"
            MOVE "OK" TO RESULTADO-SEG-REG
        ELSE
            MOVE "FALLIDO" TO RESULTADO-SEG-REG
        END-IF
        MOVE OPERADOR-ACTUAL TO OBJETIVO-SEG-REG
        PERFORM REGISTRAR-EVENTO-SEGURIDAD
    END-IF
    .

        IF OPERADOR-VALIDO = "S"
            MOVE CODIGO-BUSCADO TO OPERADOR-ACTUAL
            MOVE PERFIL-ENCONTRADO TO PERFIL-ACTUAL
            MOVE "INICIO-SESION" TO EVENTO-SEG-REG
            MOVE "OK" TO RESULTADO-SEG-REG
            PERFORM REGISTRAR-EVENTO-SEGURIDAD
            DISPLAY "Bienvenido, " FUNCTION TRIM(NOMBRE-ENCONTRADO) "."

            IF CAMBIO-ENCONTRADO = "S"
            END-IF
        ELSE
            ADD 1 TO INTENTOS-SESION
            MOVE "INICIO-SESION" TO EVENTO-SEG-REG
            PERFORM ANOTAR-FALLO-CLAVE
        END-IF
    END-PERFORM
    .
*> CODIGO-BUSCADO/CLAVE-BUSCADA (la clave se compara por su hash y
*> solo cuentan los operadores activos); si existen deja
*> OPERADOR-VALIDO = S junto con el perfil, nombre y marca de cambio
*> de clave encontrados. Si el codigo existe, haya acertado o no la
*> clave, deja su estado en ESTADO-ENCONTRADO.
BUSCAR-OPERADOR.
    MOVE "N" TO OPERADOR-VALIDO
    MOVE SPACES TO PERFIL-ENCONTRADO
    MOVE SPACES TO NOMBRE-ENCONTRADO
    MOVE SPACES TO CAMBIO-ENCONTRADO
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
                        AND OPERADOR-EN-ALTA
    END-IF
    .

*> Deja en la bitacora un intento fallido del codigo tecleado en
*> CODIGO-BUSCADO (el evento, inicio de sesion o autorizacion, ya
*> viene en EVENTO-SEG-REG). Un operador bloqueado se anota como tal
*> y se le avisa; para uno activo se cuentan sus fallos seguidos y al
*> llegar a MAXIMO-FALLOS queda bloqueado.
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
*> del codigo en CODIGO-BUSCADO, sumando los inicios de sesion y las
*> autorizaciones con clave incorrecta de todos los programas. Un
*> ingreso con la clave correcta, o un bloqueo, desbloqueo o
*> restablecimiento de clave de ese operador, vuelven la cuenta a
*> cero.
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

*> Bloquea al operador de CODIGO-BUSCADO: queda con estado B en
*> operadores.txt y ningun programa lo acepta hasta que un supervisor
*> lo desbloquee desde la administracion de operadores
BLOQUEAR-OPERADOR.
    PERFORM CARGAR-TABLA-OPERADORES
    PERFORM BUSCAR-INDICE-OPERADOR

    IF INDICE-ENCONTRADO > 0
        MOVE "B" TO OPE-ESTADO(INDICE-ENCONTRADO)
        PERFORM GRABAR-TABLA-OPERADORES

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
*> tecleadas en CODIGO-BUSCADO/CLAVE-BUSCADA para autorizar una
*> operacion (descrita en DETALLE-SEG-REG): OK si son de un
*> supervisor activo, RECHAZADO si son de un operador sin ese perfil;
*> si no son validas cuentan como intento fallido de ese codigo
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

*> Deja en la bitacora el uso de una opcion del menu reservada a
*> supervisores (descrita en DETALLE-SEG-REG): OK si el operador
*> firmado es supervisor, RECHAZADO si un operador comun la intento
REGISTRAR-OPCION-SUPERVISOR.
    MOVE "OPCION-SUPERV" TO EVENTO-SEG-REG
    IF PERFIL-ACTUAL = "S"
        MOVE "OK" TO RESULTADO-SEG-REG
    ELSE
        MOVE "RECHAZADO" TO RESULTADO-SEG-REG
    END-IF
    PERFORM REGISTRAR-EVENTO-SEGURIDAD
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
    MOVE "MENU-CLIENTES" TO PROGRAMA-SEG
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

*> Determina si clientes.txt ya existe y tiene al menos un registro.
*> VERIFICAR-ARCHIVO-TEMPORAL usa esto para decidir si puede recrear
*> clientes.txt con OPEN OUTPUT (lo deja vacio) o si, al tener ya
    PERFORM GUARDAR-SECUENCIA-MOV
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
    ACCEPT FECHA-CAMBIO FROM DATE YYYYMMDD
    ACCEPT HORA-CAMBIO-REG FROM TIME
    MOVE HORA-CAMBIO-REG(1:6) TO HORA-CAMBIO
    MOVE OPERADOR-ACTUAL TO OPERADOR-CAMBIO
    MOVE "MENU-CLIENTES" TO PROGRAMA-CAMBIO

    OPEN EXTEND ARCHIVO-CAMBIOS
    IF ESTADO-CAMBIOS NOT = "00"
        OPEN OUTPUT ARCHIVO-CAMBIOS
    END-IF
    WRITE REGISTRO-CAMBIO
    CLOSE ARCHIVO-CAMBIOS
    .

*> Deja en cambios_clientes.txt el fin de la marca de inactividad
*> cuando una operacion ya grabada saco al cliente vigente del estado
*> dormido (la marca que tenia se guarda en MARCA-ANTERIOR antes de
*> limpiarla). CARTERA-MENSUAL rearma con estas filas los clientes
*> dormidos al cierre de cada mes.
REGISTRAR-FIN-INACTIVIDAD.
    IF MARCA-ANTERIOR = "D"
        MOVE "MARCA-INACTIVIDAD" TO CAMPO-CAMBIO-REG
        MOVE "D" TO VALOR-ANTERIOR-REG
        MOVE SPACES TO VALOR-NUEVO-REG
        PERFORM REGISTRAR-CAMBIO-CLIENTE
    END-IF
    .

*> Añade un nuevo cliente al archivo
AGREGAR-CLIENTE.
    PERFORM LEER-ULTIMO-ID
            SALDO-MOSTRAR ", por debajo del limite de credito "
            LIMITE-MOSTRAR "."

        MOVE "Saldo bajo el limite de credito" TO DETALLE-SEG-REG
        PERFORM PEDIR-AUTORIZACION-SUPERVISOR

        IF OPERACION-AUTORIZADA = "N"
        DISPLAY "ATENCION: el limite de credito pasaria de "
            LIMITE-MOSTRAR " a " LIMITE-NUEVO-MOSTRAR "."

        MOVE "Reduccion del limite de credito" TO DETALLE-SEG-REG
        PERFORM PEDIR-AUTORIZACION-SUPERVISOR

        IF OPERACION-AUTORIZADA = "N"
*> Pide la autorizacion de un supervisor para la operacion en curso:
*> basta la confirmacion del operador firmado si es supervisor, o
*> las credenciales de un supervisor en caso contrario. Deja el
*> resultado en OPERACION-AUTORIZADA y en la bitacora, con la
*> operacion que el llamador describio en DETALLE-SEG-REG.
PEDIR-AUTORIZACION-SUPERVISOR.
    IF PERFIL-ACTUAL = "S"
        DISPLAY "¿Autoriza la operacion como supervisor? (S/N):"
        ACCEPT RESPUESTA-SUPERVISOR
        MOVE FUNCTION UPPER-CASE(RESPUESTA-SUPERVISOR)
            TO RESPUESTA-SUPERVISOR
        MOVE "AUTORIZACION" TO EVENTO-SEG-REG
        IF RESPUESTA-SUPERVISOR NOT = "S"
            MOVE "N" TO OPERACION-AUTORIZADA
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
        PERFORM REGISTRAR-AUTORIZACION

        IF OPERADOR-VALIDO NOT = "S"
            OR PERFIL-ENCONTRADO NOT = "S"
            WHEN "D"
                DISPLAY "Ingrese el ID del cliente para el deposito "
                    "o retiro:"
            WHEN "S"
                DISPLAY "Ingrese el ID del cliente al que se asigna "
                    "el cobro:"
            WHEN "V"
                DISPLAY "Ingrese el ID del cliente para sus avisos:"
            WHEN OTHER
                DISPLAY "Ingrese el ID:"
        END-EVALUATE
                IF OPERACION-AUTORIZADA = "N"
                    MOVE "F" TO ENCONTRADO
                ELSE
                    MOVE NOMBRE TO NOMBRE-ANTERIOR
                    MOVE CORREO TO CORREO-ANTERIOR
                    MOVE TELEFONO TO TELEFONO-ANTERIOR
                    MOVE LIMITE-CREDITO TO LIMITE-ANTERIOR
                    MOVE CATEGORIA-CLIENTE TO CATEGORIA-ANTERIOR
                    MOVE MARCA-INACTIVIDAD TO MARCA-ANTERIOR

                    MOVE NOMBRE-INGRESADO TO NOMBRE
                    MOVE FUNCTION LOWER-CASE(CORREO-INGRESADO)
                        TO CORREO
                            MOVE SALDO-INGRESADO TO SALDO-NUEVO-MOV
                            MOVE "AJ" TO TIPO-MOV-REG
                            PERFORM REGISTRAR-MOVIMIENTO
                            PERFORM REGISTRAR-CAMBIOS-ACTUALIZACION
                    END-REWRITE
                END-IF
            END-IF
    END-IF
    .

*> Deja en cambios_clientes.txt una fila por cada dato no monetario
*> que ACTUALIZAR-CLIENTE modifico (el saldo ya queda en el
*> movimiento AJ); los campos que se recapturaron iguales no se
*> anotan
REGISTRAR-CAMBIOS-ACTUALIZACION.
    IF NOMBRE NOT = NOMBRE-ANTERIOR
        MOVE "NOMBRE" TO CAMPO-CAMBIO-REG
        MOVE NOMBRE-ANTERIOR TO VALOR-ANTERIOR-REG
        MOVE NOMBRE TO VALOR-NUEVO-REG
        PERFORM REGISTRAR-CAMBIO-CLIENTE
    END-IF

    IF CORREO NOT = CORREO-ANTERIOR
        MOVE "CORREO" TO CAMPO-CAMBIO-REG
        MOVE CORREO-ANTERIOR TO VALOR-ANTERIOR-REG
        MOVE CORREO TO VALOR-NUEVO-REG
        PERFORM REGISTRAR-CAMBIO-CLIENTE
    END-IF

    IF TELEFONO NOT = TELEFONO-ANTERIOR
        MOVE "TELEFONO" TO CAMPO-CAMBIO-REG
        MOVE TELEFONO-ANTERIOR TO VALOR-ANTERIOR-REG
        MOVE TELEFONO TO VALOR-NUEVO-REG
        PERFORM REGISTRAR-CAMBIO-CLIENTE
    END-IF

    IF LIMITE-CREDITO NOT = LIMITE-ANTERIOR
        MOVE "LIMITE-CREDITO" TO CAMPO-CAMBIO-REG
        MOVE LIMITE-ANTERIOR TO VALOR-EDITADO-CAMBIO
        MOVE FUNCTION TRIM(VALOR-EDITADO-CAMBIO) TO VALOR-ANTERIOR-REG
        MOVE LIMITE-CREDITO TO VALOR-EDITADO-CAMBIO
        MOVE FUNCTION TRIM(VALOR-EDITADO-CAMBIO) TO VALOR-NUEVO-REG
        PERFORM REGISTRAR-CAMBIO-CLIENTE
    END-IF

    IF CATEGORIA-CLIENTE NOT = CATEGORIA-ANTERIOR
        MOVE "CATEGORIA-CLIENTE" TO CAMPO-CAMBIO-REG
        MOVE CATEGORIA-ANTERIOR TO VALOR-ANTERIOR-REG
        MOVE CATEGORIA-CLIENTE TO VALOR-NUEVO-REG
        PERFORM REGISTRAR-CAMBIO-CLIENTE
    END-IF

    PERFORM REGISTRAR-FIN-INACTIVIDAD
    .

*> Registra un deposito o un retiro sobre el saldo de un cliente sin
*> tener que recapturar nombre, correo y telefono como en
*> ACTUALIZAR-CLIENTE. Solo pide el ID y el monto, aplica el monto al
                    DISPLAY "El cliente esta marcado sin movimientos "
                        "recientes: la operacion requiere "
                        "confirmacion de un supervisor."
                    MOVE "Operacion con cliente sin movimientos"
                        TO DETALLE-SEG-REG
                    PERFORM PEDIR-AUTORIZACION-SUPERVISOR
                END-IF
                IF OPERACION-AUTORIZADA = "S"
    IF OPERACION-AUTORIZADA = "S"
        MOVE SALDO TO SALDO-ANTERIOR-MOV
        MOVE SALDO-PROPUESTO TO SALDO
        MOVE MARCA-INACTIVIDAD TO MARCA-ANTERIOR
        MOVE SPACE TO MARCA-INACTIVIDAD

        REWRITE REGISTRO-CLIENTE
            NOT INVALID KEY
                MOVE SALDO TO SALDO-NUEVO-MOV
                PERFORM REGISTRAR-MOVIMIENTO
                PERFORM REGISTRAR-FIN-INACTIVIDAD
                MOVE SALDO TO SALDO-MOSTRAR
                DISPLAY "Operacion registrada. Nuevo saldo: "
                    SALDO-MOSTRAR
        MOVE "P" TO PEN-ESTADO(TOTAL-PENDIENTES)
        MOVE SPACES TO PEN-SUPERVISOR(TOTAL-PENDIENTES)
        MOVE 0 TO PEN-FECHA-RES(TOTAL-PENDIENTES)
        MOVE REFERENCIA-PENDIENTE-REG
            TO PEN-REFERENCIA(TOTAL-PENDIENTES)

        PERFORM GRABAR-TABLA-PENDIENTES
        DISPLAY "Operacion capturada como pendiente (numero "
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
        MOVE PEN-ESTADO(INDICE-PENDIENTE) TO ESTADO-PENDIENTE
        MOVE PEN-SUPERVISOR(INDICE-PENDIENTE) TO SUPERVISOR-PENDIENTE
        MOVE PEN-FECHA-RES(INDICE-PENDIENTE) TO FECHA-RESUELTO
        MOVE PEN-REFERENCIA(INDICE-PENDIENTE) TO REFERENCIA-PENDIENTE
        IF PEN-ESTADO(INDICE-PENDIENTE) = "P"
            WRITE REGISTRO-PENDIENTE
        ELSE
    DISPLAY "Cliente " ID-CLIENTE ": " FUNCTION TRIM(NOMBRE)
    DISPLAY "Tipo: " PEN-TIPO(INDICE-PENDIENTE)
        "  Monto: " MONTO-PEN-MOSTRAR
    IF PEN-TIPO(INDICE-PENDIENTE) = "TE"
        AND PEN-REFERENCIA(INDICE-PENDIENTE) > 0
        DISPLAY "Transferencia al cliente "
            PEN-REFERENCIA(INDICE-PENDIENTE)(3:5)
            " (orden permanente retenida por el limite)"
    END-IF
    DISPLAY "Saldo actual: " SALDO-MOSTRAR
        "  Saldo resultante: " SALDO-RESULTANTE-MOSTRAR
        "  Limite: " LIMITE-MOSTRAR

    EVALUATE RESPUESTA-PENDIENTE
        WHEN "A"
            IF PEN-TIPO(INDICE-PENDIENTE) = "TE"
                AND PEN-REFERENCIA(INDICE-PENDIENTE) > 0
                PERFORM APLICAR-PENDIENTE-TRANSFERENCIA
            ELSE
                PERFORM APLICAR-PENDIENTE-APROBADO
            END-IF
        WHEN "R"
            PERFORM MARCAR-PENDIENTE-RECHAZADO
            DISPLAY "Operacion rechazada."
APLICAR-PENDIENTE-APROBADO.
    MOVE SALDO TO SALDO-ANTERIOR-MOV
    MOVE SALDO-RESULTANTE TO SALDO
    MOVE MARCA-INACTIVIDAD TO MARCA-ANTERIOR
    MOVE SPACE TO MARCA-INACTIVIDAD

    REWRITE REGISTRO-CLIENTE
            MOVE PEN-OPERADOR(INDICE-PENDIENTE) TO OPERADOR-ACTUAL
            PERFORM REGISTRAR-MOVIMIENTO
            MOVE OPERADOR-GUARDADO TO OPERADOR-ACTUAL
            PERFORM REGISTRAR-FIN-INACTIVIDAD

            MOVE "A" TO PEN-ESTADO(INDICE-PENDIENTE)
            MOVE OPERADOR-ACTUAL
    END-REWRITE
    .

*> Aplica una transferencia pendiente aprobada (las ordenes
*> permanentes que el lote retuvo por el limite de credito del
*> origen): se valida otra vez el destino guardado en PEN-REFERENCIA y
*> se aplican los dos lados por el mismo camino que una transferencia
*> de la opcion 10, con el operador que la capturo como autor de los
*> movimientos. Solo queda aprobada si el cargo al origen se grabo.
APLICAR-PENDIENTE-TRANSFERENCIA.
    MOVE PEN-CLIENTE(INDICE-PENDIENTE) TO ID-ORIGEN
    MOVE PEN-REFERENCIA(INDICE-PENDIENTE) TO ID-DESTINO
    COMPUTE MONTO-OPERACION = 0 - PEN-MONTO(INDICE-PENDIENTE)

    PERFORM VALIDAR-CLIENTES-TRANSFERENCIA

    IF TRANSFERENCIA-VALIDA = "S"
        MOVE OPERADOR-ACTUAL TO OPERADOR-GUARDADO
        MOVE PEN-OPERADOR(INDICE-PENDIENTE) TO OPERADOR-ACTUAL
        PERFORM APLICAR-TRANSFERENCIA
        MOVE OPERADOR-GUARDADO TO OPERADOR-ACTUAL

        IF TRANSFERENCIA-APLICADA = "S"
            MOVE "A" TO PEN-ESTADO(INDICE-PENDIENTE)
            MOVE OPERADOR-ACTUAL
                TO PEN-SUPERVISOR(INDICE-PENDIENTE)
            ACCEPT PEN-FECHA-RES(INDICE-PENDIENTE)
                FROM DATE YYYYMMDD
        END-IF
    ELSE
        DISPLAY "La transferencia no se puede aplicar: la operacion "
            "sigue pendiente (puede rechazarla)."
    END-IF
    .

*> Marca la operacion pendiente vigente como rechazada, con el
*> supervisor y la fecha de la decision
MARCAR-PENDIENTE-RECHAZADO.
            "movimientos recientes: se requiere confirmacion de un "
            "supervisor."
        MOVE "S" TO OPERACION-AUTORIZADA
        MOVE "Transferencia con cliente sin movimiento"
            TO DETALLE-SEG-REG
        PERFORM PEDIR-AUTORIZACION-SUPERVISOR
        IF OPERACION-AUTORIZADA = "N"
            MOVE "N" TO TRANSFERENCIA-VALIDA
*> ser un error fisico del archivo; en ese caso se avisa en pantalla
*> para aplicar el abono a mano de inmediato.
APLICAR-TRANSFERENCIA.
    MOVE "N" TO TRANSFERENCIA-APLICADA
    MOVE ID-ORIGEN TO ID-CLIENTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        NOT INVALID KEY
            MOVE SALDO TO SALDO-ANTERIOR-MOV
            SUBTRACT MONTO-OPERACION FROM SALDO
            MOVE MARCA-INACTIVIDAD TO MARCA-ANTERIOR
            MOVE SPACE TO MARCA-INACTIVIDAD

            REWRITE REGISTRO-CLIENTE
                    DISPLAY "No se pudo cargar el retiro al origen. "
                        "Transferencia cancelada."
                NOT INVALID KEY
                    MOVE "S" TO TRANSFERENCIA-APLICADA
                    MOVE SALDO TO SALDO-NUEVO-MOV
                    MOVE "TE" TO TIPO-MOV-REG
                    MOVE ID-DESTINO TO REFERENCIA-REG
                    PERFORM REGISTRAR-MOVIMIENTO
                    PERFORM REGISTRAR-FIN-INACTIVIDAD

                    MOVE SALDO TO SALDO-MOSTRAR
                    DISPLAY "Retiro aplicado al origen. Nuevo saldo: "
        NOT INVALID KEY
            MOVE SALDO TO SALDO-ANTERIOR-MOV
            ADD MONTO-OPERACION TO SALDO
            MOVE MARCA-INACTIVIDAD TO MARCA-ANTERIOR
            MOVE SPACE TO MARCA-INACTIVIDAD

            REWRITE REGISTRO-CLIENTE
                    MOVE "TR" TO TIPO-MOV-REG
                    MOVE ID-ORIGEN TO REFERENCIA-REG
                    PERFORM REGISTRAR-MOVIMIENTO
                    PERFORM REGISTRAR-FIN-INACTIVIDAD

                    MOVE SALDO TO SALDO-MOSTRAR
                    DISPLAY "Transferencia completada. Nuevo saldo "
    END-READ
    .

*> Mantenimiento de las ordenes permanentes: transferencias que el
*> cliente pide repetir cada mes, trimestre, semestre o año por el
*> mismo monto. Aqui solo se dan de alta, se suspenden, se reanudan o
*> se cancelan; el cobro lo hace cada noche el lote LOTE-ORDENES.
ADMINISTRAR-ORDENES-PERMANENTES.
    MOVE 0 TO OPCION-ORDENES

    PERFORM UNTIL OPCION-ORDENES = 6
        DISPLAY " "
        DISPLAY "======= ORDENES PERMANENTES ======="
        DISPLAY "1. Dar de alta una orden"
        DISPLAY "2. Suspender una orden"
        DISPLAY "3. Reanudar una orden suspendida"
        DISPLAY "4. Cancelar una orden"
        DISPLAY "5. Listar ordenes"
        DISPLAY "6. Volver al menu principal"
        DISPLAY "Seleccione una opcion (1-6):"
        ACCEPT OPCION-ORDENES

        EVALUATE OPCION-ORDENES
            WHEN 1
                PERFORM ALTA-ORDEN-PERMANENTE
            WHEN 2
                MOVE "S" TO ESTADO-ORDEN-NUEVO
                PERFORM CAMBIAR-ESTADO-ORDEN
            WHEN 3
                MOVE "A" TO ESTADO-ORDEN-NUEVO
                PERFORM CAMBIAR-ESTADO-ORDEN
            WHEN 4
                MOVE "C" TO ESTADO-ORDEN-NUEVO
                PERFORM CAMBIAR-ESTADO-ORDEN
            WHEN 5
                PERFORM LISTAR-ORDENES-PERMANENTES
            WHEN 6
                CONTINUE
            WHEN OTHER
                DISPLAY "Opcion invalida. Intente nuevamente."
        END-EVALUATE
    END-PERFORM
    .

*> Da de alta una orden permanente. Los dos clientes se validan igual
*> que en una transferencia (deben existir, estar activos y ser
*> distintos); el limite de credito no se revisa aqui sino en cada
*> cobro, porque el saldo del origen cambia de un mes a otro.
ALTA-ORDEN-PERMANENTE.
    PERFORM CARGAR-TABLA-ORDENES

    IF DESBORDE-ORDENES = "S"
        DISPLAY "ordenes_permanentes.txt tiene mas filas de las que "
            "admite la tabla: no se puede dar de alta sin perder "
            "filas."
    ELSE
    IF TOTAL-ORDENES >= 500
        DISPLAY "No se pueden dar de alta mas ordenes permanentes."
    ELSE
        MOVE 0 TO ID-ORIGEN
        PERFORM UNTIL ID-ORIGEN NOT = 0
            DISPLAY "Ingrese el ID del cliente de origen:"
            ACCEPT ID-ORIGEN
            IF ID-ORIGEN = 0
                DISPLAY "El ID ingresado no es valido."
            END-IF
        END-PERFORM

        MOVE 0 TO ID-DESTINO
        PERFORM UNTIL ID-DESTINO NOT = 0
                AND ID-DESTINO NOT = ID-ORIGEN
            DISPLAY "Ingrese el ID del cliente de destino:"
            ACCEPT ID-DESTINO
            IF ID-DESTINO = 0
                DISPLAY "El ID ingresado no es valido."
            ELSE
                IF ID-DESTINO = ID-ORIGEN
                    DISPLAY "El destino no puede ser el mismo cliente."
                    MOVE 0 TO ID-DESTINO
                END-IF
            END-IF
        END-PERFORM

        OPEN INPUT ARCHIVO-CLIENTES
        PERFORM VALIDAR-CLIENTES-TRANSFERENCIA
        CLOSE ARCHIVO-CLIENTES

        IF TRANSFERENCIA-VALIDA = "S"
            DISPLAY "Origen:  " FUNCTION TRIM(NOMBRE-ORIGEN)
            DISPLAY "Destino: " FUNCTION TRIM(NOMBRE-DESTINO)
            PERFORM CAPTURAR-MONTO-OPERACION
            PERFORM CAPTURAR-DATOS-ORDEN
            PERFORM GRABAR-ALTA-ORDEN
        ELSE
            DISPLAY "Alta de la orden cancelada."
        END-IF
    END-IF
    END-IF
    .

*> Pide frecuencia, dia de cobro y vigencia de la orden nueva
CAPTURAR-DATOS-ORDEN.
    MOVE SPACES TO FRECUENCIA-INGRESADA
    PERFORM UNTIL FRECUENCIA-INGRESADA = "M"
            OR FRECUENCIA-INGRESADA = "T"
            OR FRECUENCIA-INGRESADA = "S"
            OR FRECUENCIA-INGRESADA = "A"
        DISPLAY "Frecuencia (M=mensual, T=trimestral, S=semestral, "
            "A=anual):"
        ACCEPT FRECUENCIA-INGRESADA
        MOVE FUNCTION UPPER-CASE(FRECUENCIA-INGRESADA)
            TO FRECUENCIA-INGRESADA
        IF FRECUENCIA-INGRESADA NOT = "M"
            AND FRECUENCIA-INGRESADA NOT = "T"
            AND FRECUENCIA-INGRESADA NOT = "S"
            AND FRECUENCIA-INGRESADA NOT = "A"
            DISPLAY "La frecuencia debe ser M, T, S o A."
        END-IF
    END-PERFORM

*> un dia 29 a 31 se cobra el ultimo dia de los meses mas cortos
    MOVE 0 TO DIA-INGRESADO
    PERFORM UNTIL DIA-INGRESADO >= 1 AND DIA-INGRESADO <= 31
        DISPLAY "Dia del mes en que se cobra (1-31):"
        ACCEPT DIA-INGRESADO
        IF DIA-INGRESADO < 1 OR DIA-INGRESADO > 31
            DISPLAY "El dia debe estar entre 1 y 31."
        END-IF
    END-PERFORM

    MOVE 0 TO FECHA-INGRESADA
    PERFORM UNTIL FECHA-INGRESADA NOT = 0
        DISPLAY "Fecha de inicio (AAAAMMDD):"
        ACCEPT FECHA-TEXTO
        PERFORM VALIDAR-FECHA-TEXTO
    END-PERFORM
    MOVE FECHA-INGRESADA TO FECHA-INICIO-INGRESADA

    MOVE "N" TO FECHA-FIN-VALIDA
    PERFORM UNTIL FECHA-FIN-VALIDA = "S"
        DISPLAY "Fecha de fin (AAAAMMDD, o 0 si no vence):"
        ACCEPT FECHA-TEXTO
        IF FECHA-TEXTO = SPACES OR FECHA-TEXTO = "0"
            MOVE 0 TO FECHA-FIN-INGRESADA
            MOVE "S" TO FECHA-FIN-VALIDA
        ELSE
            PERFORM VALIDAR-FECHA-TEXTO
            IF FECHA-INGRESADA NOT = 0
                IF FECHA-INGRESADA < FECHA-INICIO-INGRESADA
                    DISPLAY "La fecha de fin no puede ser anterior a "
                        "la de inicio."
                ELSE
                    MOVE FECHA-INGRESADA TO FECHA-FIN-INGRESADA
                    MOVE "S" TO FECHA-FIN-VALIDA
                END-IF
            END-IF
        END-IF
    END-PERFORM
    .

*> Convierte FECHA-TEXTO en FECHA-INGRESADA si es una fecha AAAAMMDD
*> valida; si no, avisa y deja FECHA-INGRESADA en cero
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

*> Agrega la orden capturada a TABLA-ORDENES con el numero siguiente
*> al mayor existente y reescribe el archivo. La ultima ejecucion
*> arranca en cero para que el lote cobre desde la fecha de inicio.
GRABAR-ALTA-ORDEN.
    MOVE 0 TO MAX-NUMERO-ORDEN
    MOVE 1 TO INDICE-ORDEN
    PERFORM UNTIL INDICE-ORDEN > TOTAL-ORDENES
        IF ORD-NUMERO(INDICE-ORDEN) > MAX-NUMERO-ORDEN
            MOVE ORD-NUMERO(INDICE-ORDEN) TO MAX-NUMERO-ORDEN
        END-IF
        ADD 1 TO INDICE-ORDEN
    END-PERFORM

    ADD 1 TO TOTAL-ORDENES
    COMPUTE ORD-NUMERO(TOTAL-ORDENES) = MAX-NUMERO-ORDEN + 1
    MOVE ID-ORIGEN TO ORD-ORIGEN(TOTAL-ORDENES)
    MOVE ID-DESTINO TO ORD-DESTINO(TOTAL-ORDENES)
    MOVE MONTO-OPERACION TO ORD-MONTO(TOTAL-ORDENES)
    MOVE FRECUENCIA-INGRESADA TO ORD-FRECUENCIA(TOTAL-ORDENES)
    MOVE DIA-INGRESADO TO ORD-DIA(TOTAL-ORDENES)
    MOVE FECHA-INICIO-INGRESADA TO ORD-INICIO(TOTAL-ORDENES)
    MOVE FECHA-FIN-INGRESADA TO ORD-FIN(TOTAL-ORDENES)
    MOVE "A" TO ORD-ESTADO(TOTAL-ORDENES)
    MOVE OPERADOR-ACTUAL TO ORD-OPERADOR(TOTAL-ORDENES)
    MOVE 0 TO ORD-ULTIMA(TOTAL-ORDENES)

    PERFORM GRABAR-TABLA-ORDENES
    DISPLAY "Orden permanente " ORD-NUMERO(TOTAL-ORDENES)
        " dada de alta."
    .

*> Suspende, reanuda o cancela la orden que indique el operador,
*> segun ESTADO-ORDEN-NUEVO. Solo se suspende una orden activa y solo
*> se reanuda una suspendida; una orden cancelada ya no cambia (se
*> conserva en el archivo como rastro de lo que se cobro).
CAMBIAR-ESTADO-ORDEN.
    PERFORM CARGAR-TABLA-ORDENES

    IF DESBORDE-ORDENES = "S"
        DISPLAY "ordenes_permanentes.txt tiene mas filas de las que "
            "admite la tabla: no se puede modificar sin perder filas."
    ELSE
        DISPLAY "Numero de la orden:"
        ACCEPT NUMERO-ORDEN-BUSCADO

        MOVE 0 TO ORDEN-ENCONTRADA
        MOVE 1 TO INDICE-ORDEN
        PERFORM UNTIL INDICE-ORDEN > TOTAL-ORDENES
            IF ORD-NUMERO(INDICE-ORDEN) = NUMERO-ORDEN-BUSCADO
                MOVE INDICE-ORDEN TO ORDEN-ENCONTRADA
            END-IF
            ADD 1 TO INDICE-ORDEN
        END-PERFORM

        IF ORDEN-ENCONTRADA = 0
            DISPLAY "No existe una orden con ese numero."
        ELSE
        IF ORD-ESTADO(ORDEN-ENCONTRADA) = "C"
            DISPLAY "La orden ya esta cancelada."
        ELSE
        IF ESTADO-ORDEN-NUEVO = "S"
            AND ORD-ESTADO(ORDEN-ENCONTRADA) NOT = "A"
            DISPLAY "Solo se puede suspender una orden activa."
        ELSE
        IF ESTADO-ORDEN-NUEVO = "A"
            AND ORD-ESTADO(ORDEN-ENCONTRADA) NOT = "S"
            DISPLAY "Solo se puede reanudar una orden suspendida."
        ELSE
            MOVE ESTADO-ORDEN-NUEVO TO ORD-ESTADO(ORDEN-ENCONTRADA)
            PERFORM GRABAR-TABLA-ORDENES
            EVALUATE ESTADO-ORDEN-NUEVO
                WHEN "S"
                    DISPLAY "Orden suspendida."
                WHEN "A"
                    DISPLAY "Orden reanudada."
                WHEN OTHER
                    DISPLAY "Orden cancelada."
            END-EVALUATE
        END-IF
        END-IF
        END-IF
        END-IF
    END-IF
    .

*> Lista todas las ordenes permanentes con su estado y la ultima
*> fecha programada que proceso el lote
LISTAR-ORDENES-PERMANENTES.
    PERFORM CARGAR-TABLA-ORDENES

    IF TOTAL-ORDENES = 0
        DISPLAY "No hay ordenes permanentes registradas."
    ELSE
        DISPLAY "Orden  Origen Destino    Monto F Dia Inicio   "
            "Fin      E Ultima"
        MOVE 1 TO INDICE-ORDEN
        PERFORM UNTIL INDICE-ORDEN > TOTAL-ORDENES
            MOVE ORD-MONTO(INDICE-ORDEN) TO MONTO-ORDEN-MOSTRAR
            DISPLAY ORD-NUMERO(INDICE-ORDEN) "  "
                ORD-ORIGEN(INDICE-ORDEN) "  "
                ORD-DESTINO(INDICE-ORDEN) " "
                MONTO-ORDEN-MOSTRAR " "
                ORD-FRECUENCIA(INDICE-ORDEN) " "
                ORD-DIA(INDICE-ORDEN) "  "
                ORD-INICIO(INDICE-ORDEN) " "
                ORD-FIN(INDICE-ORDEN) " "
                ORD-ESTADO(INDICE-ORDEN) " "
                ORD-ULTIMA(INDICE-ORDEN)
            ADD 1 TO INDICE-ORDEN
        END-PERFORM
        DISPLAY "(frecuencia M/T/S/A; estado A=activa S=suspendida "
            "C=cancelada; fin 0 = sin vencimiento)"
    END-IF
    .

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
    MOVE 1 TO INDICE-ORDEN
    PERFORM UNTIL INDICE-ORDEN > TOTAL-ORDENES
        MOVE ORDEN-ENTRADA(INDICE-ORDEN) TO REGISTRO-ORDEN
        WRITE REGISTRO-ORDEN
        ADD 1 TO INDICE-ORDEN
    END-PERFORM
    CLOSE ARCHIVO-ORDENES
    .

*> Cobros del banco en suspenso: las partidas que IMPORTAR-RECIBOS
*> no pudo asignar solo a un cliente se asignan aqui a mano (lo que
*> las aplica como deposito) o se devuelven al banco
ADMINISTRAR-RECIBOS-SUSPENSO.
    MOVE 0 TO OPCION-SUSPENSO

    PERFORM UNTIL OPCION-SUSPENSO = 4
        DISPLAY " "
        DISPLAY "======= COBROS DEL BANCO EN SUSPENSO ======="
        DISPLAY "1. Listar partidas pendientes"
        DISPLAY "2. Asignar una partida a un cliente"
        DISPLAY "3. Devolver una partida al banco"
        DISPLAY "4. Volver al menu principal"
        DISPLAY "Seleccione una opcion (1-4):"
        ACCEPT OPCION-SUSPENSO

        EVALUATE OPCION-SUSPENSO
            WHEN 1
                PERFORM LISTAR-RECIBOS-SUSPENSO
            WHEN 2
                PERFORM ASIGNAR-RECIBO-SUSPENSO
            WHEN 3
                PERFORM DEVOLVER-RECIBO-SUSPENSO
            WHEN 4
                CONTINUE
            WHEN OTHER
                DISPLAY "Opcion invalida. Intente nuevamente."
        END-EVALUATE
    END-PERFORM
    .

*> Lista las partidas pendientes del suspenso con el motivo por el
*> que no se asignaron solas
LISTAR-RECIBOS-SUSPENSO.
    PERFORM CARGAR-TABLA-SUSPENSO

    IF TOTAL-SUSPENSO = 0
        DISPLAY "No hay cobros del banco en suspenso."
    ELSE
        DISPLAY "Partida Cobro       Monto Motivo           "
            "Telefono        Correo"
        MOVE 1 TO INDICE-SUSPENSO
        PERFORM UNTIL INDICE-SUSPENSO > TOTAL-SUSPENSO
            IF SUS-ESTADO(INDICE-SUSPENSO) = "P"
                PERFORM MOSTRAR-RECIBO-SUSPENSO
            END-IF
            ADD 1 TO INDICE-SUSPENSO
        END-PERFORM
        IF DESBORDE-SUSPENSO = "S"
            DISPLAY "(hay mas partidas de las que admite la tabla)"
        END-IF
    END-IF
    .

*> Muestra la partida de la posicion INDICE-SUSPENSO
MOSTRAR-RECIBO-SUSPENSO.
    MOVE SUS-MONTO(INDICE-SUSPENSO) TO MONTO-SUSPENSO-MOSTRAR
    EVALUATE SUS-MOTIVO(INDICE-SUSPENSO)
        WHEN "S"
            MOVE "sin coincidencia" TO DESCRIPCION-MOTIVO
        WHEN "A"
            MOVE "varios clientes" TO DESCRIPCION-MOTIVO
        WHEN "D"
            MOVE "cliente dormido" TO DESCRIPCION-MOTIVO
        WHEN OTHER
            MOVE "otro" TO DESCRIPCION-MOTIVO
    END-EVALUATE

    DISPLAY SUS-NUMERO(INDICE-SUSPENSO) "  "
        SUS-FECHA-RECIBO(INDICE-SUSPENSO) " "
        MONTO-SUSPENSO-MOSTRAR " "
        DESCRIPCION-MOTIVO " "
        SUS-TELEFONO(INDICE-SUSPENSO) " "
        FUNCTION TRIM(SUS-CORREO(INDICE-SUSPENSO))
    IF SUS-REFERENCIA(INDICE-SUSPENSO) NOT = SPACES
        DISPLAY "        Referencia: "
            FUNCTION TRIM(SUS-REFERENCIA(INDICE-SUSPENSO))
    END-IF
    IF SUS-CLIENTE(INDICE-SUSPENSO) > 0
        DISPLAY "        Cliente sugerido: "
            SUS-CLIENTE(INDICE-SUSPENSO)
    END-IF
    .

*> Pide el numero de partida y deja en SUSPENSO-ENCONTRADO su
*> posicion en TABLA-SUSPENSO (cero si no hay una pendiente con ese
*> numero)
UBICAR-RECIBO-SUSPENSO.
    DISPLAY "Numero de la partida:"
    ACCEPT NUMERO-SUSPENSO-BUSCADO

    MOVE 0 TO SUSPENSO-ENCONTRADO
    MOVE 1 TO INDICE-SUSPENSO
    PERFORM UNTIL INDICE-SUSPENSO > TOTAL-SUSPENSO
        IF SUS-NUMERO(INDICE-SUSPENSO) = NUMERO-SUSPENSO-BUSCADO
            AND SUS-ESTADO(INDICE-SUSPENSO) = "P"
            MOVE INDICE-SUSPENSO TO SUSPENSO-ENCONTRADO
        END-IF
        ADD 1 TO INDICE-SUSPENSO
    END-PERFORM

    IF SUSPENSO-ENCONTRADO = 0
        DISPLAY "No hay una partida pendiente con ese numero."
    ELSE
        MOVE SUSPENSO-ENCONTRADO TO INDICE-SUSPENSO
        PERFORM MOSTRAR-RECIBO-SUSPENSO
    END-IF
    .

*> Asigna una partida del suspenso a un cliente: se aplica como
*> deposito por el registro de movimientos normal, con el operador de
*> la sesion como autor, y la partida queda asignada con el cliente y
*> la SECUENCIA-MOV del deposito. Igual que en la opcion 9, un
*> cliente dormido requiere confirmacion de un supervisor.
ASIGNAR-RECIBO-SUSPENSO.
    PERFORM CARGAR-TABLA-SUSPENSO

    IF DESBORDE-SUSPENSO = "S"
        DISPLAY "recibos_suspenso.txt tiene mas filas de las que "
            "admite la tabla: no se puede modificar sin perder filas."
    ELSE
        PERFORM UBICAR-RECIBO-SUSPENSO
        IF SUSPENSO-ENCONTRADO > 0
            MOVE "S" TO ACCION-ID
            PERFORM PEDIR-ID

            OPEN I-O ARCHIVO-CLIENTES
            MOVE BUSCAR-ID TO ID-CLIENTE
            READ ARCHIVO-CLIENTES
                KEY IS ID-CLIENTE
                INVALID KEY
                    DISPLAY "No se encontro ningun cliente con ese ID."
                NOT INVALID KEY
                    IF CLIENTE-INACTIVO
                        DISPLAY "El cliente esta inactivo: no se le "
                            "puede asignar el cobro."
                    ELSE
                        PERFORM CONFIRMAR-ASIGNACION-RECIBO
                    END-IF
            END-READ
            CLOSE ARCHIVO-CLIENTES

            PERFORM GRABAR-TABLA-SUSPENSO
        END-IF
    END-IF
    .

*> Muestra el cliente ya leido junto a la partida y, con la
*> confirmacion del operador (y la del supervisor si el cliente esta
*> dormido), aplica el deposito
CONFIRMAR-ASIGNACION-RECIBO.
    MOVE SALDO TO SALDO-MOSTRAR
    DISPLAY "Cliente: " FUNCTION TRIM(NOMBRE)
    DISPLAY "Correo: " FUNCTION TRIM(CORREO)
        "  Telefono: " TELEFONO
    DISPLAY "Saldo actual: " SALDO-MOSTRAR

    MOVE "S" TO OPERACION-AUTORIZADA
    IF CLIENTE-DORMIDO
        DISPLAY "El cliente esta marcado sin movimientos "
            "recientes: la operacion requiere "
            "confirmacion de un supervisor."
        MOVE "Operacion con cliente sin movimientos"
            TO DETALLE-SEG-REG
        PERFORM PEDIR-AUTORIZACION-SUPERVISOR
    END-IF

    IF OPERACION-AUTORIZADA = "S"
        DISPLAY "¿Asignar el cobro a este cliente? (S/N):"
        ACCEPT RESPUESTA-SUSPENSO
        MOVE FUNCTION UPPER-CASE(RESPUESTA-SUSPENSO)
            TO RESPUESTA-SUSPENSO
        IF RESPUESTA-SUSPENSO = "S"
            PERFORM APLICAR-ASIGNACION-RECIBO
        ELSE
            DISPLAY "La partida sigue en suspenso."
        END-IF
    ELSE
        DISPLAY "Operacion cancelada: no fue confirmada "
            "por un supervisor."
    END-IF
    .

*> Aplica la partida SUSPENSO-ENCONTRADO como deposito al cliente
*> leido y la marca asignada
APLICAR-ASIGNACION-RECIBO.
    COMPUTE SALDO-PROPUESTO =
        SALDO + SUS-MONTO(SUSPENSO-ENCONTRADO)
    IF SALDO-PROPUESTO > 99999.99
        DISPLAY "El saldo del cliente quedaria fuera de rango: la "
            "partida sigue en suspenso."
    ELSE
        MOVE SALDO TO SALDO-ANTERIOR-MOV
        MOVE SALDO-PROPUESTO TO SALDO
        MOVE MARCA-INACTIVIDAD TO MARCA-ANTERIOR
        MOVE SPACE TO MARCA-INACTIVIDAD

        REWRITE REGISTRO-CLIENTE
            INVALID KEY
                DISPLAY "No se pudo registrar la operacion."
            NOT INVALID KEY
                MOVE SALDO TO SALDO-NUEVO-MOV
                MOVE "DP" TO TIPO-MOV-REG
                PERFORM REGISTRAR-MOVIMIENTO
                PERFORM REGISTRAR-FIN-INACTIVIDAD

                MOVE "A" TO SUS-ESTADO(SUSPENSO-ENCONTRADO)
                MOVE ID-CLIENTE TO SUS-CLIENTE(SUSPENSO-ENCONTRADO)
                MOVE OPERADOR-ACTUAL
                    TO SUS-OPERADOR(SUSPENSO-ENCONTRADO)
                ACCEPT SUS-FECHA-RES(SUSPENSO-ENCONTRADO)
                    FROM DATE YYYYMMDD
                MOVE CONTADOR-MOV
                    TO SUS-SECUENCIA-MOV(SUSPENSO-ENCONTRADO)

                MOVE SALDO TO SALDO-MOSTRAR
                DISPLAY "Cobro asignado. Nuevo saldo: " SALDO-MOSTRAR
        END-REWRITE
    END-IF
    .

*> Devuelve una partida al banco: no toca ningun saldo, solo la
*> marca devuelta con el operador y la fecha para el historial
DEVOLVER-RECIBO-SUSPENSO.
    PERFORM CARGAR-TABLA-SUSPENSO

    IF DESBORDE-SUSPENSO = "S"
        DISPLAY "recibos_suspenso.txt tiene mas filas de las que "
            "admite la tabla: no se puede modificar sin perder filas."
    ELSE
        PERFORM UBICAR-RECIBO-SUSPENSO
        IF SUSPENSO-ENCONTRADO > 0
            DISPLAY "¿Devolver el cobro al banco? (S/N):"
            ACCEPT RESPUESTA-SUSPENSO
            MOVE FUNCTION UPPER-CASE(RESPUESTA-SUSPENSO)
                TO RESPUESTA-SUSPENSO
            IF RESPUESTA-SUSPENSO = "S"
                MOVE "D" TO SUS-ESTADO(SUSPENSO-ENCONTRADO)
                MOVE OPERADOR-ACTUAL
                    TO SUS-OPERADOR(SUSPENSO-ENCONTRADO)
                ACCEPT SUS-FECHA-RES(SUSPENSO-ENCONTRADO)
                    FROM DATE YYYYMMDD
                PERFORM GRABAR-TABLA-SUSPENSO
                DISPLAY "Partida devuelta al banco."
            ELSE
                DISPLAY "La partida sigue en suspenso."
            END-IF
        END-IF
    END-IF
    .

*> Lee recibos_suspenso.txt completo a TABLA-SUSPENSO (si no existe
*> todavia, la tabla queda vacia)
CARGAR-TABLA-SUSPENSO.
    MOVE 0 TO TOTAL-SUSPENSO
    MOVE "N" TO DESBORDE-SUSPENSO

    OPEN INPUT ARCHIVO-SUSPENSO
    IF ESTADO-SUSPENSOS NOT = "00"
        CLOSE ARCHIVO-SUSPENSO
    ELSE
        PERFORM UNTIL ESTADO-SUSPENSOS = "10"
            READ ARCHIVO-SUSPENSO
                AT END MOVE "10" TO ESTADO-SUSPENSOS
                NOT AT END
                    IF TOTAL-SUSPENSO < 500
                        ADD 1 TO TOTAL-SUSPENSO
                        MOVE REGISTRO-SUSPENSO
                            TO SUSPENSO-ENTRADA(TOTAL-SUSPENSO)
                    ELSE
                        MOVE "S" TO DESBORDE-SUSPENSO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-SUSPENSO
    END-IF
    .

*> Reescribe recibos_suspenso.txt desde TABLA-SUSPENSO dejando en el
*> solo las partidas pendientes; las asignadas o devueltas pasan al
*> historial recibos_suspenso_resueltos.txt, igual que las
*> operaciones pendientes ya resueltas
GRABAR-TABLA-SUSPENSO.
    MOVE "N" TO HAY-SUSPENSO-RESUELTO
    MOVE 1 TO INDICE-SUSPENSO
    PERFORM UNTIL INDICE-SUSPENSO > TOTAL-SUSPENSO
        IF SUS-ESTADO(INDICE-SUSPENSO) NOT = "P"
            MOVE "S" TO HAY-SUSPENSO-RESUELTO
        END-IF
        ADD 1 TO INDICE-SUSPENSO
    END-PERFORM

    IF HAY-SUSPENSO-RESUELTO = "S"
        OPEN EXTEND ARCHIVO-SUSPENSO-RESUELTOS
        IF ESTADO-SUSPENSO-RESUELTOS NOT = "00"
            OPEN OUTPUT ARCHIVO-SUSPENSO-RESUELTOS
        END-IF
    END-IF

    OPEN OUTPUT ARCHIVO-SUSPENSO
    MOVE 1 TO INDICE-SUSPENSO
    PERFORM UNTIL INDICE-SUSPENSO > TOTAL-SUSPENSO
        MOVE SUSPENSO-ENTRADA(INDICE-SUSPENSO) TO REGISTRO-SUSPENSO
        IF SUS-ESTADO(INDICE-SUSPENSO) = "P"
            WRITE REGISTRO-SUSPENSO
        ELSE
            WRITE REGISTRO-SUSPENSO-RESUELTO FROM REGISTRO-SUSPENSO
        END-IF
        ADD 1 TO INDICE-SUSPENSO
    END-PERFORM
    CLOSE ARCHIVO-SUSPENSO

    IF HAY-SUSPENSO-RESUELTO = "S"
        CLOSE ARCHIVO-SUSPENSO-RESUELTOS
    END-IF
    .

*> Cambia la preferencia de avisos de un cliente activo: por que
*> canal le llegan los avisos de GENERAR-AVISOS o si no quiere
*> recibirlos. El cambio queda en cambios_clientes.txt como campo
*> AVISOS.
CAMBIAR-PREFERENCIA-AVISOS.
    PERFORM CARGAR-TABLA-PREFERENCIAS

    IF DESBORDE-PREFERENCIAS = "S"
        DISPLAY "preferencias_avisos.txt tiene mas filas de las que "
            "admite la tabla: no se puede cambiar sin perder filas."
    ELSE
        MOVE "V" TO ACCION-ID
        PERFORM PEDIR-ID
        MOVE "N" TO ENCONTRADO

        OPEN INPUT ARCHIVO-CLIENTES
        MOVE BUSCAR-ID TO ID-CLIENTE
        READ ARCHIVO-CLIENTES
            KEY IS ID-CLIENTE
            INVALID KEY
                MOVE "N" TO ENCONTRADO
            NOT INVALID KEY
                IF CLIENTE-ACTIVO
                    MOVE "S" TO ENCONTRADO
                END-IF
        END-READ
        CLOSE ARCHIVO-CLIENTES

        IF ENCONTRADO = "N"
            DISPLAY "No se encontro ningun cliente activo con ese ID."
        ELSE
            MOVE 0 TO PREFERENCIA-ENCONTRADA
            MOVE SPACE TO PREFERENCIA-ACTUAL
            MOVE 1 TO INDICE-PREFERENCIA
            PERFORM UNTIL INDICE-PREFERENCIA > TOTAL-PREFERENCIAS
                IF PRF-CLIENTE(INDICE-PREFERENCIA) = ID-CLIENTE
                    MOVE INDICE-PREFERENCIA TO PREFERENCIA-ENCONTRADA
                    MOVE PRF-PREFERENCIA(INDICE-PREFERENCIA)
                        TO PREFERENCIA-ACTUAL
                END-IF
                ADD 1 TO INDICE-PREFERENCIA
            END-PERFORM

            MOVE PREFERENCIA-ACTUAL TO PREFERENCIA-NUEVA
            PERFORM DESCRIBIR-PREFERENCIA-AVISOS
            DISPLAY "Cliente: " ID-CLIENTE " " NOMBRE
            DISPLAY "Correo: " CORREO
            DISPLAY "Telefono: " TELEFONO
            DISPLAY "Avisos actuales: " DESCRIPCION-PREFERENCIA

            MOVE "X" TO PREFERENCIA-NUEVA
            PERFORM UNTIL PREFERENCIA-NUEVA = "A" OR "E" OR "T"
                    OR "N"
                DISPLAY "Nuevos avisos (A=correo o telefono, "
                    "E=solo correo, T=solo telefono, N=no recibe):"
                ACCEPT PREFERENCIA-NUEVA
                MOVE FUNCTION UPPER-CASE(PREFERENCIA-NUEVA)
                    TO PREFERENCIA-NUEVA
            END-PERFORM
            IF PREFERENCIA-NUEVA = "A"
                MOVE SPACE TO PREFERENCIA-NUEVA
            END-IF

            IF PREFERENCIA-NUEVA = "E" AND CORREO = SPACES
                DISPLAY "Aviso: el cliente no tiene correo registrado; "
                    "no recibira avisos hasta que se cargue."
            END-IF
            IF PREFERENCIA-NUEVA = "T" AND TELEFONO = SPACES
                DISPLAY "Aviso: el cliente no tiene telefono "
                    "registrado; no recibira avisos hasta que se "
                    "cargue."
            END-IF

            IF PREFERENCIA-NUEVA = PREFERENCIA-ACTUAL
                DISPLAY "La preferencia de avisos no cambio."
            ELSE
                IF PREFERENCIA-ENCONTRADA = 0
                    AND TOTAL-PREFERENCIAS >= 2000
                    DISPLAY "No se pueden registrar mas preferencias "
                        "de avisos."
                ELSE
                    IF PREFERENCIA-ENCONTRADA = 0
                        ADD 1 TO TOTAL-PREFERENCIAS
                        MOVE TOTAL-PREFERENCIAS
                            TO PREFERENCIA-ENCONTRADA
                        MOVE ID-CLIENTE
                            TO PRF-CLIENTE(PREFERENCIA-ENCONTRADA)
                    END-IF
                    MOVE PREFERENCIA-NUEVA
                        TO PRF-PREFERENCIA(PREFERENCIA-ENCONTRADA)
                    ACCEPT PRF-FECHA(PREFERENCIA-ENCONTRADA)
                        FROM DATE YYYYMMDD
                    MOVE OPERADOR-ACTUAL
                        TO PRF-OPERADOR(PREFERENCIA-ENCONTRADA)
                    PERFORM GRABAR-TABLA-PREFERENCIAS

                    MOVE "AVISOS" TO CAMPO-CAMBIO-REG
                    MOVE PREFERENCIA-ACTUAL TO VALOR-ANTERIOR-REG
                    MOVE PREFERENCIA-NUEVA TO VALOR-NUEVO-REG
                    PERFORM REGISTRAR-CAMBIO-CLIENTE

                    PERFORM DESCRIBIR-PREFERENCIA-AVISOS
                    DISPLAY "Avisos del cliente cambiados a: "
                        DESCRIPCION-PREFERENCIA
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> Texto de la preferencia de avisos en PREFERENCIA-NUEVA
DESCRIBIR-PREFERENCIA-AVISOS.
    EVALUATE PREFERENCIA-NUEVA
        WHEN "N"
            MOVE "No recibe avisos" TO DESCRIPCION-PREFERENCIA
        WHEN "E"
            MOVE "Solo por correo" TO DESCRIPCION-PREFERENCIA
        WHEN "T"
            MOVE "Solo por mensaje al telefono"
                TO DESCRIPCION-PREFERENCIA
        WHEN OTHER
            MOVE "Correo, o telefono si no hay"
                TO DESCRIPCION-PREFERENCIA
    END-EVALUATE
    .

*> Lee preferencias_avisos.txt completo a TABLA-PREFERENCIAS (si no
*> existe todavia, la tabla queda vacia)
CARGAR-TABLA-PREFERENCIAS.
    MOVE 0 TO TOTAL-PREFERENCIAS
    MOVE "N" TO DESBORDE-PREFERENCIAS

    OPEN INPUT ARCHIVO-PREFERENCIAS
    IF ESTADO-PREFERENCIAS NOT = "00"
        CLOSE ARCHIVO-PREFERENCIAS
    ELSE
        PERFORM UNTIL ESTADO-PREFERENCIAS = "10"
            READ ARCHIVO-PREFERENCIAS
                AT END MOVE "10" TO ESTADO-PREFERENCIAS
                NOT AT END
                    IF TOTAL-PREFERENCIAS < 2000
                        ADD 1 TO TOTAL-PREFERENCIAS
                        MOVE REGISTRO-PREFERENCIA
                            TO PREFERENCIA-ENTRADA(TOTAL-PREFERENCIAS)
                    ELSE
                        MOVE "S" TO DESBORDE-PREFERENCIAS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-PREFERENCIAS
    END-IF
    .

*> Reescribe preferencias_avisos.txt completo desde
*> TABLA-PREFERENCIAS
GRABAR-TABLA-PREFERENCIAS.
    OPEN OUTPUT ARCHIVO-PREFERENCIAS
    MOVE 1 TO INDICE-PREFERENCIA
    PERFORM UNTIL INDICE-PREFERENCIA > TOTAL-PREFERENCIAS
        MOVE PREFERENCIA-ENTRADA(INDICE-PREFERENCIA)
            TO REGISTRO-PREFERENCIA
        WRITE REGISTRO-PREFERENCIA
        ADD 1 TO INDICE-PREFERENCIA
    END-PERFORM
    CLOSE ARCHIVO-PREFERENCIAS
    .

*> Fusiona dos IDs del mismo cliente (solo supervisores), por lo
*> general despues de revisar la lista de DETECTAR-DUPLICADOS: el
*> saldo del ID absorbido pasa al ID que se conserva con dos
*> movimientos enlazados (FS en el absorbido y FE en el conservado,
*> cada uno con el ID del otro en REFERENCIA-MOV), el absorbido queda
*> inactivo y la fusion queda en fusiones_clientes.txt. No se fusiona
*> un ID con operaciones pendientes u ordenes permanentes vigentes.
FUSIONAR-CLIENTES.
    DISPLAY " "
    DISPLAY "======= FUSION DE CLIENTES DUPLICADOS ======="

    MOVE 0 TO ID-CONSERVADO
    PERFORM UNTIL ID-CONSERVADO NOT = 0
        DISPLAY "Ingrese el ID del cliente que se conserva:"
        ACCEPT ID-CONSERVADO
        IF ID-CONSERVADO = 0
            DISPLAY "El ID ingresado no es valido."
        END-IF
    END-PERFORM

    MOVE 0 TO ID-ABSORBIDO
    PERFORM UNTIL ID-ABSORBIDO NOT = 0
            AND ID-ABSORBIDO NOT = ID-CONSERVADO
        DISPLAY "Ingrese el ID del cliente duplicado que se absorbe:"
        ACCEPT ID-ABSORBIDO
        IF ID-ABSORBIDO = 0
            DISPLAY "El ID ingresado no es valido."
        ELSE
            IF ID-ABSORBIDO = ID-CONSERVADO
                DISPLAY "Debe ser un ID distinto del que se conserva."
                MOVE 0 TO ID-ABSORBIDO
            END-IF
        END-IF
    END-PERFORM

    OPEN I-O ARCHIVO-CLIENTES

    PERFORM VALIDAR-CLIENTES-FUSION

    IF FUSION-VALIDA = "S"
        PERFORM VERIFICAR-PENDIENTES-ABSORBIDO
    END-IF

    IF FUSION-VALIDA = "S"
        COMPUTE SALDO-FUSIONADO = SALDO-CONSERVADO + SALDO-ABSORBIDO
        IF SALDO-FUSIONADO > 99999.99 OR SALDO-FUSIONADO < -99999.99
            DISPLAY "El saldo sumado de los dos clientes no cabe en "
                "el campo de saldo. Fusion cancelada."
            MOVE "N" TO FUSION-VALIDA
        END-IF
    END-IF

    IF FUSION-VALIDA = "S"
        MOVE SALDO-CONSERVADO TO SALDO-FUSION-MOSTRAR
        DISPLAY "Se conserva: " ID-CONSERVADO " "
            FUNCTION TRIM(NOMBRE-CONSERVADO)
            "  Saldo: " SALDO-FUSION-MOSTRAR
        MOVE SALDO-ABSORBIDO TO SALDO-FUSION-MOSTRAR
        DISPLAY "Se absorbe:  " ID-ABSORBIDO " "
            FUNCTION TRIM(NOMBRE-ABSORBIDO)
            "  Saldo: " SALDO-FUSION-MOSTRAR
        MOVE SALDO-FUSIONADO TO SALDO-FUSION-MOSTRAR
        DISPLAY "Saldo del cliente despues de la fusion: "
            SALDO-FUSION-MOSTRAR
        IF SALDO-FUSIONADO < LIMITE-CONSERVADO
            DISPLAY "ATENCION: el saldo resultante queda por debajo "
                "del limite de credito del cliente que se conserva."
        END-IF
        DISPLAY "El ID " ID-ABSORBIDO " quedara inactivo y no se "
            "podra reactivar. ¿Confirma la fusion? (S/N):"
        ACCEPT RESPUESTA-FUSION
        MOVE FUNCTION UPPER-CASE(RESPUESTA-FUSION) TO RESPUESTA-FUSION
        IF RESPUESTA-FUSION = "S"
            PERFORM APLICAR-FUSION
        ELSE
            DISPLAY "Fusion cancelada."
        END-IF
    END-IF

    CLOSE ARCHIVO-CLIENTES
    .

*> Lee y valida los dos clientes de la fusion antes de tocar ningun
*> saldo: ambos deben existir y estar activos
VALIDAR-CLIENTES-FUSION.
    MOVE "N" TO FUSION-VALIDA

    MOVE ID-CONSERVADO TO ID-CLIENTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            DISPLAY "No se encontro el cliente que se conserva."
        NOT INVALID KEY
            IF CLIENTE-INACTIVO
                DISPLAY "El cliente que se conserva esta inactivo."
            ELSE
                MOVE NOMBRE TO NOMBRE-CONSERVADO
                MOVE SALDO TO SALDO-CONSERVADO
                MOVE LIMITE-CREDITO TO LIMITE-CONSERVADO
                MOVE "S" TO FUSION-VALIDA
            END-IF
    END-READ

    IF FUSION-VALIDA = "S"
        MOVE "N" TO FUSION-VALIDA
        MOVE ID-ABSORBIDO TO ID-CLIENTE
        READ ARCHIVO-CLIENTES
            KEY IS ID-CLIENTE
            INVALID KEY
                DISPLAY "No se encontro el cliente que se absorbe."
            NOT INVALID KEY
                IF CLIENTE-INACTIVO
                    DISPLAY "El cliente que se absorbe esta inactivo."
                ELSE
                    MOVE NOMBRE TO NOMBRE-ABSORBIDO
                    MOVE SALDO TO SALDO-ABSORBIDO
                    MOVE "S" TO FUSION-VALIDA
                END-IF
        END-READ
    END-IF
    .

*> El ID absorbido no debe tener operaciones pendientes de
*> aprobacion (propias o como destino de una transferencia) ni
*> ordenes permanentes sin cancelar: quedarian apuntando a un
*> cliente inactivo
VERIFICAR-PENDIENTES-ABSORBIDO.
    PERFORM CARGAR-TABLA-PENDIENTES
    MOVE 1 TO INDICE-PENDIENTE
    PERFORM UNTIL INDICE-PENDIENTE > TOTAL-PENDIENTES
        IF PEN-ESTADO(INDICE-PENDIENTE) = "P"
            AND (PEN-CLIENTE(INDICE-PENDIENTE) = ID-ABSORBIDO
                OR (PEN-TIPO(INDICE-PENDIENTE) = "TE"
                    AND PEN-REFERENCIA(INDICE-PENDIENTE) = ID-ABSORBIDO))
            MOVE "N" TO FUSION-VALIDA
        END-IF
        ADD 1 TO INDICE-PENDIENTE
    END-PERFORM

    PERFORM CARGAR-TABLA-ORDENES
    MOVE 1 TO INDICE-ORDEN
    PERFORM UNTIL INDICE-ORDEN > TOTAL-ORDENES
        IF ORD-ESTADO(INDICE-ORDEN) NOT = "C"
            AND (ORD-ORIGEN(INDICE-ORDEN) = ID-ABSORBIDO
                OR ORD-DESTINO(INDICE-ORDEN) = ID-ABSORBIDO)
            MOVE "N" TO FUSION-VALIDA
        END-IF
        ADD 1 TO INDICE-ORDEN
    END-PERFORM

    IF FUSION-VALIDA = "N"
        DISPLAY "El cliente que se absorbe tiene operaciones "
            "pendientes de aprobacion u ordenes permanentes sin "
            "cancelar. Resuelvalas antes de fusionar."
    END-IF
    .

*> Primer lado de la fusion: deja el ID absorbido en cero e inactivo
*> con su movimiento FS y, solo si quedo grabado, pasa el saldo al
*> que se conserva
APLICAR-FUSION.
    MOVE 0 TO SECUENCIA-SALIDA-REG
    MOVE 0 TO SECUENCIA-ENTRADA-REG
    MOVE ID-ABSORBIDO TO ID-CLIENTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            DISPLAY "No se pudo releer el cliente que se absorbe. "
                "Fusion cancelada."
        NOT INVALID KEY
            MOVE SALDO TO SALDO-ANTERIOR-MOV
            MOVE SALDO TO SALDO-ABSORBIDO
            MOVE 0 TO SALDO
            MOVE "I" TO ESTADO-CLIENTE

            REWRITE REGISTRO-CLIENTE
                INVALID KEY
                    DISPLAY "No se pudo actualizar el cliente que se "
                        "absorbe. Fusion cancelada."
                NOT INVALID KEY
                    MOVE SALDO TO SALDO-NUEVO-MOV
                    MOVE "FS" TO TIPO-MOV-REG
                    MOVE ID-CONSERVADO TO REFERENCIA-REG
                    PERFORM REGISTRAR-MOVIMIENTO
                    MOVE CONTADOR-MOV TO SECUENCIA-SALIDA-REG

                    MOVE "ESTADO-CLIENTE" TO CAMPO-CAMBIO-REG
                    MOVE "A" TO VALOR-ANTERIOR-REG
                    MOVE "I" TO VALOR-NUEVO-REG
                    PERFORM REGISTRAR-CAMBIO-CLIENTE
                    MOVE "FUSIONADO-EN" TO CAMPO-CAMBIO-REG
                    MOVE SPACES TO VALOR-ANTERIOR-REG
                    MOVE ID-CONSERVADO TO VALOR-NUEVO-REG
                    PERFORM REGISTRAR-CAMBIO-CLIENTE

                    PERFORM APLICAR-ENTRADA-FUSION
                    PERFORM REGISTRAR-FUSION
            END-REWRITE
    END-READ
    .

*> Segundo lado de la fusion: suma el saldo absorbido al cliente que
*> se conserva y deja su movimiento FE enlazado al ID absorbido
APLICAR-ENTRADA-FUSION.
    MOVE ID-CONSERVADO TO ID-CLIENTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            DISPLAY "ATENCION: el ID " ID-ABSORBIDO " quedo absorbido "
                "pero no se pudo releer el cliente " ID-CONSERVADO
                ". Cargue su saldo de inmediato."
        NOT INVALID KEY
            MOVE SALDO TO SALDO-ANTERIOR-MOV
            ADD SALDO-ABSORBIDO TO SALDO

            REWRITE REGISTRO-CLIENTE
                INVALID KEY
                    DISPLAY "ATENCION: el ID " ID-ABSORBIDO " quedo "
                        "absorbido pero fallo el traspaso del saldo "
                        "al cliente " ID-CONSERVADO
                        ". Cargue su saldo de inmediato."
                NOT INVALID KEY
                    MOVE SALDO TO SALDO-NUEVO-MOV
                    MOVE "FE" TO TIPO-MOV-REG
                    MOVE ID-ABSORBIDO TO REFERENCIA-REG
                    PERFORM REGISTRAR-MOVIMIENTO
                    MOVE CONTADOR-MOV TO SECUENCIA-ENTRADA-REG

                    MOVE "FUSION-ABSORBIO" TO CAMPO-CAMBIO-REG
                    MOVE SPACES TO VALOR-ANTERIOR-REG
                    MOVE ID-ABSORBIDO TO VALOR-NUEVO-REG
                    PERFORM REGISTRAR-CAMBIO-CLIENTE

                    MOVE SALDO TO SALDO-MOSTRAR
                    DISPLAY "Fusion completada. Nuevo saldo del "
                        "cliente " ID-CONSERVADO ": " SALDO-MOSTRAR
            END-REWRITE
    END-READ
    .

*> Agrega la fusion aplicada a fusiones_clientes.txt; si el segundo
*> lado fallo, su secuencia queda en cero
REGISTRAR-FUSION.
    MOVE ID-ABSORBIDO TO ID-ABSORBIDO-FUS
    MOVE ID-CONSERVADO TO ID-CONSERVADO-FUS
    ACCEPT FECHA-FUS FROM DATE YYYYMMDD
    ACCEPT HORA-CAMBIO-REG FROM TIME
    MOVE HORA-CAMBIO-REG(1:6) TO HORA-FUS
    MOVE SALDO-ABSORBIDO TO SALDO-TRASPASADO-FUS
    MOVE SECUENCIA-SALIDA-REG TO SECUENCIA-SALIDA-FUS
    MOVE SECUENCIA-ENTRADA-REG TO SECUENCIA-ENTRADA-FUS
    MOVE OPERADOR-ACTUAL TO OPERADOR-FUS

    OPEN EXTEND ARCHIVO-FUSIONES
    IF ESTADO-FUSIONES NOT = "00"
        OPEN OUTPUT ARCHIVO-FUSIONES
    END-IF
    WRITE REGISTRO-FUSION
    CLOSE ARCHIVO-FUSIONES
    .

*> Lee fusiones_clientes.txt a TABLA-FUSIONES (si no existe todavia,
*> la tabla queda vacia)
CARGAR-TABLA-FUSIONES.
    MOVE 0 TO TOTAL-FUSIONES

    OPEN INPUT ARCHIVO-FUSIONES
    IF ESTADO-FUSIONES NOT = "00"
        CLOSE ARCHIVO-FUSIONES
    ELSE
        PERFORM UNTIL ESTADO-FUSIONES = "10"
            READ ARCHIVO-FUSIONES
                AT END MOVE "10" TO ESTADO-FUSIONES
                NOT AT END
                    IF TOTAL-FUSIONES < 1000
                        ADD 1 TO TOTAL-FUSIONES
                        MOVE ID-ABSORBIDO-FUS
                            TO FUS-ABSORBIDO(TOTAL-FUSIONES)
                        MOVE ID-CONSERVADO-FUS
                            TO FUS-CONSERVADO(TOTAL-FUSIONES)
                        MOVE FECHA-FUS TO FUS-FECHA(TOTAL-FUSIONES)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-FUSIONES
    END-IF
    .

*> Busca en fusiones_clientes.txt si ID-ABSORBIDO fue absorbido por
*> otro cliente; deja su posicion en FUSION-ENCONTRADA (0 si no)
BUSCAR-FUSION-ABSORBIDO.
    PERFORM CARGAR-TABLA-FUSIONES
    MOVE 0 TO FUSION-ENCONTRADA
    MOVE 1 TO INDICE-FUSION
    PERFORM UNTIL INDICE-FUSION > TOTAL-FUSIONES
        IF FUS-ABSORBIDO(INDICE-FUSION) = ID-ABSORBIDO
            MOVE INDICE-FUSION TO FUSION-ENCONTRADA
        END-IF
        ADD 1 TO INDICE-FUSION
    END-PERFORM
    .

*> Arma la lista de IDs del historial: el consultado y, siguiendo
*> fusiones_clientes.txt, todos los que se fusionaron en el o en
*> alguno de los que se fusionaron en el. Si el ID consultado fue
*> absorbido se avisa en que cliente siguen sus movimientos.
ARMAR-IDS-HISTORIAL.
    MOVE BUSCAR-ID TO ID-ABSORBIDO
    PERFORM BUSCAR-FUSION-ABSORBIDO
    IF FUSION-ENCONTRADA > 0
        DISPLAY "El ID " BUSCAR-ID " fue fusionado en el cliente "
            FUS-CONSERVADO(FUSION-ENCONTRADA) " el "
            FUS-FECHA(FUSION-ENCONTRADA)
            "; sus movimientos posteriores estan bajo ese ID."
    END-IF

    MOVE 1 TO TOTAL-IDS-HISTORIAL
    MOVE BUSCAR-ID TO ID-HISTORIAL(1)
    MOVE 1 TO INDICE-ID-HISTORIAL
    PERFORM UNTIL INDICE-ID-HISTORIAL > TOTAL-IDS-HISTORIAL
        MOVE 1 TO INDICE-FUSION
        PERFORM UNTIL INDICE-FUSION > TOTAL-FUSIONES
            IF FUS-CONSERVADO(INDICE-FUSION) =
                    ID-HISTORIAL(INDICE-ID-HISTORIAL)
                AND TOTAL-IDS-HISTORIAL < 20
                ADD 1 TO TOTAL-IDS-HISTORIAL
                MOVE FUS-ABSORBIDO(INDICE-FUSION)
                    TO ID-HISTORIAL(TOTAL-IDS-HISTORIAL)
            END-IF
            ADD 1 TO INDICE-FUSION
        END-PERFORM
        ADD 1 TO INDICE-ID-HISTORIAL
    END-PERFORM
    .

*> Deja ID-EN-HISTORIAL en "S" si el movimiento copiado en
*> MOVIMIENTO-CONSULTA es de alguno de los IDs del historial
VERIFICAR-ID-HISTORIAL.
    MOVE "N" TO ID-EN-HISTORIAL
    MOVE 1 TO INDICE-ID-HISTORIAL
    PERFORM UNTIL INDICE-ID-HISTORIAL > TOTAL-IDS-HISTORIAL
        IF ID-CLIENTE-CON = ID-HISTORIAL(INDICE-ID-HISTORIAL)
            MOVE "S" TO ID-EN-HISTORIAL
        END-IF
        ADD 1 TO INDICE-ID-HISTORIAL
    END-PERFORM
    .

*> Reversa un movimiento erroneo (solo supervisores): localiza el
*> movimiento por su SECUENCIA-MOV en el archivo activo y en los
*> historicos, lo muestra, y con confirmacion registra un movimiento
*> RV que deja el saldo como estaba antes del error, con la secuencia
*> del movimiento original en REFERENCIA-MOV. Asi la correccion queda
*> atada al movimiento corregido en vez de perderse como un ajuste
*> manual generico. Un movimiento con reversa previa no se puede
*> reversar otra vez, y una reversa tampoco se reversa: si la reversa
*> fue el error, se registra la operacion original de nuevo. Tampoco
*> se reversa un movimiento de un cliente inactivo o absorbido por
*> una fusion: el saldo volveria a un ID que ya no opera.
REVERSAR-MOVIMIENTO.
    DISPLAY " "
    DISPLAY "======= REVERSA DE MOVIMIENTO ======="

    MOVE 0 TO SECUENCIA-BUSCADA
    PERFORM UNTIL SECUENCIA-BUSCADA NOT = 0
        DISPLAY "Ingrese la secuencia del movimiento a reversar:"
        ACCEPT SECUENCIA-BUSCADA
        IF SECUENCIA-BUSCADA = 0
            DISPLAY "La secuencia ingresada no es valida."
        END-IF
    END-PERFORM

    PERFORM BUSCAR-MOVIMIENTO-REVERSA

    MOVE 0 TO FUSION-ENCONTRADA
    MOVE SPACE TO ESTADO-CLIENTE-ORI
    IF ORIGINAL-ENCONTRADO = "S"
        PERFORM VERIFICAR-CLIENTE-REVERSA
    END-IF

    EVALUATE TRUE
        WHEN ORIGINAL-ENCONTRADO = "N"
            DISPLAY "No se encontro ningun movimiento con esa "
                "secuencia."
        WHEN ORI-REVERSA
            DISPLAY "Una reversa no se puede reversar: registre la "
                "operacion original de nuevo."
        WHEN ORI-FUSION
            DISPLAY "Los movimientos de una fusion de clientes no se "
                "reversan."
        WHEN YA-REVERSADO = "S"
            DISPLAY "Ese movimiento ya fue reversado."
        WHEN FUSION-ENCONTRADA > 0
            DISPLAY "El cliente " ID-CLIENTE-ORI " fue fusionado en "
                "el cliente " FUS-CONSERVADO(FUSION-ENCONTRADA)
                ": sus movimientos no se reversan. Registre la "
                "correccion sobre el cliente "
                FUS-CONSERVADO(FUSION-ENCONTRADA) "."
        WHEN ESTADO-CLIENTE-ORI = "I"
            DISPLAY "El cliente " ID-CLIENTE-ORI " esta inactivo: "
                "reactivelo antes de reversar sus movimientos."
        WHEN OTHER
            MOVE 0 TO TOTAL-REVERSAS
            MOVE MOVIMIENTO-ORIGINAL TO MOVIMIENTO-CONSULTA
            DISPLAY "Movimiento a reversar (cliente "
                ID-CLIENTE-ORI "):"
            PERFORM MOSTRAR-MOVIMIENTO
            DISPLAY "¿Confirma la reversa? (S/N):"
            ACCEPT RESPUESTA-REVERSA
            MOVE FUNCTION UPPER-CASE(RESPUESTA-REVERSA)
                TO RESPUESTA-REVERSA
            IF RESPUESTA-REVERSA = "S"
                PERFORM APLICAR-REVERSA
            ELSE
                DISPLAY "Reversa cancelada."
            END-IF
    END-EVALUATE
    .

*> Revisa el cliente del movimiento localizado: deja en
*> FUSION-ENCONTRADA si fue absorbido por una fusion y en
*> ESTADO-CLIENTE-ORI su estado actual (en blanco si ya no existe)
VERIFICAR-CLIENTE-REVERSA.
    MOVE ID-CLIENTE-ORI TO ID-ABSORBIDO
    PERFORM BUSCAR-FUSION-ABSORBIDO

    OPEN INPUT ARCHIVO-CLIENTES
    MOVE ID-CLIENTE-ORI TO ID-CLIENTE
    READ ARCHIVO-CLIENTES
        KEY IS ID-CLIENTE
        INVALID KEY
            MOVE SPACE TO ESTADO-CLIENTE-ORI
        NOT INVALID KEY
            MOVE ESTADO-CLIENTE TO ESTADO-CLIENTE-ORI
    END-READ
    CLOSE ARCHIVO-CLIENTES
    .

*> Busca la secuencia pedida en los archivos historicos (en orden de
*> periodo) y en el archivo activo, y de paso detecta si ya existe
*> una reversa que la referencie. Deja el movimiento localizado en
*> MOVIMIENTO-ORIGINAL.
BUSCAR-MOVIMIENTO-REVERSA.
    MOVE "N" TO ORIGINAL-ENCONTRADO
    MOVE "N" TO YA-REVERSADO

    ACCEPT FECHA-HOY FROM DATE YYYYMMDD
    MOVE FECHA-HOY(1:6) TO PERIODO-HOY
    MOVE 200001 TO PERIODO-CONSULTA
    PERFORM BUSCAR-REVERSA-PERIODO
        UNTIL PERIODO-CONSULTA > PERIODO-HOY

    OPEN INPUT ARCHIVO-MOVIMIENTOS
    IF ESTADO-MOVIMIENTO NOT = "00"
        CLOSE ARCHIVO-MOVIMIENTOS
    ELSE
        PERFORM UNTIL ESTADO-MOVIMIENTO = "10"
            READ ARCHIVO-MOVIMIENTOS
                AT END MOVE "10" TO ESTADO-MOVIMIENTO
                NOT AT END
                    MOVE REGISTRO-MOVIMIENTO TO MOVIMIENTO-CONSULTA
                    PERFORM REVISAR-MOV-PARA-REVERSA
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-MOVIMIENTOS
    END-IF
    .

*> Recorre el archivo historico del periodo PERIODO-CONSULTA (si
*> existe) buscando la secuencia pedida, y avanza al periodo siguiente
BUSCAR-REVERSA-PERIODO.
    MOVE SPACES TO NOMBRE-ARCHIVO-PERIODO
    STRING
        "..\movimientos_" DELIMITED BY SIZE
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
                    MOVE REGISTRO-MOV-PERIODO TO MOVIMIENTO-CONSULTA
                    PERFORM REVISAR-MOV-PARA-REVERSA
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-MOV-PERIODO
    END-IF

    PERFORM AVANZAR-PERIODO-CONSULTA
    .

*> Examina el movimiento copiado en MOVIMIENTO-CONSULTA: si es el
*> buscado lo guarda, y si es una reversa que lo referencia deja
*> marcado que ya fue reversado
REVISAR-MOV-PARA-REVERSA.
    IF SECUENCIA-CON = SECUENCIA-BUSCADA
                REWRITE REGISTRO-CLIENTE
                    INVALID KEY
                        DISPLAY "No se pudo eliminar el cliente."
                    NOT INVALID KEY
                        MOVE "ESTADO-CLIENTE" TO CAMPO-CAMBIO-REG
                        MOVE "A" TO VALOR-ANTERIOR-REG
                        MOVE "I" TO VALOR-NUEVO-REG
                        PERFORM REGISTRAR-CAMBIO-CLIENTE
                END-REWRITE
            END-IF
    END-READ
    END-IF
    .

*> Reactiva un cliente previamente eliminado (ESTADO-CLIENTE = "I").
*> Un ID absorbido por una fusion no se reactiva: sus movimientos ya
*> se siguen bajo el cliente que se conservo.
REACTIVAR-CLIENTE.
    MOVE "R" TO ACCION-ID
    PERFORM PEDIR-ID
            IF CLIENTE-ACTIVO
                DISPLAY "Ese cliente ya esta activo."
            ELSE
                MOVE ID-CLIENTE TO ID-ABSORBIDO
                PERFORM BUSCAR-FUSION-ABSORBIDO
                IF FUSION-ENCONTRADA > 0
                    DISPLAY "Ese ID fue fusionado en el cliente "
                        FUS-CONSERVADO(FUSION-ENCONTRADA)
                        " y no se puede reactivar."
                ELSE
                    MOVE "A" TO ESTADO-CLIENTE
                    REWRITE REGISTRO-CLIENTE
                        INVALID KEY
                            DISPLAY "No se pudo reactivar el cliente."
                        NOT INVALID KEY
                            MOVE "ESTADO-CLIENTE" TO CAMPO-CAMBIO-REG
                            MOVE "I" TO VALOR-ANTERIOR-REG
                            MOVE "A" TO VALOR-NUEVO-REG
                            PERFORM REGISTRAR-CAMBIO-CLIENTE
                    END-REWRITE
                    DISPLAY "Cliente reactivado correctamente."
                END-IF
            END-IF
    END-READ

*> periodos cerrados por ARCHIVAR-MOVIMIENTOS ya no estan en
*> movimientos.txt: si el operador pide un rango viejo, primero se
*> recorren los archivos historicos movimientos_AAAAMM.txt del rango
*> y despues el archivo activo. Los movimientos de los IDs que se
*> fusionaron en el cliente salen junto con los suyos, marcados con
*> el ID anterior.
HISTORIAL-MOVIMIENTOS-CLIENTE.
    MOVE "H" TO ACCION-ID
    PERFORM PEDIR-ID
        PERFORM PEDIR-RANGO-PERIODOS
    END-IF

    PERFORM ARMAR-IDS-HISTORIAL
    PERFORM CARGAR-REVERSAS-CLIENTE

    DISPLAY "Historial de movimientos del cliente " BUSCAR-ID ":"
    IF TOTAL-IDS-HISTORIAL > 1
        DISPLAY "(incluye los movimientos de los IDs fusionados en "
            "este cliente)"
    END-IF

    IF RESPUESTA-ARCHIVADO = "S"
        MOVE PERIODO-DESDE TO PERIODO-CONSULTA
            READ ARCHIVO-MOVIMIENTOS
                AT END MOVE "10" TO ESTADO-MOVIMIENTO
                NOT AT END
                    MOVE REGISTRO-MOVIMIENTO TO MOVIMIENTO-CONSULTA
                    PERFORM VERIFICAR-ID-HISTORIAL
                    IF ID-EN-HISTORIAL = "S"
                        MOVE "S" TO ENCONTRADO
                        PERFORM MOSTRAR-MOVIMIENTO
                    END-IF
            END-READ
    .

*> Si el movimiento copiado en MOVIMIENTO-CONSULTA es una reversa del
*> cliente consultado (o de un ID fusionado en el), anota la
*> secuencia del movimiento reversado
ANOTAR-REVERSA-CLIENTE.
    PERFORM VERIFICAR-ID-HISTORIAL
    IF CON-REVERSA AND ID-EN-HISTORIAL = "S"
        AND TOTAL-REVERSAS < 200
        ADD 1 TO TOTAL-REVERSAS
        MOVE REFERENCIA-CON TO REVERSA-REGISTRADA(TOTAL-REVERSAS)
                AT END MOVE "10" TO ESTADO-MOV-PERIODO
                NOT AT END
                    MOVE REGISTRO-MOV-PERIODO TO MOVIMIENTO-CONSULTA
                    PERFORM VERIFICAR-ID-HISTORIAL
                    IF ID-EN-HISTORIAL = "S"
                        MOVE "S" TO ENCONTRADO
                        PERFORM MOSTRAR-MOVIMIENTO
                    END-IF
    IF CON-REVERSA
        DISPLAY "  Reversa del movimiento " REFERENCIA-CON
    END-IF
    IF CON-FUSION-SALIDA
        DISPLAY "  Saldo traspasado al cliente " REFERENCIA-CON(3:5)
            " por fusion"
    END-IF
    IF CON-FUSION-ENTRADA
        DISPLAY "  Saldo recibido del cliente " REFERENCIA-CON(3:5)
            " por fusion"
    END-IF
    IF ID-CLIENTE-CON NOT = BUSCAR-ID
        DISPLAY "  (registrado bajo el ID anterior " ID-CLIENTE-CON
            ")"
    END-IF

    MOVE "N" TO MOV-YA-REVERSADO
    MOVE 1 TO INDICE-REVERSA
            MOVE "Transf. recibida" TO DESCRIPCION-TIPO-MOV
        WHEN CON-REVERSA
            MOVE "Reversa" TO DESCRIPCION-TIPO-MOV
        WHEN CON-FUSION-SALIDA
            MOVE "Fusion (salida)" TO DESCRIPCION-TIPO-MOV
        WHEN CON-FUSION-ENTRADA
            MOVE "Fusion (entrada)" TO DESCRIPCION-TIPO-MOV
        WHEN OTHER
            MOVE "Desconocido" TO DESCRIPCION-TIPO-MOV
    END-EVALUATE
