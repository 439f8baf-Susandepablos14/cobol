IDENTIFICATION DIVISION.
PROGRAM-ID. DETECTAR-DUPLICADOS.

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
    SELECT ARCHIVO-SPOOL ASSIGN TO NOMBRE-ARCHIVO-SPOOL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-SPOOL.
    SELECT ARCHIVO-CSV ASSIGN TO NOMBRE-ARCHIVO-CSV
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CSV.
    SELECT ARCHIVO-SORT ASSIGN TO "..\duplicados_sort.tmp".

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

FD ARCHIVO-SPOOL.
01 LINEA-SPOOL PIC X(100).

FD ARCHIVO-CSV.
01 LINEA-CSV PIC X(250).

*> Archivo de trabajo del SORT: un renglon por par de clientes que
*> alcanzo el puntaje minimo, con la posicion de cada uno en
*> TABLA-DUPLICADOS y los puntos de cada dato
SD ARCHIVO-SORT.
01 REGISTRO-SORT.
   05 PUNTAJE-SORT        PIC 9(3).
   05 POSICION-A-SORT     PIC 9(4).
   05 POSICION-B-SORT     PIC 9(4).
   05 PUNTOS-NOMBRE-SORT  PIC 99.
   05 PUNTOS-TELEFONO-SORT PIC 99.
   05 PUNTOS-CORREO-SORT  PIC 99.

WORKING-STORAGE SECTION.
*> Estados de apertura de archivos (00=éxito, otros=error)
01 ESTADO-ARCHIVO       PIC XX.
01 ESTADO-SPOOL         PIC XX.
01 ESTADO-CSV           PIC XX.

*> Fecha del reporte y nombres de los archivos de salida
01 FECHA-HOY            PIC 9(8).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).
01 NOMBRE-ARCHIVO-CSV   PIC X(40).

*> Puntaje desde el que un par entra en la lista de revision y
*> puntajes desde los que se considera de coincidencia alta o media
01 PUNTAJE-MINIMO       PIC 9(3) VALUE 40.
01 PUNTAJE-ALTO         PIC 9(3) VALUE 70.
01 PUNTAJE-MEDIO        PIC 9(3) VALUE 55.

*> Clientes activos con sus datos ya normalizados para comparar:
*> nombre en mayusculas sin acentos ni signos, el mismo nombre sin
*> espacios, sus palabras, el correo y su usuario (lo que va antes
*> de la arroba), y solo los digitos del telefono con los ultimos
*> siete aparte
01 TABLA-DUPLICADOS.
   05 DUPLICADO-ENTRADA OCCURS 5000 TIMES.
      10 DUP-ID            PIC 9(5).
      10 DUP-NOMBRE        PIC X(30).
      10 DUP-CORREO        PIC X(40).
      10 DUP-TELEFONO      PIC X(15).
      10 DUP-NOMBRE-NORMAL PIC X(30).
      10 DUP-NOMBRE-JUNTO  PIC X(30).
      10 DUP-TOTAL-PALABRAS PIC 9.
      10 DUP-PALABRA OCCURS 5 TIMES PIC X(15).
      10 DUP-USUARIO-CORREO PIC X(40).
      10 DUP-DIGITOS       PIC X(15).
      10 DUP-LARGO-DIGITOS PIC 99.
      10 DUP-ULTIMOS-SIETE PIC X(7).
01 TOTAL-DUPLICADOS     PIC 9(4).
01 CLIENTES-SIN-LUGAR   PIC 9(5).
01 POSICION-A           PIC 9(4).
01 POSICION-B           PIC 9(4).

*> Normalizacion del cliente que se esta cargando
01 NOMBRE-MAYUS         PIC X(30).
01 NOMBRE-NORMAL        PIC X(30).
01 NOMBRE-JUNTO         PIC X(30).
01 POSICION-ORIGEN      PIC 99.
01 POSICION-DESTINO     PIC 99.
01 POSICION-JUNTO       PIC 99.
01 CARACTER             PIC X.
01 CARACTER-SIGUIENTE   PIC X.
01 CARACTER-NORMAL      PIC X.
01 ULTIMO-FUE-ESPACIO   PIC X.
01 INDICE-PALABRA       PIC 9.
01 CONTADOR-PALABRAS    PIC 99.
01 DIGITOS-TELEFONO     PIC X(15).
01 LARGO-DIGITOS        PIC 99.

*> Comparacion de un par: puntos por nombre, telefono y correo
01 PUNTOS-NOMBRE        PIC 99.
01 PUNTOS-TELEFONO      PIC 99.
01 PUNTOS-CORREO        PIC 99.
01 PUNTAJE-PAR          PIC 9(3).
01 PALABRAS-COMUNES     PIC 9.
01 PALABRAS-MAYOR       PIC 9.
01 INDICE-PALABRA-A     PIC 9.
01 INDICE-PALABRA-B     PIC 9.
01 PALABRA-A            PIC X(15).
01 PALABRA-B            PIC X(15).
01 PALABRAS-COINCIDEN   PIC X.
01 PALABRA-ENCONTRADA   PIC X.
01 TABLA-PALABRAS-USADAS.
   05 PALABRA-USADA OCCURS 5 TIMES PIC X.

*> Salida de la lista de revision
01 FIN-SORT             PIC X.
01 TOTAL-PARES          PIC 9(6).
01 TOTAL-ALTOS          PIC 9(6).
01 TOTAL-MEDIOS         PIC 9(6).
01 TOTAL-BAJOS          PIC 9(6).
01 NIVEL-PAR            PIC X(5).
01 COINCIDENCIAS-PAR    PIC X(40).
01 ID-SUGERIDO          PIC 9(5).
01 POSICION-LINEA       PIC 9(4).
01 CONTEO-EDITADO       PIC Z(5)9.

PROCEDURE DIVISION.

*> Busca clientes cargados mas de una vez: compara cada par de
*> clientes activos por nombre (sin acentos, signos ni orden de las
*> palabras, con tolerancia a iniciales y a letras finales
*> cambiadas), por los digitos del telefono y por el correo o su
*> usuario, y les da un puntaje. Los pares que llegan al puntaje
*> minimo quedan, de mayor a menor puntaje, en la lista de revision
*> duplicados_AAAAMMDD.txt y en duplicados_AAAAMMDD.csv, con el ID
*> que se sugiere conservar (el mas antiguo). La fusion se hace a
*> mano desde MENU-CLIENTES, despues de revisar cada par.
PROGRAMA-PRINCIPAL.
    DISPLAY " "
    DISPLAY "======= DETECCION DE CLIENTES DUPLICADOS ======="
    ACCEPT FECHA-HOY FROM DATE YYYYMMDD

    PERFORM CARGAR-CLIENTES-ACTIVOS
    IF ESTADO-ARCHIVO = "99"
        DISPLAY "No se pudo abrir clientes.txt. Fin del proceso."
        STOP RUN
    END-IF

    MOVE SPACES TO NOMBRE-ARCHIVO-SPOOL
    STRING "..\duplicados_" DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-SPOOL
    MOVE SPACES TO NOMBRE-ARCHIVO-CSV
    STRING "..\duplicados_" DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        ".csv" DELIMITED BY SIZE
        INTO NOMBRE-ARCHIVO-CSV

    OPEN OUTPUT ARCHIVO-SPOOL
    IF ESTADO-SPOOL NOT = "00"
        DISPLAY "No se pudo crear la lista de duplicados. "
            "Fin del proceso."
        STOP RUN
    END-IF
    OPEN OUTPUT ARCHIVO-CSV

    MOVE 0 TO TOTAL-PARES
    MOVE 0 TO TOTAL-ALTOS
    MOVE 0 TO TOTAL-MEDIOS
    MOVE 0 TO TOTAL-BAJOS
    PERFORM ESCRIBIR-ENCABEZADO-DUPLICADOS

    SORT ARCHIVO-SORT
        ON DESCENDING KEY PUNTAJE-SORT
        ON ASCENDING KEY POSICION-A-SORT POSICION-B-SORT
        INPUT PROCEDURE IS COMPARAR-CLIENTES
        OUTPUT PROCEDURE IS ESCRIBIR-PARES-DUPLICADOS

    PERFORM ESCRIBIR-RESUMEN-DUPLICADOS
    CLOSE ARCHIVO-SPOOL
    CLOSE ARCHIVO-CSV

    DISPLAY "-----------------------------"
    DISPLAY "Clientes activos comparados: " TOTAL-DUPLICADOS
    DISPLAY "Pares posibles duplicados: " TOTAL-PARES
    DISPLAY "Lista de revision: " NOMBRE-ARCHIVO-SPOOL
    DISPLAY "Copia en CSV: " NOMBRE-ARCHIVO-CSV

    STOP RUN.

*> Carga los clientes activos a TABLA-DUPLICADOS con sus datos
*> normalizados. Si hay mas clientes que lugares, los que no entran
*> se cuentan y se avisan en el resumen.
CARGAR-CLIENTES-ACTIVOS.
    MOVE 0 TO TOTAL-DUPLICADOS
    MOVE 0 TO CLIENTES-SIN-LUGAR

    OPEN INPUT ARCHIVO-CLIENTES
    IF ESTADO-ARCHIVO NOT = "00"
        CLOSE ARCHIVO-CLIENTES
        MOVE "99" TO ESTADO-ARCHIVO
    ELSE
        PERFORM UNTIL ESTADO-ARCHIVO = "10"
            READ ARCHIVO-CLIENTES NEXT RECORD
                AT END MOVE "10" TO ESTADO-ARCHIVO
                NOT AT END
                    IF CLIENTE-ACTIVO
                        IF TOTAL-DUPLICADOS < 5000
                            ADD 1 TO TOTAL-DUPLICADOS
                            PERFORM NORMALIZAR-CLIENTE
                        ELSE
                            ADD 1 TO CLIENTES-SIN-LUGAR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-CLIENTES
        MOVE "00" TO ESTADO-ARCHIVO
    END-IF
    .

*> Deja en la entrada TOTAL-DUPLICADOS el cliente leido con sus
*> datos normalizados
NORMALIZAR-CLIENTE.
    MOVE ID-CLIENTE TO DUP-ID(TOTAL-DUPLICADOS)
    MOVE NOMBRE TO DUP-NOMBRE(TOTAL-DUPLICADOS)
    MOVE CORREO TO DUP-CORREO(TOTAL-DUPLICADOS)
    MOVE TELEFONO TO DUP-TELEFONO(TOTAL-DUPLICADOS)

    PERFORM NORMALIZAR-NOMBRE
    MOVE NOMBRE-NORMAL TO DUP-NOMBRE-NORMAL(TOTAL-DUPLICADOS)
    MOVE NOMBRE-JUNTO TO DUP-NOMBRE-JUNTO(TOTAL-DUPLICADOS)

    MOVE SPACES TO DUP-PALABRA(TOTAL-DUPLICADOS, 1)
    MOVE SPACES TO DUP-PALABRA(TOTAL-DUPLICADOS, 2)
    MOVE SPACES TO DUP-PALABRA(TOTAL-DUPLICADOS, 3)
    MOVE SPACES TO DUP-PALABRA(TOTAL-DUPLICADOS, 4)
    MOVE SPACES TO DUP-PALABRA(TOTAL-DUPLICADOS, 5)
    MOVE 0 TO CONTADOR-PALABRAS
    IF NOMBRE-NORMAL NOT = SPACES
        UNSTRING NOMBRE-NORMAL DELIMITED BY ALL SPACE
            INTO DUP-PALABRA(TOTAL-DUPLICADOS, 1)
                 DUP-PALABRA(TOTAL-DUPLICADOS, 2)
                 DUP-PALABRA(TOTAL-DUPLICADOS, 3)
                 DUP-PALABRA(TOTAL-DUPLICADOS, 4)
                 DUP-PALABRA(TOTAL-DUPLICADOS, 5)
            TALLYING IN CONTADOR-PALABRAS
        END-UNSTRING
    END-IF
    MOVE 0 TO DUP-TOTAL-PALABRAS(TOTAL-DUPLICADOS)
    MOVE 1 TO INDICE-PALABRA
    PERFORM UNTIL INDICE-PALABRA > 5
        IF DUP-PALABRA(TOTAL-DUPLICADOS, INDICE-PALABRA) NOT = SPACES
            ADD 1 TO DUP-TOTAL-PALABRAS(TOTAL-DUPLICADOS)
        END-IF
        ADD 1 TO INDICE-PALABRA
    END-PERFORM

    MOVE SPACES TO DUP-USUARIO-CORREO(TOTAL-DUPLICADOS)
    IF CORREO NOT = SPACES
        UNSTRING CORREO DELIMITED BY "@"
            INTO DUP-USUARIO-CORREO(TOTAL-DUPLICADOS)
        END-UNSTRING
    END-IF

    MOVE SPACES TO DIGITOS-TELEFONO
    MOVE 0 TO LARGO-DIGITOS
    MOVE 1 TO POSICION-ORIGEN
    PERFORM UNTIL POSICION-ORIGEN > 15
        MOVE TELEFONO(POSICION-ORIGEN:1) TO CARACTER
        IF CARACTER >= "0" AND CARACTER <= "9"
            ADD 1 TO LARGO-DIGITOS
            MOVE CARACTER TO DIGITOS-TELEFONO(LARGO-DIGITOS:1)
        END-IF
        ADD 1 TO POSICION-ORIGEN
    END-PERFORM
    MOVE DIGITOS-TELEFONO TO DUP-DIGITOS(TOTAL-DUPLICADOS)
    MOVE LARGO-DIGITOS TO DUP-LARGO-DIGITOS(TOTAL-DUPLICADOS)
    MOVE SPACES TO DUP-ULTIMOS-SIETE(TOTAL-DUPLICADOS)
    IF LARGO-DIGITOS >= 7
        MOVE DIGITOS-TELEFONO(LARGO-DIGITOS - 6:7)
            TO DUP-ULTIMOS-SIETE(TOTAL-DUPLICADOS)
    END-IF
    .

*> Pasa NOMBRE a mayusculas sin acentos (las vocales acentuadas, la
*> enie y la u con dieresis vienen en dos bytes y quedan como su
*> letra simple), cambia signos por espacios y deja un solo espacio
*> entre palabras en NOMBRE-NORMAL; NOMBRE-JUNTO es lo mismo sin
*> ningun espacio
NORMALIZAR-NOMBRE.
    MOVE FUNCTION UPPER-CASE(NOMBRE) TO NOMBRE-MAYUS
    MOVE SPACES TO NOMBRE-NORMAL
    MOVE SPACES TO NOMBRE-JUNTO
    MOVE 0 TO POSICION-DESTINO
    MOVE 0 TO POSICION-JUNTO
    MOVE "S" TO ULTIMO-FUE-ESPACIO

    MOVE 1 TO POSICION-ORIGEN
    PERFORM UNTIL POSICION-ORIGEN > 30
        MOVE NOMBRE-MAYUS(POSICION-ORIGEN:1) TO CARACTER
        MOVE SPACE TO CARACTER-NORMAL
        EVALUATE TRUE
            WHEN CARACTER >= "A" AND CARACTER <= "Z"
                MOVE CARACTER TO CARACTER-NORMAL
            WHEN CARACTER >= "0" AND CARACTER <= "9"
                MOVE CARACTER TO CARACTER-NORMAL
            WHEN CARACTER = X"C3" AND POSICION-ORIGEN < 30
                ADD 1 TO POSICION-ORIGEN
                MOVE NOMBRE-MAYUS(POSICION-ORIGEN:1)
                    TO CARACTER-SIGUIENTE
                EVALUATE CARACTER-SIGUIENTE
                    WHEN X"81" WHEN X"A1"
                        MOVE "A" TO CARACTER-NORMAL
                    WHEN X"89" WHEN X"A9"
                        MOVE "E" TO CARACTER-NORMAL
                    WHEN X"8D" WHEN X"AD"
                        MOVE "I" TO CARACTER-NORMAL
                    WHEN X"93" WHEN X"B3"
                        MOVE "O" TO CARACTER-NORMAL
                    WHEN X"9A" WHEN X"BA" WHEN X"9C" WHEN X"BC"
                        MOVE "U" TO CARACTER-NORMAL
                    WHEN X"91" WHEN X"B1"
                        MOVE "N" TO CARACTER-NORMAL
                    WHEN OTHER
                        MOVE SPACE TO CARACTER-NORMAL
                END-EVALUATE
            WHEN OTHER
                MOVE SPACE TO CARACTER-NORMAL
        END-EVALUATE

        IF CARACTER-NORMAL = SPACE
            IF ULTIMO-FUE-ESPACIO = "N"
                ADD 1 TO POSICION-DESTINO
                MOVE "S" TO ULTIMO-FUE-ESPACIO
            END-IF
        ELSE
            ADD 1 TO POSICION-DESTINO
            MOVE CARACTER-NORMAL TO NOMBRE-NORMAL(POSICION-DESTINO:1)
            ADD 1 TO POSICION-JUNTO
            MOVE CARACTER-NORMAL TO NOMBRE-JUNTO(POSICION-JUNTO:1)
            MOVE "N" TO ULTIMO-FUE-ESPACIO
        END-IF
        ADD 1 TO POSICION-ORIGEN
    END-PERFORM
    .

*> Procedimiento de entrada del SORT: compara cada par de clientes
*> de la tabla una sola vez y entrega al ordenamiento los que llegan
*> al puntaje minimo
COMPARAR-CLIENTES.
    MOVE 1 TO POSICION-A
    PERFORM UNTIL POSICION-A >= TOTAL-DUPLICADOS
        COMPUTE POSICION-B = POSICION-A + 1
        PERFORM UNTIL POSICION-B > TOTAL-DUPLICADOS
            PERFORM PUNTUAR-PAR
            IF PUNTAJE-PAR >= PUNTAJE-MINIMO
                MOVE PUNTAJE-PAR TO PUNTAJE-SORT
                MOVE POSICION-A TO POSICION-A-SORT
                MOVE POSICION-B TO POSICION-B-SORT
                MOVE PUNTOS-NOMBRE TO PUNTOS-NOMBRE-SORT
                MOVE PUNTOS-TELEFONO TO PUNTOS-TELEFONO-SORT
                MOVE PUNTOS-CORREO TO PUNTOS-CORREO-SORT
                RELEASE REGISTRO-SORT
            END-IF
            ADD 1 TO POSICION-B
        END-PERFORM
        ADD 1 TO POSICION-A
    END-PERFORM
    .

*> Puntaje del par POSICION-A/POSICION-B: hasta 40 puntos por el
*> nombre, 35 por el telefono y 35 por el correo
PUNTUAR-PAR.
    MOVE 0 TO PUNTOS-TELEFONO
    IF DUP-LARGO-DIGITOS(POSICION-A) >= 7
        AND DUP-LARGO-DIGITOS(POSICION-B) >= 7
        IF DUP-DIGITOS(POSICION-A) = DUP-DIGITOS(POSICION-B)
            MOVE 35 TO PUNTOS-TELEFONO
        ELSE
            IF DUP-ULTIMOS-SIETE(POSICION-A) =
                    DUP-ULTIMOS-SIETE(POSICION-B)
                MOVE 30 TO PUNTOS-TELEFONO
            END-IF
        END-IF
    END-IF

    MOVE 0 TO PUNTOS-CORREO
    IF DUP-CORREO(POSICION-A) NOT = SPACES
        AND DUP-CORREO(POSICION-B) NOT = SPACES
        IF DUP-CORREO(POSICION-A) = DUP-CORREO(POSICION-B)
            MOVE 35 TO PUNTOS-CORREO
        ELSE
            IF DUP-USUARIO-CORREO(POSICION-A) =
                    DUP-USUARIO-CORREO(POSICION-B)
                AND DUP-USUARIO-CORREO(POSICION-A)(4:1) NOT = SPACE
                MOVE 20 TO PUNTOS-CORREO
            END-IF
        END-IF
    END-IF

    PERFORM PUNTUAR-NOMBRES

    COMPUTE PUNTAJE-PAR =
        PUNTOS-NOMBRE + PUNTOS-TELEFONO + PUNTOS-CORREO
    .

*> Puntos por el nombre: 40 si los nombres normalizados son iguales,
*> 38 si solo difieren en los espacios, y si no una parte de 35
*> segun cuantas palabras tienen en comun sobre las del nombre mas
*> largo, sin importar el orden. Dos palabras coinciden si son
*> iguales, si una es la inicial de la otra o si las dos tienen al
*> menos cuatro letras y empiezan con las mismas cuatro.
PUNTUAR-NOMBRES.
    MOVE 0 TO PUNTOS-NOMBRE
    EVALUATE TRUE
        WHEN DUP-NOMBRE-NORMAL(POSICION-A) = SPACES
            OR DUP-NOMBRE-NORMAL(POSICION-B) = SPACES
            CONTINUE
        WHEN DUP-NOMBRE-NORMAL(POSICION-A) =
                DUP-NOMBRE-NORMAL(POSICION-B)
            MOVE 40 TO PUNTOS-NOMBRE
        WHEN DUP-NOMBRE-JUNTO(POSICION-A) =
                DUP-NOMBRE-JUNTO(POSICION-B)
            MOVE 38 TO PUNTOS-NOMBRE
        WHEN OTHER
            MOVE 0 TO PALABRAS-COMUNES
            MOVE SPACES TO TABLA-PALABRAS-USADAS
            MOVE 1 TO INDICE-PALABRA-A
            PERFORM UNTIL INDICE-PALABRA-A >
                    DUP-TOTAL-PALABRAS(POSICION-A)
                MOVE DUP-PALABRA(POSICION-A, INDICE-PALABRA-A)
                    TO PALABRA-A
                MOVE "N" TO PALABRA-ENCONTRADA
                MOVE 1 TO INDICE-PALABRA-B
                PERFORM UNTIL INDICE-PALABRA-B >
                        DUP-TOTAL-PALABRAS(POSICION-B)
                        OR PALABRA-ENCONTRADA = "S"
                    IF PALABRA-USADA(INDICE-PALABRA-B) NOT = "S"
                        MOVE DUP-PALABRA(POSICION-B, INDICE-PALABRA-B)
                            TO PALABRA-B
                        PERFORM COMPARAR-PALABRAS
                        IF PALABRAS-COINCIDEN = "S"
                            MOVE "S" TO PALABRA-ENCONTRADA
                            MOVE "S" TO PALABRA-USADA(INDICE-PALABRA-B)
                            ADD 1 TO PALABRAS-COMUNES
                        END-IF
                    END-IF
                    ADD 1 TO INDICE-PALABRA-B
                END-PERFORM
                ADD 1 TO INDICE-PALABRA-A
            END-PERFORM

            IF DUP-TOTAL-PALABRAS(POSICION-A) >
                    DUP-TOTAL-PALABRAS(POSICION-B)
                MOVE DUP-TOTAL-PALABRAS(POSICION-A) TO PALABRAS-MAYOR
            ELSE
                MOVE DUP-TOTAL-PALABRAS(POSICION-B) TO PALABRAS-MAYOR
            END-IF
            IF PALABRAS-MAYOR > 0
                COMPUTE PUNTOS-NOMBRE =
                    35 * PALABRAS-COMUNES / PALABRAS-MAYOR
            END-IF
    END-EVALUATE
    .

*> Decide si PALABRA-A y PALABRA-B son la misma palabra escrita de
*> otra forma
COMPARAR-PALABRAS.
    MOVE "N" TO PALABRAS-COINCIDEN
    EVALUATE TRUE
        WHEN PALABRA-A = PALABRA-B
            MOVE "S" TO PALABRAS-COINCIDEN
        WHEN PALABRA-A(2:) = SPACES
            AND PALABRA-A(1:1) = PALABRA-B(1:1)
            MOVE "S" TO PALABRAS-COINCIDEN
        WHEN PALABRA-B(2:) = SPACES
            AND PALABRA-A(1:1) = PALABRA-B(1:1)
            MOVE "S" TO PALABRAS-COINCIDEN
        WHEN PALABRA-A(4:1) NOT = SPACE
            AND PALABRA-B(4:1) NOT = SPACE
            AND PALABRA-A(1:4) = PALABRA-B(1:4)
            MOVE "S" TO PALABRAS-COINCIDEN
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Encabezado de la lista de revision y de la copia en CSV
ESCRIBIR-ENCABEZADO-DUPLICADOS.
    MOVE "====================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "POSIBLES CLIENTES DUPLICADOS AL " DELIMITED BY SIZE
        FECHA-HOY DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "Puntaje: nombre hasta 40, telefono hasta 35, correo hasta 35"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE "====================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE SPACES TO LINEA-CSV
    STRING "puntaje,nivel,id_conservar,id_a,nombre_a,correo_a,"
        DELIMITED BY SIZE
        "telefono_a,id_b,nombre_b,correo_b,telefono_b,"
        DELIMITED BY SIZE
        "puntos_nombre,puntos_telefono,puntos_correo"
        DELIMITED BY SIZE
        INTO LINEA-CSV
    WRITE LINEA-CSV
    .

*> Procedimiento de salida del SORT: escribe cada par, del puntaje
*> mas alto al mas bajo, en la lista y en el CSV
ESCRIBIR-PARES-DUPLICADOS.
    MOVE "N" TO FIN-SORT
    PERFORM UNTIL FIN-SORT = "S"
        RETURN ARCHIVO-SORT
            AT END MOVE "S" TO FIN-SORT
            NOT AT END
                PERFORM ESCRIBIR-PAR-DUPLICADO
        END-RETURN
    END-PERFORM
    .

*> Escribe el par del renglon de SORT vigente: puntaje, nivel, que
*> datos coinciden, el ID que se sugiere conservar y los datos de
*> los dos clientes
ESCRIBIR-PAR-DUPLICADO.
    ADD 1 TO TOTAL-PARES
    EVALUATE TRUE
        WHEN PUNTAJE-SORT >= PUNTAJE-ALTO
            MOVE "ALTA" TO NIVEL-PAR
            ADD 1 TO TOTAL-ALTOS
        WHEN PUNTAJE-SORT >= PUNTAJE-MEDIO
            MOVE "MEDIA" TO NIVEL-PAR
            ADD 1 TO TOTAL-MEDIOS
        WHEN OTHER
            MOVE "BAJA" TO NIVEL-PAR
            ADD 1 TO TOTAL-BAJOS
    END-EVALUATE

    MOVE SPACES TO COINCIDENCIAS-PAR
    STRING
        "nombre " DELIMITED BY SIZE
        PUNTOS-NOMBRE-SORT DELIMITED BY SIZE
        ", telefono " DELIMITED BY SIZE
        PUNTOS-TELEFONO-SORT DELIMITED BY SIZE
        ", correo " DELIMITED BY SIZE
        PUNTOS-CORREO-SORT DELIMITED BY SIZE
        INTO COINCIDENCIAS-PAR

    MOVE POSICION-A-SORT TO POSICION-A
    MOVE POSICION-B-SORT TO POSICION-B
    IF DUP-ID(POSICION-A) < DUP-ID(POSICION-B)
        MOVE DUP-ID(POSICION-A) TO ID-SUGERIDO
    ELSE
        MOVE DUP-ID(POSICION-B) TO ID-SUGERIDO
    END-IF

    MOVE "-----------------------------------------------------"
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE SPACES TO LINEA-SPOOL
    STRING "Puntaje " DELIMITED BY SIZE
        PUNTAJE-SORT DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        NIVEL-PAR DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        COINCIDENCIAS-PAR DELIMITED BY "  "
        ")  Conservar: " DELIMITED BY SIZE
        ID-SUGERIDO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL

    MOVE POSICION-A TO POSICION-LINEA
    PERFORM ESCRIBIR-CLIENTE-PAR
    MOVE POSICION-B TO POSICION-LINEA
    PERFORM ESCRIBIR-CLIENTE-PAR

    MOVE SPACES TO LINEA-CSV
    STRING
        PUNTAJE-SORT DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(NIVEL-PAR) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        ID-SUGERIDO DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        DUP-ID(POSICION-A) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(DUP-NOMBRE(POSICION-A)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(DUP-CORREO(POSICION-A)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(DUP-TELEFONO(POSICION-A)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        DUP-ID(POSICION-B) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(DUP-NOMBRE(POSICION-B)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(DUP-CORREO(POSICION-B)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(DUP-TELEFONO(POSICION-B)) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        PUNTOS-NOMBRE-SORT DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        PUNTOS-TELEFONO-SORT DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        PUNTOS-CORREO-SORT DELIMITED BY SIZE
        INTO LINEA-CSV
    WRITE LINEA-CSV
    .

*> Una linea de la lista con los datos del cliente de la posicion
*> POSICION-LINEA de la tabla
ESCRIBIR-CLIENTE-PAR.
    MOVE SPACES TO LINEA-SPOOL
    STRING "  " DELIMITED BY SIZE
        DUP-ID(POSICION-LINEA) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        DUP-NOMBRE(POSICION-LINEA) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        DUP-CORREO(POSICION-LINEA) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        DUP-TELEFONO(POSICION-LINEA) DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    .

*> Totales al pie de la lista de revision
ESCRIBIR-RESUMEN-DUPLICADOS.
    MOVE "====================================================="
        TO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE TOTAL-DUPLICADOS TO CONTEO-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING "Clientes activos comparados:   " DELIMITED BY SIZE
        CONTEO-EDITADO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE TOTAL-PARES TO CONTEO-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING "Pares posibles duplicados:     " DELIMITED BY SIZE
        CONTEO-EDITADO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE TOTAL-ALTOS TO CONTEO-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING "  Coincidencia alta:           " DELIMITED BY SIZE
        CONTEO-EDITADO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE TOTAL-MEDIOS TO CONTEO-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING "  Coincidencia media:          " DELIMITED BY SIZE
        CONTEO-EDITADO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL
    MOVE TOTAL-BAJOS TO CONTEO-EDITADO
    MOVE SPACES TO LINEA-SPOOL
    STRING "  Coincidencia baja:           " DELIMITED BY SIZE
        CONTEO-EDITADO DELIMITED BY SIZE
        INTO LINEA-SPOOL
    WRITE LINEA-SPOOL

    IF CLIENTES-SIN-LUGAR > 0
        MOVE CLIENTES-SIN-LUGAR TO CONTEO-EDITADO
        MOVE SPACES TO LINEA-SPOOL
        STRING "ATENCION: " DELIMITED BY SIZE
            CONTEO-EDITADO DELIMITED BY SIZE
            " clientes activos no entraron en la comparacion."
            DELIMITED BY SIZE
            INTO LINEA-SPOOL
        WRITE LINEA-SPOOL
    END-IF
    .
