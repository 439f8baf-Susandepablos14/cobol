01 NOMBRE-ARCHIVO-PERIODO PIC X(40).
01 NOMBRE-ARCHIVO-EXTRACTO PIC X(40).

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

*> Copia de trabajo del movimiento que se esta procesando, para poder
*> tratar igual las filas del archivo activo y las del historico
01 MOVIMIENTO-EXTRACTO.
    MOVE 0 TO TOTAL-DETALLES
    MOVE 0 TO HASH-MONTOS

    IF JORNADA-ACTIVA = "S"
        MOVE JORNADA-FECHA TO FECHA-EXTRACTO
    ELSE
        PERFORM PEDIR-FECHA-EXTRACTO
    END-IF

    MOVE FECHA-EXTRACTO(1:6) TO PERIODO-EXTRACTO

    OPEN OUTPUT ARCHIVO-EXTRACTO
    IF ESTADO-EXTRACTO NOT = "00"
        DISPLAY "No se pudo crear el archivo de extracto."
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "H" TO TIPO-REG-ENC
        MOVE FECHA-EXTRACTO TO FECHA-ENC
        DISPLAY "Archivo de salida: " NOMBRE-ARCHIVO-EXTRACTO
    END-IF

    GOBACK.

*> Pide la fecha AAAAMMDD hasta recibir una valida
PEDIR-FECHA-EXTRACTO.
