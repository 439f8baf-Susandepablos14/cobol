01 NOMBRE-ARCHIVO-PERIODO PIC X(40).
01 NOMBRE-ARCHIVO-SPOOL PIC X(40).

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
01 MOVIMIENTO-CUADRE.
    MOVE 0 TO TOTAL-MOVIMIENTOS
    MOVE 0 TO GRAN-TOTAL

    IF JORNADA-ACTIVA = "S"
        MOVE JORNADA-FECHA TO FECHA-CUADRE
    ELSE
        PERFORM PEDIR-FECHA-CUADRE
    END-IF

    MOVE FECHA-CUADRE(1:6) TO PERIODO-CUADRE

        PERFORM ESCRIBIR-REPORTE-CUADRE
    END-IF

    GOBACK.

*> Pide la fecha AAAAMMDD hasta recibir una valida
PEDIR-FECHA-CUADRE.
    OPEN OUTPUT ARCHIVO-SPOOL
    IF ESTADO-SPOOL NOT = "00"
        DISPLAY "No se pudo crear el archivo del cuadre de caja."
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 1 TO INDICE-CUADRE
        PERFORM ESCRIBIR-PAGINA-OPERADOR
