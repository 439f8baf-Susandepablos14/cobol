01 FECHA-YA-RESPALDADA  PIC X.
01 FECHA-A-BORRAR       PIC 9(8).

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

*> Cuantas generaciones se conservan como maximo
01 MAXIMO-GENERACIONES  PIC 9(2) VALUE 7.

    MOVE 0 TO TOTAL-CLIENTES-RESP
    MOVE 0 TO TOTAL-MOV-RESP

    IF JORNADA-ACTIVA = "S"
        MOVE JORNADA-FECHA TO FECHA-HOY
    ELSE
        ACCEPT FECHA-HOY FROM DATE YYYYMMDD
    END-IF
    PERFORM ARMAR-NOMBRES-RESPALDO

    PERFORM RESPALDAR-CLIENTES
    IF ESTADO-ARCHIVO = "99"
        DISPLAY "No se pudo abrir clientes.txt. Fin del proceso."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM RESPALDAR-CONTEO
        PERFORM RESPALDAR-MOVIMIENTOS
        DISPLAY "Generaciones conservadas: " TOTAL-GENERACIONES
    END-IF

    GOBACK.

*> Construye los nombres fechados de los cuatro archivos de respaldo
*> de la generacion FECHA-HOY
