       IDENTIFICATION DIVISION.
       PROGRAM-ID. gameseason.

      *> CIERRE DE TEMPORADA DEL MAESTRO GameMaster.dat: EL MAESTRO
      *> SOLO CRECE, ASI QUE "TODA LA VIDA" ERA LA UNICA TEMPORADA Y
      *> EL CLUB QUE QUIERE TEMPORADAS TRIMESTRALES CON REGLAS DE
      *> PUNTAJE DISTINTAS TENIA QUE EDITAR EL MAESTRO A MANO. ACA SE
      *> CONGELA LA TABLA FINAL EN EL ARCHIVO DE TEMPORADAS
      *> GameSeasons.txt, ROTULADA CON EL IDENTIFICADOR QUE DA EL
      *> OPERADOR Y EL REGLAS-ID DE GameScoring.txt CON QUE SE JUGO,
      *> SE EMITE EL REPORTE FINAL GameSeason_<ID>.txt (CAMPEON,
      *> TABLA DE JUGADORES Y POSICIONES POR EQUIPO SEGUN PAD-EQUIPO)
      *> Y RECIEN ENTONCES SE ABRE LA TEMPORADA NUEVA PONIENDO EN CERO
      *> ACIERTOS, ERRORES Y PUNTOS DE CADA JUGADOR. LA MARCA DE AGUA
      *> MAE-ULTIMA-POSICION NO SE TOCA: LO YA SUMADO NO SE VUELVE A
      *> SUMAR EN LA TEMPORADA NUEVA.
      *>
      *> EL ORDEN DE LA TABLA ES EL DE LAS FOTOS DEL RANKING:
      *> DESCENDENTE POR PUNTOS Y, A IGUALDAD, POR NOMBRE. EL
      *> IDENTIFICADOR NO SE PUEDE REPETIR, ASI UNA SEGUNDA CORRIDA
      *> POR ERROR NO ARCHIVA UNA TABLA YA EN CERO. LA EXCEPCION ES
      *> UN CIERRE QUE CORTO DESPUES DE ARCHIVAR (SIN SU LINEA DE
      *> CIERRE EN GameMaintLog.txt): SE VUELVE A CORRER CON EL
      *> MISMO IDENTIFICADOR Y, SI LO ARCHIVADO COINCIDE CON EL
      *> MAESTRO, SE RETOMA SIN ARCHIVAR DOS VECES. CADA JUGADOR
      *> PUESTO EN CERO QUEDA EN GameMaintLog.txt CON IMAGEN ANTES Y
      *> DESPUES, COMO EN EL MANTENIMIENTO DEL MAESTRO.
      *>
      *> FORMATO DE GameSeasons.txt, UNA LINEA POR JUGADOR Y
      *> TEMPORADA: ID(8) REGLAS(8) FECHA-CIERRE(8) POSICION(3)
      *> NOMBRE(15) EQUIPO(4) ACIERTOS(7) ERRORES(7) PUNTOS(S8 SIGNO
      *> ADELANTE) ULTIMA-POSICION(9)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MAESTRO ASSIGN TO "GameMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-NOMBRE
           FILE STATUS IS WS-MAESTRO-STATUS.
       SELECT PADRON ASSIGN TO "GamePlayers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAD-NOMBRE
           FILE STATUS IS WS-PADRON-STATUS.
       SELECT TEMPORADAS ASSIGN TO "GameSeasons.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPORADAS-STATUS.
       SELECT REGLAS ASSIGN TO "GameScoring.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGLAS-STATUS.
       SELECT BITACORA ASSIGN TO "GameMaintLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BITACORA-STATUS.
       SELECT REPORTE ASSIGN TO WS-REPORTE-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO.
       01 RegistroMaestro.
           02 MAE-NOMBRE PIC X(15).
           02 MAE-ACIERTOS PIC 9(7).
           02 MAE-ERRORES PIC 9(7).
           02 MAE-PUNTOS PIC S9(8).
           02 MAE-ULTIMA-POSICION PIC 9(9).
       FD PADRON.
       01 RegistroPadron.
           02 PAD-NOMBRE PIC X(15).
           02 PAD-FECHA-ALTA PIC X(10).
           02 PAD-ESTADO PIC X(1).
           02 PAD-EQUIPO PIC X(4).
       FD TEMPORADAS.
       01 RegistroTemporada.
           88 FinTemporadas VALUE HIGH-VALUES.
           02 TEM-ID PIC X(8).
           02 FILLER PIC X(1).
           02 TEM-REGLAS PIC X(8).
           02 FILLER PIC X(1).
           02 TEM-FECHA-CIERRE PIC X(8).
           02 FILLER PIC X(1).
           02 TEM-POSICION PIC X(3).
           02 FILLER PIC X(1).
           02 TEM-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 TEM-EQUIPO PIC X(4).
           02 FILLER PIC X(1).
           02 TEM-ACIERTOS PIC X(7).
           02 FILLER PIC X(1).
           02 TEM-ERRORES PIC X(7).
           02 FILLER PIC X(1).
           02 TEM-PUNTOS PIC S9(8) SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
           02 TEM-ULTIMA-POSICION PIC X(9).
      *> MISMO DIBUJO QUE EL REGISTRO DE REGLAS DEL PROGRAMA
      *> PRINCIPAL; ACA SOLO INTERESA EL IDENTIFICADOR, QUE ES EL
      *> ROTULO CON QUE SE ARCHIVA LA TEMPORADA
       FD REGLAS.
       01 RegistroReglas.
           02 REG-ID PIC X(8).
           02 FILLER PIC X(1).
           02 REG-PTS-AZUL PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PTS-ROJO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PTS-AMARILLO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PTS-VERDE PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-IZQUIERDA PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-ARRIBA PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-ABAJO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-DERECHA PIC X(2).
           02 FILLER PIC X(1).
           02 REG-TIEMPO-RAPIDO PIC X(10).
           02 FILLER PIC X(1).
           02 REG-BONUS-RAPIDO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PTS-ACIERTO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-ERROR PIC X(2).
      *> AL GRABAR SE ARMA LA LINEA ENTERA; AL LEER SOLO INTERESAN
      *> LA ACCION Y, EN UNA LINEA DE CIERRE, EL RESTO DESDE
      *> " TEMPORADA="
       FD BITACORA.
       01 LineaBitacora.
           88 FinBitacora VALUE HIGH-VALUES.
           02 BIT-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 BIT-HORA PIC X(8).
           02 FILLER PIC X(1).
           02 BIT-ACCION PIC X(10).
           02 BIT-ETIQUETA PIC X(11).
           02 BIT-RESTO PIC X(61).
       FD REPORTE.
       01 LineaReporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 ControlTemporada.
           02 WS-MAESTRO-STATUS PIC XX VALUES "00".
           02 WS-PADRON-STATUS PIC XX VALUES "00".
           02 WS-TEMPORADAS-STATUS PIC XX VALUES "00".
           02 WS-REGLAS-STATUS PIC XX VALUES "00".
           02 WS-BITACORA-STATUS PIC XX VALUES "00".
           02 WS-REPORTE-STATUS PIC XX VALUES "00".
           02 WS-REPORTE-NOMBRE PIC X(30) VALUES SPACES.
           02 WS-LINEA-REPORTE PIC X(80) VALUES SPACES.
           02 WS-MAESTRO-FIN PIC X(1) VALUES "N".
           02 PADRON-DISPONIBLE PIC X(1) VALUES "N".
           02 TEMPORADA-ID PIC X(8) VALUES SPACES.
           02 TEMPORADA-REPETIDA PIC X(1) VALUES "N".
           02 CIERRE-REGISTRADO PIC X(1) VALUES "N".
           02 CIERRE-TEMPORADA PIC X(8) VALUES SPACES.
           02 ARCHIVO-COINCIDE PIC X(1) VALUES "S".
           02 ARCHIVADOS-PREVIOS PIC 9(5) VALUES 00000.
           02 ULTIMO-CIERRE PIC X(8) VALUES SPACES.
           02 CONFIRMACION PIC X(1) VALUES SPACES.
           02 TABLA-EN-LIMITE PIC X(1) VALUES "N".
           02 REGISTROS-ARCHIVADOS PIC 9(5) VALUES 00000.
           02 REGISTROS-EN-CERO PIC 9(5) VALUES 00000.
           02 ACCION-BITACORA PIC X(10) VALUES SPACES.
           02 MOMENTO-BITACORA PIC X(8) VALUES SPACES.
           02 WS-FECHA-HOY PIC 9(8) VALUES 0.
           02 WS-HORA-AHORA PIC 9(8) VALUES 0.
           02 WS-LINEA-BITACORA PIC X(100) VALUES SPACES.
           02 MAE-PUNTOS-EDIT PIC ZZZZZZZ9-.
           02 PUNTOS-EDIT PIC ZZZZZZZ9-.
           02 NOMBRE-PADRON-BUSCA PIC X(15) VALUES SPACES.
           02 EQUIPO-HALLADO PIC X(4) VALUES SPACES.
      *> TABLA FINAL DE LA TEMPORADA, CARGADA DEL MAESTRO EN ORDEN
      *> DE CLAVE Y ORDENADA DESPUES POR PUNTOS; TODO EL MAESTRO
      *> TIENE QUE ENTRAR: UN ARCHIVO DE TEMPORADA A MEDIAS NO SIRVE
       01 TablaTemporada.
           02 TOTAL-TEMPORADA PIC 9(4) VALUES 0000.
           02 TEMPORADA-ENTRY OCCURS 1000 TIMES.
               03 TAB-NOMBRE PIC X(15).
               03 TAB-EQUIPO PIC X(4).
               03 TAB-ACIERTOS PIC 9(7).
               03 TAB-ERRORES PIC 9(7).
               03 TAB-PUNTOS PIC S9(8).
               03 TAB-ULTIMA-POSICION PIC 9(9).
       01 ControlOrden.
           02 IDX-TABLA PIC 9(4) VALUES 0000.
           02 IDX-ORDEN PIC 9(4) VALUES 0000.
           02 IDX-ORDEN2 PIC 9(4) VALUES 0000.
           02 LIMITE-ORDEN PIC 9(4) VALUES 0000.
           02 POSICION-ARCHIVO PIC 9(3) VALUES 000.
           02 TAB-TEMPORAL PIC X(50).
      *> POSICIONES POR EQUIPO, IGUAL QUE EN EL PROGRAMA PRINCIPAL
       01 TablaEquipos.
           02 TOTAL-EQUIPOS PIC 9(3) VALUES 000.
           02 EQUIPO-ENTRY OCCURS 50 TIMES.
               03 EQU-CODIGO PIC X(4).
               03 EQU-JUGADORES PIC 9(3).
               03 EQU-ACIERTOS PIC 9(7).
               03 EQU-ERRORES PIC 9(7).
               03 EQU-PUNTOS PIC S9(8).
       01 ControlEquipos.
           02 IDX-EQUIPO PIC 9(3) VALUES 000.
           02 IDX-EQU-BUSQUEDA PIC 9(3) VALUES 000.
           02 ENCONTRADO-EQUIPO PIC X(1) VALUES "N".
           02 IDX-EQU-ORDEN PIC 9(3) VALUES 000.
           02 IDX-EQU-ORDEN2 PIC 9(3) VALUES 000.
           02 LIMITE-EQU-ORDEN PIC 9(3) VALUES 000.
           02 EQU-TEMPORAL PIC X(29).
           02 EQUIPOS-EN-LIMITE PIC X(1) VALUES "N".
           02 EQUIPO-ACTUAL PIC X(4) VALUES SPACES.
           02 EQU-ACIERTOS-ACT PIC 9(7) VALUES 0000000.
           02 EQU-ERRORES-ACT PIC 9(7) VALUES 0000000.
           02 EQU-PUNTOS-ACT PIC S9(8) VALUES 0.
           02 EQU-PUNTOS-EDIT PIC ZZZZZZZ9-.
       01 ReglasPuntaje.
           02 REGLAS-ID PIC X(8) VALUES "ESTANDAR".

       PROCEDURE DIVISION.
           DISPLAY "CIERRE DE TEMPORADA DEL MAESTRO"

           PERFORM CARGAR-REGLAS

           DISPLAY "IDENTIFICADOR DE LA TEMPORADA QUE SE CIERRA"
               " (HASTA 8 CARACTERES): "
           ACCEPT TEMPORADA-ID
           IF TEMPORADA-ID = SPACES THEN
               DISPLAY "SIN IDENTIFICADOR DE TEMPORADA; NADA QUE"
                   " CERRAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-TEMPORADA-NUEVA
      *> UN IDENTIFICADOR YA ARCHIVADO SIN SU LINEA DE CIERRE EN LA
      *> BITACORA ES UNA CORRIDA ANTERIOR QUE CORTO DESPUES DE
      *> ARCHIVAR: SE RETOMA SIN ARCHIVAR DE NUEVO
           IF TEMPORADA-REPETIDA = "S" THEN
               PERFORM BUSCAR-CIERRE-BITACORA
               IF CIERRE-REGISTRADO = "S" THEN
                   DISPLAY "LA TEMPORADA " TEMPORADA-ID " YA ESTA"
                       " ARCHIVADA EN GameSeasons.txt"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM CARGAR-TABLA-TEMPORADA
           IF TOTAL-TEMPORADA = 0 THEN
               DISPLAY "EL MAESTRO NO TIENE JUGADORES; NADA QUE"
                   " CERRAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ORDENAR-TEMPORADA
           IF TEMPORADA-REPETIDA = "S" THEN
               PERFORM COTEJAR-ARCHIVO
               IF ARCHIVO-COINCIDE = "N" THEN
                   DISPLAY "LA TEMPORADA " TEMPORADA-ID " YA TIENE "
                       ARCHIVADOS-PREVIOS " LINEAS EN GameSeasons.txt"
                       " PERO NO SE REGISTRO SU CIERRE, Y NO COINCIDEN"
                       " CON EL MAESTRO ACTUAL"
                   DISPLAY "SI EL MAESTRO QUEDO A MEDIO PONER EN CERO,"
                       " RESTAURAR EL RESPALDO CON gameback; SI LAS"
                       " LINEAS ARCHIVADAS QUEDARON INCOMPLETAS,"
                       " QUITARLAS DE GameSeasons.txt. DESPUES VOLVER"
                       " A CORRER CON EL MISMO IDENTIFICADOR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "LA TEMPORADA " TEMPORADA-ID " YA QUEDO"
                   " ARCHIVADA POR UNA CORRIDA QUE NO TERMINO; SE"
                   " RETOMA SIN ARCHIVAR DE NUEVO"
           END-IF
           PERFORM ASIGNAR-EQUIPOS

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF ULTIMO-CIERRE NOT = SPACES
               AND ULTIMO-CIERRE NOT < WS-FECHA-HOY THEN
               DISPLAY "AVISO: YA HUBO UN CIERRE CON FECHA "
                   ULTIMO-CIERRE "; LAS FOTOS DEL RANKING DE ESTE"
                   " DIA NO QUEDAN EN NINGUNA TEMPORADA"
           END-IF
           MOVE TAB-PUNTOS(1) TO PUNTOS-EDIT
           DISPLAY "TEMPORADA:  " TEMPORADA-ID
           DISPLAY "REGLAS:     " REGLAS-ID
           DISPLAY "JUGADORES:  " TOTAL-TEMPORADA
           DISPLAY "CAMPEON:    " TAB-NOMBRE(1) " " TAB-EQUIPO(1)
               " PUNTOS " PUNTOS-EDIT
           DISPLAY "SE RECOMIENDA RESPALDAR ANTES EL MAESTRO CON"
               " gameback"
           DISPLAY "ACIERTOS, ERRORES Y PUNTOS QUEDAN EN CERO PARA"
               " TODOS. CONFIRMA (S/N): "
           ACCEPT CONFIRMACION
           IF CONFIRMACION NOT = "S" THEN
               DISPLAY "CIERRE CANCELADO"
               STOP RUN
           END-IF

      *> PRIMERO EL REPORTE Y EL ARCHIVO DE TEMPORADAS; EL MAESTRO
      *> SE TOCA RECIEN CUANDO LA TABLA FINAL YA QUEDO GUARDADA
           PERFORM EMITIR-REPORTE-TEMPORADA
           IF TEMPORADA-REPETIDA = "N" THEN
               PERFORM ARCHIVAR-TEMPORADA
           ELSE
               MOVE ARCHIVADOS-PREVIOS TO REGISTROS-ARCHIVADOS
           END-IF
           PERFORM ABRIR-BITACORA
           PERFORM ABRIR-NUEVA-TEMPORADA

           MOVE "CIERRE" TO ACCION-BITACORA
           PERFORM GRABAR-BITACORA-CIERRE
           CLOSE BITACORA
           DISPLAY "TEMPORADA " TEMPORADA-ID " CERRADA: "
               REGISTROS-ARCHIVADOS " ARCHIVADOS, "
               REGISTROS-EN-CERO " PUESTOS EN CERO"
           DISPLAY "REPORTE: " WS-REPORTE-NOMBRE
           STOP RUN.

      *> EL REGLAS-ID VIGENTE ES EL ROTULO DE LA TEMPORADA; SIN
      *> ARCHIVO O CON CAMPOS NO NUMERICOS QUEDA "ESTANDAR", IGUAL
      *> QUE EN EL PROGRAMA PRINCIPAL, QUE EN ESE CASO NO USA EL
      *> ARCHIVO
       CARGAR-REGLAS.
           OPEN INPUT REGLAS
           IF WS-REGLAS-STATUS = "00" THEN
               READ REGLAS
                   AT END
                       DISPLAY "GameScoring.txt VACIO; QUEDAN LAS"
                           " REGLAS ESTANDAR"
                   NOT AT END
                       IF REG-PTS-AZUL IS NUMERIC
                           AND REG-PTS-ROJO IS NUMERIC
                           AND REG-PTS-AMARILLO IS NUMERIC
                           AND REG-PTS-VERDE IS NUMERIC
                           AND REG-PEN-IZQUIERDA IS NUMERIC
                           AND REG-PEN-ARRIBA IS NUMERIC
                           AND REG-PEN-ABAJO IS NUMERIC
                           AND REG-PEN-DERECHA IS NUMERIC
                           AND REG-TIEMPO-RAPIDO IS NUMERIC
                           AND REG-BONUS-RAPIDO IS NUMERIC
                           AND REG-PTS-ACIERTO IS NUMERIC
                           AND REG-PEN-ERROR IS NUMERIC THEN
                           MOVE REG-ID TO REGLAS-ID
                       ELSE
                           DISPLAY "GameScoring.txt CON CAMPOS NO"
                               " NUMERICOS; QUEDAN LAS REGLAS ESTANDAR"
                       END-IF
               END-READ
               CLOSE REGLAS
           END-IF
           DISPLAY "REGLAS DE PUNTAJE: " REGLAS-ID.

      *> RECORRE EL ARCHIVO DE TEMPORADAS: SE MARCA SI EL
      *> IDENTIFICADOR PEDIDO YA ESTA, CUANTAS LINEAS TIENE, Y DE
      *> PASO SE GUARDA LA FECHA DEL ULTIMO CIERRE DE OTRA TEMPORADA.
      *> SIN ARCHIVO ES LA PRIMERA TEMPORADA QUE SE CIERRA
       VERIFICAR-TEMPORADA-NUEVA.
           MOVE "N" TO TEMPORADA-REPETIDA
           OPEN INPUT TEMPORADAS
           IF WS-TEMPORADAS-STATUS = "00" THEN
               READ TEMPORADAS
               AT END SET FinTemporadas TO TRUE
               END-READ
               PERFORM UNTIL FinTemporadas
                   IF TEM-ID = TEMPORADA-ID THEN
                       MOVE "S" TO TEMPORADA-REPETIDA
                       ADD 1 TO ARCHIVADOS-PREVIOS
                   ELSE
                       IF ULTIMO-CIERRE = SPACES
                           OR TEM-FECHA-CIERRE > ULTIMO-CIERRE THEN
                           MOVE TEM-FECHA-CIERRE TO ULTIMO-CIERRE
                       END-IF
                   END-IF
                   READ TEMPORADAS
                   AT END SET FinTemporadas TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TEMPORADAS
           ELSE
               IF WS-TEMPORADAS-STATUS NOT = "35" THEN
                   DISPLAY "ERROR ABRIENDO GameSeasons.txt, STATUS "
                       WS-TEMPORADAS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> BUSCA EN GameMaintLog.txt LA LINEA DE CIERRE DE LA
      *> TEMPORADA PEDIDA; ES LA ULTIMA QUE GRABA UN CIERRE COMPLETO.
      *> SIN BITACORA NO HUBO NINGUN CIERRE
       BUSCAR-CIERRE-BITACORA.
           MOVE "N" TO CIERRE-REGISTRADO
           OPEN INPUT BITACORA
           IF WS-BITACORA-STATUS = "00" THEN
               READ BITACORA
               AT END SET FinBitacora TO TRUE
               END-READ
               PERFORM UNTIL FinBitacora
                   IF BIT-ACCION = "CIERRE"
                       AND BIT-ETIQUETA = " TEMPORADA=" THEN
                       MOVE SPACES TO CIERRE-TEMPORADA
                       UNSTRING BIT-RESTO DELIMITED BY SPACE
                           INTO CIERRE-TEMPORADA
                       IF CIERRE-TEMPORADA = TEMPORADA-ID THEN
                           MOVE "S" TO CIERRE-REGISTRADO
                       END-IF
                   END-IF
                   READ BITACORA
                   AT END SET FinBitacora TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BITACORA
           ELSE
               IF WS-BITACORA-STATUS NOT = "35" THEN
                   DISPLAY "ERROR ABRIENDO GameMaintLog.txt, STATUS "
                       WS-BITACORA-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> AL RETOMAR UN CIERRE, LAS LINEAS YA ARCHIVADAS TIENEN QUE
      *> SER LA TABLA DEL MAESTRO DE HOY, POSICION POR POSICION; SI
      *> NO, EL MAESTRO O EL ARCHIVO QUEDARON A MEDIAS Y NO SE TOCA
      *> NADA
       COTEJAR-ARCHIVO.
           MOVE "S" TO ARCHIVO-COINCIDE
           IF ARCHIVADOS-PREVIOS NOT = TOTAL-TEMPORADA THEN
               MOVE "N" TO ARCHIVO-COINCIDE
           END-IF
           MOVE 0 TO IDX-TABLA
           OPEN INPUT TEMPORADAS
           IF WS-TEMPORADAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameSeasons.txt, STATUS "
                   WS-TEMPORADAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TEMPORADAS
           AT END SET FinTemporadas TO TRUE
           END-READ
           PERFORM UNTIL FinTemporadas OR ARCHIVO-COINCIDE = "N"
               IF TEM-ID = TEMPORADA-ID THEN
                   ADD 1 TO IDX-TABLA
                   IF TEM-NOMBRE NOT = TAB-NOMBRE(IDX-TABLA)
                       OR TEM-ACIERTOS NOT = TAB-ACIERTOS(IDX-TABLA)
                       OR TEM-ERRORES NOT = TAB-ERRORES(IDX-TABLA)
                       OR TEM-PUNTOS NOT = TAB-PUNTOS(IDX-TABLA) THEN
                       MOVE "N" TO ARCHIVO-COINCIDE
                   END-IF
               END-IF
               READ TEMPORADAS
               AT END SET FinTemporadas TO TRUE
               END-READ
           END-PERFORM
           CLOSE TEMPORADAS.

      *> CARGA TODO EL MAESTRO EN LA TABLA; SI NO ENTRA SE CORTA SIN
      *> TOCAR NADA
       CARGAR-TABLA-TEMPORADA.
           OPEN INPUT MAESTRO
           IF WS-MAESTRO-STATUS = "35" THEN
               DISPLAY "NO EXISTE GameMaster.dat TODAVIA; NADA QUE"
                   " CERRAR"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MAESTRO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                   WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO TOTAL-TEMPORADA
           MOVE "N" TO TABLA-EN-LIMITE
           MOVE "N" TO WS-MAESTRO-FIN
           MOVE LOW-VALUES TO MAE-NOMBRE
           START MAESTRO KEY IS NOT LESS THAN MAE-NOMBRE
               INVALID KEY MOVE "S" TO WS-MAESTRO-FIN
           END-START
           PERFORM UNTIL WS-MAESTRO-FIN = "S"
               READ MAESTRO NEXT RECORD
                   AT END MOVE "S" TO WS-MAESTRO-FIN
                   NOT AT END
                       IF TOTAL-TEMPORADA < 1000 THEN
                           ADD 1 TO TOTAL-TEMPORADA
                           MOVE MAE-NOMBRE
                               TO TAB-NOMBRE(TOTAL-TEMPORADA)
                           MOVE MAE-ACIERTOS
                               TO TAB-ACIERTOS(TOTAL-TEMPORADA)
                           MOVE MAE-ERRORES
                               TO TAB-ERRORES(TOTAL-TEMPORADA)
                           MOVE MAE-PUNTOS
                               TO TAB-PUNTOS(TOTAL-TEMPORADA)
                           MOVE MAE-ULTIMA-POSICION
                               TO TAB-ULTIMA-POSICION(TOTAL-TEMPORADA)
                       ELSE
                           MOVE "S" TO TABLA-EN-LIMITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAESTRO
           IF TABLA-EN-LIMITE = "S" THEN
               DISPLAY "MAS DE 1000 JUGADORES EN EL MAESTRO; LA"
                   " TEMPORADA NO SE PUEDE ARCHIVAR COMPLETA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> DESCENDENTE POR PUNTOS (BURBUJA); SOLO SE INTERCAMBIA CON
      *> PUNTOS ESTRICTAMENTE MENORES, ASI LOS EMPATADOS QUEDAN EN
      *> ORDEN DE NOMBRE COMO EN LAS FOTOS DEL RANKING
       ORDENAR-TEMPORADA.
           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
               UNTIL IDX-ORDEN >= TOTAL-TEMPORADA
               COMPUTE LIMITE-ORDEN = TOTAL-TEMPORADA - IDX-ORDEN
               PERFORM VARYING IDX-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-ORDEN2 > LIMITE-ORDEN
                   IF TAB-PUNTOS(IDX-ORDEN2) <
                       TAB-PUNTOS(IDX-ORDEN2 + 1)
                       MOVE TEMPORADA-ENTRY(IDX-ORDEN2)
                           TO TAB-TEMPORAL
                       MOVE TEMPORADA-ENTRY(IDX-ORDEN2 + 1)
                           TO TEMPORADA-ENTRY(IDX-ORDEN2)
                       MOVE TAB-TEMPORAL
                           TO TEMPORADA-ENTRY(IDX-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> EL EQUIPO DE CADA JUGADOR AL MOMENTO DEL CIERRE QUEDA
      *> CONGELADO EN EL ARCHIVO: UN CAMBIO DE EQUIPO POSTERIOR NO
      *> REESCRIBE LAS POSICIONES DE UNA TEMPORADA CERRADA
       ASIGNAR-EQUIPOS.
           PERFORM ABRIR-PADRON
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
               UNTIL IDX-TABLA > TOTAL-TEMPORADA
               MOVE TAB-NOMBRE(IDX-TABLA) TO NOMBRE-PADRON-BUSCA
               PERFORM OBTENER-EQUIPO-PADRON
               MOVE EQUIPO-HALLADO TO TAB-EQUIPO(IDX-TABLA)
           END-PERFORM
           PERFORM CERRAR-PADRON.

       ABRIR-PADRON.
           IF PADRON-DISPONIBLE = "N" THEN
               OPEN INPUT PADRON
               IF WS-PADRON-STATUS = "00" THEN
                   MOVE "S" TO PADRON-DISPONIBLE
               ELSE
                   DISPLAY "AVISO: SIN GamePlayers.dat (STATUS "
                       WS-PADRON-STATUS "); EQUIPOS COMO ----"
               END-IF
           END-IF.

       CERRAR-PADRON.
           IF PADRON-DISPONIBLE = "S" THEN
               CLOSE PADRON
               MOVE "N" TO PADRON-DISPONIBLE
           END-IF.

      *> BUSCA EL EQUIPO DE NOMBRE-PADRON-BUSCA EN EL PADRON; UN
      *> NOMBRE NO REGISTRADO (O SIN PADRON) QUEDA EN "----"
       OBTENER-EQUIPO-PADRON.
           MOVE "----" TO EQUIPO-HALLADO
           IF PADRON-DISPONIBLE = "S" THEN
               MOVE NOMBRE-PADRON-BUSCA TO PAD-NOMBRE
               READ PADRON
                   INVALID KEY
                       MOVE "----" TO EQUIPO-HALLADO
                   NOT INVALID KEY
                       MOVE PAD-EQUIPO TO EQUIPO-HALLADO
               END-READ
           END-IF.

      *> REPORTE FINAL: CABECERA CON TEMPORADA Y REGLAS, EL CAMPEON
      *> (PRIMERO DE LA TABLA), LA TABLA COMPLETA Y LAS POSICIONES
      *> POR EQUIPO
       EMITIR-REPORTE-TEMPORADA.
           STRING "GameSeason_" DELIMITED BY SIZE
               TEMPORADA-ID DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORTE-NOMBRE
           OPEN OUTPUT REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "CIERRE DE TEMPORADA " DELIMITED BY SIZE
               TEMPORADA-ID DELIMITED BY SIZE
               "  FECHA " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "   REGLAS DE PUNTAJE: " DELIMITED BY SIZE
               REGLAS-ID DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           MOVE TAB-PUNTOS(1) TO PUNTOS-EDIT
           STRING "   CAMPEON: " DELIMITED BY SIZE
               TAB-NOMBRE(1) DELIMITED BY SIZE
               " EQUIPO " DELIMITED BY SIZE
               TAB-EQUIPO(1) DELIMITED BY SIZE
               " PUNTOS " DELIMITED BY SIZE
               PUNTOS-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF TOTAL-TEMPORADA > 1 THEN
               IF TAB-PUNTOS(2) = TAB-PUNTOS(1) THEN
                   STRING "   EMPATADO EN PUNTOS CON " DELIMITED BY SIZE
                       TAB-NOMBRE(2) DELIMITED BY SIZE
                       "; DECIDE EL NOMBRE" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
           END-IF
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING " POS  | JUGADOR         | EQPO | ACIERTOS | ERRORES"
               DELIMITED BY SIZE
               " | PUNTOS" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           MOVE 0 TO TOTAL-EQUIPOS
           MOVE "N" TO EQUIPOS-EN-LIMITE
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
               UNTIL IDX-TABLA > TOTAL-TEMPORADA
               MOVE TAB-PUNTOS(IDX-TABLA) TO PUNTOS-EDIT
               STRING " " DELIMITED BY SIZE
                   IDX-TABLA DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TAB-NOMBRE(IDX-TABLA) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TAB-EQUIPO(IDX-TABLA) DELIMITED BY SIZE
                   " |  " DELIMITED BY SIZE
                   TAB-ACIERTOS(IDX-TABLA) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TAB-ERRORES(IDX-TABLA) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   PUNTOS-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               MOVE TAB-EQUIPO(IDX-TABLA) TO EQUIPO-ACTUAL
               MOVE TAB-ACIERTOS(IDX-TABLA) TO EQU-ACIERTOS-ACT
               MOVE TAB-ERRORES(IDX-TABLA) TO EQU-ERRORES-ACT
               MOVE TAB-PUNTOS(IDX-TABLA) TO EQU-PUNTOS-ACT
               PERFORM ACUMULAR-EQUIPO
           END-PERFORM

           PERFORM ORDENAR-EQUIPOS
           PERFORM MOSTRAR-EQUIPOS
           STRING "JUGADORES EN LA TABLA FINAL: " DELIMITED BY SIZE
               TOTAL-TEMPORADA DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           CLOSE REPORTE.

      *> SUMA EQUIPO-ACTUAL (CON SUS ACUMULADOS EN EQU-*-ACT) A LA
      *> TABLA DE EQUIPOS, DANDOLO DE ALTA SI ES LA PRIMERA VEZ
       ACUMULAR-EQUIPO.
           MOVE "N" TO ENCONTRADO-EQUIPO
           PERFORM VARYING IDX-EQU-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-EQU-BUSQUEDA > TOTAL-EQUIPOS
               IF EQU-CODIGO(IDX-EQU-BUSQUEDA) = EQUIPO-ACTUAL THEN
                   MOVE "S" TO ENCONTRADO-EQUIPO
                   MOVE IDX-EQU-BUSQUEDA TO IDX-EQUIPO
               END-IF
           END-PERFORM
           IF ENCONTRADO-EQUIPO = "N" THEN
               IF TOTAL-EQUIPOS < 50 THEN
                   ADD 1 TO TOTAL-EQUIPOS
                   MOVE TOTAL-EQUIPOS TO IDX-EQUIPO
                   MOVE EQUIPO-ACTUAL TO EQU-CODIGO(IDX-EQUIPO)
                   MOVE 0 TO EQU-JUGADORES(IDX-EQUIPO)
                   MOVE 0 TO EQU-ACIERTOS(IDX-EQUIPO)
                   MOVE 0 TO EQU-ERRORES(IDX-EQUIPO)
                   MOVE 0 TO EQU-PUNTOS(IDX-EQUIPO)
                   MOVE "S" TO ENCONTRADO-EQUIPO
               ELSE
                   MOVE "S" TO EQUIPOS-EN-LIMITE
               END-IF
           END-IF
           IF ENCONTRADO-EQUIPO = "S" THEN
               ADD 1 TO EQU-JUGADORES(IDX-EQUIPO)
               ADD EQU-ACIERTOS-ACT TO EQU-ACIERTOS(IDX-EQUIPO)
               ADD EQU-ERRORES-ACT TO EQU-ERRORES(IDX-EQUIPO)
               ADD EQU-PUNTOS-ACT TO EQU-PUNTOS(IDX-EQUIPO)
           END-IF.

      *> ORDENA LA TABLA DE EQUIPOS DESCENDENTE POR PUNTOS (BURBUJA),
      *> IGUAL QUE EL RANKING DE JUGADORES
       ORDENAR-EQUIPOS.
           PERFORM VARYING IDX-EQU-ORDEN FROM 1 BY 1
               UNTIL IDX-EQU-ORDEN >= TOTAL-EQUIPOS
               COMPUTE LIMITE-EQU-ORDEN = TOTAL-EQUIPOS - IDX-EQU-ORDEN
               PERFORM VARYING IDX-EQU-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-EQU-ORDEN2 > LIMITE-EQU-ORDEN
                   IF EQU-PUNTOS(IDX-EQU-ORDEN2) <
                       EQU-PUNTOS(IDX-EQU-ORDEN2 + 1)
                       MOVE EQUIPO-ENTRY(IDX-EQU-ORDEN2)
                           TO EQU-TEMPORAL
                       MOVE EQUIPO-ENTRY(IDX-EQU-ORDEN2 + 1)
                           TO EQUIPO-ENTRY(IDX-EQU-ORDEN2)
                       MOVE EQU-TEMPORAL
                           TO EQUIPO-ENTRY(IDX-EQU-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> TABLA DE POSICIONES POR EQUIPO DE LA TEMPORADA
       MOSTRAR-EQUIPOS.
           STRING "---------- POSICIONES POR EQUIPO ----------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF EQUIPOS-EN-LIMITE = "S" THEN
               STRING "AVISO: MAS DE 50 EQUIPOS DISTINTOS; LOS"
                   DELIMITED BY SIZE
                   " EXCEDENTES NO SE SUMARON" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING " POS | EQPO | JUGADORES | ACIERTOS | ERRORES |"
               DELIMITED BY SIZE
               " PUNTOS" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-EQUIPO FROM 1 BY 1
               UNTIL IDX-EQUIPO > TOTAL-EQUIPOS
               MOVE EQU-PUNTOS(IDX-EQUIPO) TO EQU-PUNTOS-EDIT
               STRING "  " DELIMITED BY SIZE
                   IDX-EQUIPO DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   EQU-CODIGO(IDX-EQUIPO) DELIMITED BY SIZE
                   " |    " DELIMITED BY SIZE
                   EQU-JUGADORES(IDX-EQUIPO) DELIMITED BY SIZE
                   "    | " DELIMITED BY SIZE
                   EQU-ACIERTOS(IDX-EQUIPO) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   EQU-ERRORES(IDX-EQUIPO) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   EQU-PUNTOS-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-PERFORM
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> AGREGA LA TABLA FINAL AL ARCHIVO DE TEMPORADAS, UNA LINEA
      *> POR JUGADOR EN ORDEN DE POSICION; UN ERROR ACA CORTA ANTES
      *> DE PONER EL MAESTRO EN CERO
       ARCHIVAR-TEMPORADA.
           OPEN EXTEND TEMPORADAS
           IF WS-TEMPORADAS-STATUS = "35" THEN
               OPEN OUTPUT TEMPORADAS
           END-IF
           IF WS-TEMPORADAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameSeasons.txt, STATUS "
                   WS-TEMPORADAS-STATUS "; EL MAESTRO NO SE TOCO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO REGISTROS-ARCHIVADOS
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
               UNTIL IDX-TABLA > TOTAL-TEMPORADA
               MOVE SPACES TO RegistroTemporada
               MOVE TEMPORADA-ID TO TEM-ID
               MOVE REGLAS-ID TO TEM-REGLAS
               MOVE WS-FECHA-HOY TO TEM-FECHA-CIERRE
      *> LA POSICION VA EN TRES DIGITOS EN EL ARCHIVO: EL PUESTO
      *> 1000 QUEDA SIN POSICION, Y QUIEN LEE EL ARCHIVO YA SALTEA
      *> UNA POSICION NO NUMERICA
               IF IDX-TABLA < 1000 THEN
                   MOVE IDX-TABLA TO POSICION-ARCHIVO
                   MOVE POSICION-ARCHIVO TO TEM-POSICION
               END-IF
               MOVE TAB-NOMBRE(IDX-TABLA) TO TEM-NOMBRE
               MOVE TAB-EQUIPO(IDX-TABLA) TO TEM-EQUIPO
               MOVE TAB-ACIERTOS(IDX-TABLA) TO TEM-ACIERTOS
               MOVE TAB-ERRORES(IDX-TABLA) TO TEM-ERRORES
               MOVE TAB-PUNTOS(IDX-TABLA) TO TEM-PUNTOS
               MOVE TAB-ULTIMA-POSICION(IDX-TABLA)
                   TO TEM-ULTIMA-POSICION
               WRITE RegistroTemporada
               IF WS-TEMPORADAS-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ESCRIBIENDO GameSeasons.txt, STATUS "
                       WS-TEMPORADAS-STATUS "; EL MAESTRO NO SE TOCO"
                   CLOSE TEMPORADAS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO REGISTROS-ARCHIVADOS
           END-PERFORM
           CLOSE TEMPORADAS.

      *> LA MISMA BITACORA QUE USA EL MANTENIMIENTO DEL MAESTRO,
      *> EN EXTEND PARA QUE TODO QUEDE EN UN SOLO HISTORIAL
       ABRIR-BITACORA.
           OPEN EXTEND BITACORA
           IF WS-BITACORA-STATUS = "35" THEN
               OPEN OUTPUT BITACORA
           END-IF
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameMaintLog.txt, STATUS "
                   WS-BITACORA-STATUS "; LA TEMPORADA QUEDO"
                   " ARCHIVADA PERO EL MAESTRO NO SE PUSO EN CERO"
               DISPLAY "VOLVER A CORRER CON EL MISMO IDENTIFICADOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> TEMPORADA NUEVA: ACIERTOS, ERRORES Y PUNTOS EN CERO PARA
      *> CADA JUGADOR, CONSERVANDO LA MARCA DE AGUA. UN ERROR A MITAD
      *> DE CAMINO DEJA EL MAESTRO MEZCLADO: SE AVISA PARA RESTAURAR
      *> EL RESPALDO CON gameback
       ABRIR-NUEVA-TEMPORADA.
           OPEN I-O MAESTRO
           IF WS-MAESTRO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                   WS-MAESTRO-STATUS "; LA TEMPORADA QUEDO"
                   " ARCHIVADA PERO EL MAESTRO NO SE PUSO EN CERO"
               DISPLAY "VOLVER A CORRER CON EL MISMO IDENTIFICADOR"
               CLOSE BITACORA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO REGISTROS-EN-CERO
           MOVE "TEMPORADA" TO ACCION-BITACORA
           MOVE "N" TO WS-MAESTRO-FIN
           MOVE LOW-VALUES TO MAE-NOMBRE
           START MAESTRO KEY IS NOT LESS THAN MAE-NOMBRE
               INVALID KEY MOVE "S" TO WS-MAESTRO-FIN
           END-START
           PERFORM UNTIL WS-MAESTRO-FIN = "S"
               READ MAESTRO NEXT RECORD
                   AT END MOVE "S" TO WS-MAESTRO-FIN
                   NOT AT END
                       MOVE "ANTES" TO MOMENTO-BITACORA
                       PERFORM GRABAR-BITACORA
                       MOVE 0 TO MAE-ACIERTOS
                       MOVE 0 TO MAE-ERRORES
                       MOVE 0 TO MAE-PUNTOS
                       REWRITE RegistroMaestro
                       IF WS-MAESTRO-STATUS NOT = "00" THEN
                           DISPLAY "ERROR REESCRIBIENDO " MAE-NOMBRE
                               " STATUS " WS-MAESTRO-STATUS
                           DISPLAY "MAESTRO A MEDIO PONER EN CERO;"
                               " RESTAURAR EL RESPALDO CON gameback"
                           DISPLAY "Y VOLVER A CORRER CON EL MISMO"
                               " IDENTIFICADOR"
                           CLOSE MAESTRO
                           CLOSE BITACORA
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE "DESPUES" TO MOMENTO-BITACORA
                       PERFORM GRABAR-BITACORA
                       ADD 1 TO REGISTROS-EN-CERO
               END-READ
           END-PERFORM
           CLOSE MAESTRO.

      *> IMAGEN DE UN REGISTRO DEL MAESTRO EN LA BITACORA, CON EL
      *> MISMO FORMATO QUE EL MANTENIMIENTO. SIN LA IMAGEN ANTES NO SE
      *> PONE EN CERO EL REGISTRO: UNA FALLA CORTA LA CORRIDA
       GRABAR-BITACORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE MAE-PUNTOS TO MAE-PUNTOS-EDIT
           STRING WS-FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-AHORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCION-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOMENTO-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MAE-NOMBRE DELIMITED BY SIZE
               " A=" DELIMITED BY SIZE
               MAE-ACIERTOS DELIMITED BY SIZE
               " E=" DELIMITED BY SIZE
               MAE-ERRORES DELIMITED BY SIZE
               " P=" DELIMITED BY SIZE
               MAE-PUNTOS-EDIT DELIMITED BY SIZE
               " U=" DELIMITED BY SIZE
               MAE-ULTIMA-POSICION DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           WRITE LineaBitacora FROM WS-LINEA-BITACORA
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "ERROR GRABANDO GameMaintLog.txt, STATUS "
                   WS-BITACORA-STATUS " (" MAE-NOMBRE " "
                   MOMENTO-BITACORA ")"
               IF REGISTROS-EN-CERO = 0
                   AND MOMENTO-BITACORA = "ANTES" THEN
                   DISPLAY "LA TEMPORADA QUEDO ARCHIVADA PERO EL"
                       " MAESTRO NO SE PUSO EN CERO"
               ELSE
                   DISPLAY "MAESTRO A MEDIO PONER EN CERO;"
                       " RESTAURAR EL RESPALDO CON gameback"
               END-IF
               DISPLAY "VOLVER A CORRER CON EL MISMO IDENTIFICADOR"
               CLOSE MAESTRO
               CLOSE BITACORA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-BITACORA.

      *> CONSTANCIA DEL CIERRE: TEMPORADA, REGLAS Y CUENTAS
       GRABAR-BITACORA-CIERRE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           STRING WS-FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-AHORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCION-BITACORA DELIMITED BY SIZE
               " TEMPORADA=" DELIMITED BY SIZE
               TEMPORADA-ID DELIMITED BY SPACE
               " REGLAS=" DELIMITED BY SIZE
               REGLAS-ID DELIMITED BY SPACE
               " ARCHIVADOS=" DELIMITED BY SIZE
               REGISTROS-ARCHIVADOS DELIMITED BY SIZE
               " EN-CERO=" DELIMITED BY SIZE
               REGISTROS-EN-CERO DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           WRITE LineaBitacora FROM WS-LINEA-BITACORA
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "ERROR GRABANDO GameMaintLog.txt, STATUS "
                   WS-BITACORA-STATUS "; EL CIERRE SE HIZO PERO SU"
                   " CONSTANCIA NO QUEDO EN LA BITACORA"
               DISPLAY "GRABAR A MANO LA LINEA DE CIERRE EN"
                   " GameMaintLog.txt PARA QUE LA TEMPORADA CUENTE"
                   " COMO CERRADA"
               CLOSE BITACORA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-BITACORA.

      *> ESCRIBE UNA LINEA DE RESULTADO EN PANTALLA Y EN EL REPORTE
       MOSTRAR-LINEA.
           DISPLAY WS-LINEA-REPORTE
           WRITE LineaReporte FROM WS-LINEA-REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE.

       END PROGRAM gameseason.
