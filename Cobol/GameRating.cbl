       IDENTIFICATION DIVISION.
       PROGRAM-ID. gamerating.

      *> RATING DE JUGADORES POR ENFRENTAMIENTOS DIARIOS: LOS PUNTOS
      *> DE TODA LA VIDA DE LA QUINTA Y LA SEPTIMA OPERACION PREMIAN
      *> EL VOLUMEN (QUIEN MAS JUEGA QUEDA ARRIBA). ACA CADA Fecha ES
      *> UNA JORNADA Y CADA PAR DE JUGADORES ACTIVOS ESE DIA ES UN
      *> ENFRENTAMIENTO, DECIDIDO POR LOS PUNTOS NETOS DEL DIA CON LAS
      *> REGLAS VIGENTES DE GameScoring.txt (IGUALES PUNTOS = EMPATE).
      *> EL RATING SE MUEVE COMO EN EL AJEDREZ: CADA ENFRENTAMIENTO
      *> VALE 1, 1/2 O 0 CONTRA LO ESPERADO SEGUN LA DIFERENCIA DE
      *> RATING ANTES DE LA JORNADA, Y EL CAMBIO DEL DIA ES
      *> FACTOR-K POR (OBTENIDO - ESPERADO) DIVIDIDO POR LA CANTIDAD
      *> DE RIVALES, ASI UN DIA CON MUCHOS JUGADORES NO MUEVE MAS QUE
      *> UNO CON POCOS. UN JUGADOR NUEVO ARRANCA EN RATING-INICIAL Y
      *> UN JUGADOR SOLO EN SU DIA QUEDA IGUAL.
      *>
      *> SOLO SE JUEGAN JORNADAS CERRADAS (Fecha ANTERIOR A LA DE LA
      *> CORRIDA) Y POSTERIORES A LA ULTIMA YA PROCESADA, QUE ES LA
      *> MAYOR FECHA DE GameRatingHist.txt: CADA JUGADOR ACTIVO EN
      *> UNA JORNADA PROCESADA DEJA SU LINEA, AUNQUE HAYA JUGADO
      *> SOLO. LAS JUGADAS VIENEN DE GameValid.txt Y DE
      *> GameHistory.txt (LO YA ARCHIVADO POR LA DEPURACION). UNA
      *> JORNADA CON ALGUNA SESION RETENIDA EN GameReview.txt NO SE
      *> JUEGA HASTA QUE SE DECIDA, Y CON ELLA ESPERAN LAS
      *> SIGUIENTES: EL RATING NO SE PUEDE RECALCULAR HACIA ATRAS.
      *> SI LA TABLA DE LA CORRIDA SE LLENA PASA LO MISMO DESDE LA
      *> PRIMERA FECHA QUE NO ENTRO; LA CORRIDA SIGUIENTE CONTINUA.
      *>
      *> GameRatings.dat ES EL RATING VIGENTE, INDEXADO POR JUGADOR;
      *> GameRatingHist.txt GUARDA UNA LINEA POR JUGADOR Y JORNADA:
      *> FECHA(10) NOMBRE(15) ANTES(S5) DESPUES(S5) RIVALES(4)
      *> GANADOS(4) EMPATADOS(4) PERDIDOS(4) PUNTOS-DEL-DIA(S6), LOS
      *> CON SIGNO ADELANTE. EL REPORTE GameRating_<FECHA>.txt TRAE
      *> LA TABLA POR RATING, LA FUERZA DE CADA EQUIPO (RATING
      *> PROMEDIO DE SUS JUGADORES SEGUN GamePlayers.dat) Y, SI SE
      *> PIDE UN JUGADOR, SU TRAYECTORIA JORNADA POR JORNADA

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DATOS ASSIGN TO "GameValid.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DATOS-STATUS.
       SELECT HISTORIA ASSIGN TO "GameHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIA-STATUS.
       SELECT REGLAS ASSIGN TO "GameScoring.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGLAS-STATUS.
       SELECT REVISION ASSIGN TO "GameReview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-STATUS.
       SELECT RATINGS ASSIGN TO "GameRatings.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAT-NOMBRE
           FILE STATUS IS WS-RATINGS-STATUS.
       SELECT HISTRATING ASSIGN TO "GameRatingHist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTRATING-STATUS.
       SELECT PADRON ASSIGN TO "GamePlayers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAD-NOMBRE
           FILE STATUS IS WS-PADRON-STATUS.
       SELECT REPORTE ASSIGN TO WS-REPORTE-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
       01 DetalleJuego.
           88 FinArchivo VALUE HIGH-VALUES.
           02 Posicion PIC 9(9).
           02 Entrada PIC X(10).
           02 Direccion PIC X(17).
           02 ColorFlecha PIC X(16).
           02 Acierto PIC X(10).
           02 Tiempo PIC 9(10).
           02 Nombre PIC X(15).
           02 Fecha PIC X(10).
       FD HISTORIA.
       01 DetalleHistoria.
           88 FinHistoria VALUE HIGH-VALUES.
           02 HIS-POSICION PIC 9(9).
           02 HIS-ENTRADA PIC X(10).
           02 HIS-DIRECCION PIC X(17).
           02 HIS-COLOR PIC X(16).
           02 HIS-ACIERTO PIC X(10).
           02 HIS-TIEMPO PIC 9(10).
           02 HIS-NOMBRE PIC X(15).
           02 HIS-FECHA PIC X(10).
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
      *> SESIONES EN REVISION DE gamescreen; SOLO INTERESA QUE
      *> JUGADOR Y Fecha ESTAN RETENIDOS (ESTADO P) Y LA MARCA DE
      *> AGUA QUE TENIA EL JUGADOR AL RETENERLOS
       FD REVISION.
       01 RegistroRevision.
           88 FinRevision VALUE HIGH-VALUES.
           02 REV-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 REV-FECHA PIC X(10).
           02 FILLER PIC X(1).
           02 REV-ESTADO PIC X(1).
           02 FILLER PIC X(97).
           02 REV-MARCA PIC X(9).
       FD RATINGS.
       01 RegistroRating.
           02 RAT-NOMBRE PIC X(15).
           02 RAT-VALOR PIC S9(5).
           02 RAT-MAXIMO PIC S9(5).
           02 RAT-JORNADAS PIC 9(5).
           02 RAT-GANADOS PIC 9(7).
           02 RAT-EMPATADOS PIC 9(7).
           02 RAT-PERDIDOS PIC 9(7).
           02 RAT-ULTIMA-FECHA PIC X(10).
       FD HISTRATING.
       01 RegistroHistRating.
           88 FinHistRating VALUE HIGH-VALUES.
           02 HRT-FECHA PIC X(10).
           02 FILLER PIC X(1).
           02 HRT-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 HRT-ANTES PIC S9(5) SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
           02 HRT-DESPUES PIC S9(5) SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
           02 HRT-RIVALES PIC X(4).
           02 FILLER PIC X(1).
           02 HRT-GANADOS PIC X(4).
           02 FILLER PIC X(1).
           02 HRT-EMPATADOS PIC X(4).
           02 FILLER PIC X(1).
           02 HRT-PERDIDOS PIC X(4).
           02 FILLER PIC X(1).
           02 HRT-PUNTOS PIC S9(6) SIGN LEADING SEPARATE.
       FD PADRON.
       01 RegistroPadron.
           02 PAD-NOMBRE PIC X(15).
           02 PAD-FECHA-ALTA PIC X(10).
           02 PAD-ESTADO PIC X(1).
           02 PAD-EQUIPO PIC X(4).
       FD REPORTE.
       01 LineaReporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 ControlRating.
           02 WS-DATOS-STATUS PIC XX VALUES "00".
           02 WS-HISTORIA-STATUS PIC XX VALUES "00".
           02 WS-REGLAS-STATUS PIC XX VALUES "00".
           02 WS-RATINGS-STATUS PIC XX VALUES "00".
           02 WS-HISTRATING-STATUS PIC XX VALUES "00".
           02 WS-PADRON-STATUS PIC XX VALUES "00".
           02 WS-REPORTE-STATUS PIC XX VALUES "00".
           02 WS-FECHA-CORRIDA PIC 9(8) VALUES 0.
           02 FECHA-CORRIDA-PARTES REDEFINES WS-FECHA-CORRIDA.
               03 FCP-ANIO PIC X(4).
               03 FCP-MES PIC X(2).
               03 FCP-DIA PIC X(2).
           02 FECHA-CORRIDA-GUION PIC X(10) VALUES SPACES.
           02 WS-REPORTE-NOMBRE PIC X(30) VALUES SPACES.
           02 WS-LINEA-REPORTE PIC X(80) VALUES SPACES.
           02 WS-RATINGS-FIN PIC X(1) VALUES "N".
           02 PADRON-DISPONIBLE PIC X(1) VALUES "N".
           02 NOMBRE-PADRON-BUSCA PIC X(15) VALUES SPACES.
           02 EQUIPO-HALLADO PIC X(4) VALUES SPACES.
           02 JUGADOR-PEDIDO PIC X(15) VALUES SPACES.
           02 REGISTROS-LEIDOS PIC 9(7) VALUES 0000000.
           02 JUGADAS-RETENIDAS PIC 9(7) VALUES 0000000.
      *> PARAMETROS DEL RATING
           02 RATING-INICIAL PIC S9(5) VALUES 1500.
           02 FACTOR-K PIC 9(3) VALUES 032.
      *> JORNADAS A JUGAR: DESPUES DE ULTIMA-FECHA-RATING Y ANTES DE
      *> FECHA-TOPE (LA DE LA CORRIDA, O LA PRIMERA RETENIDA O QUE NO
      *> ENTRO EN LA TABLA SI ES ANTERIOR)
           02 ULTIMA-FECHA-RATING PIC X(10) VALUES SPACES.
           02 FECHA-TOPE PIC X(10) VALUES SPACES.
           02 FECHA-RETENIDA PIC X(10) VALUES SPACES.
           02 FECHA-DESBORDE PIC X(10) VALUES SPACES.
           02 FECHA-JUGADA PIC X(10) VALUES SPACES.
           02 NOMBRE-JUGADA PIC X(15) VALUES SPACES.
           02 JORNADAS-JUGADAS PIC 9(5) VALUES 00000.
           02 LINEAS-HISTORIA PIC 9(7) VALUES 0000000.
           02 LINEAS-HISTORIA-MALAS PIC 9(5) VALUES 00000.
           02 RATINGS-NUEVOS PIC 9(5) VALUES 00000.
           02 RATINGS-CAMBIADOS PIC 9(5) VALUES 00000.
      *> REGLAS DE PUNTAJE VIGENTES, MISMO TRATAMIENTO QUE EN EL
      *> PROGRAMA PRINCIPAL: SIN ARCHIVO QUEDAN LAS ESTANDAR
       01 ReglasPuntaje.
           02 REGLAS-ID PIC X(8) VALUES "ESTANDAR".
           02 REGLAS-PTS-AZUL PIC 9(2) VALUES 01.
           02 REGLAS-PTS-ROJO PIC 9(2) VALUES 01.
           02 REGLAS-PTS-AMARILLO PIC 9(2) VALUES 01.
           02 REGLAS-PTS-VERDE PIC 9(2) VALUES 01.
           02 REGLAS-PEN-IZQUIERDA PIC 9(2) VALUES 01.
           02 REGLAS-PEN-ARRIBA PIC 9(2) VALUES 01.
           02 REGLAS-PEN-ABAJO PIC 9(2) VALUES 01.
           02 REGLAS-PEN-DERECHA PIC 9(2) VALUES 01.
           02 REGLAS-TIEMPO-RAPIDO PIC 9(10) VALUES 0.
           02 REGLAS-BONUS-RAPIDO PIC 9(2) VALUES 00.
           02 REGLAS-PTS-ACIERTO PIC 9(2) VALUES 01.
           02 REGLAS-PEN-ERROR PIC 9(2) VALUES 01.
       01 ControlPuntaje.
           02 CAL-ACIERTO PIC X(2) VALUES SPACES.
           02 CAL-DIRECCION PIC X(17) VALUES SPACES.
           02 CAL-COLOR PIC X(16) VALUES SPACES.
           02 CAL-TIEMPO PIC 9(10) VALUES 0.
           02 CAL-PUNTOS PIC S9(4) VALUES 0.
       01 TablaRetenidas.
           02 TOTAL-RETENIDAS PIC 9(3) VALUES 000.
           02 RETENIDA-ENTRY OCCURS 500 TIMES.
               03 RET-NOMBRE PIC X(15).
               03 RET-FECHA PIC X(10).
               03 RET-MARCA PIC 9(9).
       01 ControlRetencion.
           02 WS-REVISION-STATUS PIC XX VALUES "00".
           02 IDX-RETENIDA PIC 9(3) VALUES 000.
           02 JUGADA-RETENIDA PIC X(1) VALUES "N".
      *> UN RENGLON POR JUGADOR Y JORNADA PENDIENTE: LOS PUNTOS NETOS
      *> DEL DIA Y, AL JUGAR LA JORNADA, SU RESULTADO
       01 TablaJornadas.
           02 TOTAL-JORNADAS PIC 9(4) VALUES 0000.
           02 JORNADA-ENTRY OCCURS 5000 TIMES.
               03 JOR-FECHA PIC X(10).
               03 JOR-NOMBRE PIC X(15).
               03 JOR-PUNTOS PIC S9(6).
               03 JOR-ANTES PIC S9(5).
               03 JOR-NUEVO PIC X(1).
               03 JOR-GANADOS PIC 9(4).
               03 JOR-EMPATADOS PIC 9(4).
               03 JOR-PERDIDOS PIC 9(4).
               03 JOR-CAMBIO PIC S9(4).
       01 ControlJornadas.
           02 IDX-JORNADA PIC 9(4) VALUES 0000.
           02 IDX-RIVAL PIC 9(4) VALUES 0000.
           02 IDX-ORDEN PIC 9(4) VALUES 0000.
           02 IDX-ORDEN2 PIC 9(4) VALUES 0000.
           02 LIMITE-ORDEN PIC 9(4) VALUES 0000.
           02 JOR-TEMPORAL PIC X(53).
           02 ENCONTRADO-JORNADA PIC X(1) VALUES "N".
           02 INICIO-DIA PIC 9(4) VALUES 0000.
           02 FIN-DIA PIC 9(4) VALUES 0000.
           02 FECHA-DIA PIC X(10) VALUES SPACES.
           02 RIVALES-DIA PIC 9(4) VALUES 0000.
           02 DIFERENCIA-RATING PIC S9(5) VALUES 0.
           02 ESPERADO PIC 9V9(6) VALUES 0.
           02 ESPERADO-TOTAL PIC 9(4)V9(6) VALUES 0.
           02 OBTENIDO-TOTAL PIC 9(4)V9 VALUES 0.
      *> TABLA POR RATING PARA EL REPORTE
       01 TablaRating.
           02 TOTAL-RATING PIC 9(3) VALUES 000.
           02 RATING-EN-LIMITE PIC X(1) VALUES "N".
           02 RATING-ENTRY OCCURS 500 TIMES.
               03 TRA-NOMBRE PIC X(15).
               03 TRA-EQUIPO PIC X(4).
               03 TRA-VALOR PIC S9(5).
               03 TRA-MAXIMO PIC S9(5).
               03 TRA-JORNADAS PIC 9(5).
               03 TRA-GANADOS PIC 9(7).
               03 TRA-EMPATADOS PIC 9(7).
               03 TRA-PERDIDOS PIC 9(7).
               03 TRA-ULTIMA-FECHA PIC X(10).
       01 ControlTablaRating.
           02 IDX-TABLA PIC 9(3) VALUES 000.
           02 IDX-TAB-ORDEN PIC 9(3) VALUES 000.
           02 IDX-TAB-ORDEN2 PIC 9(3) VALUES 000.
           02 LIMITE-TAB-ORDEN PIC 9(3) VALUES 000.
           02 TRA-TEMPORAL PIC X(65).
           02 RATING-EDIT PIC ZZZZ9-.
           02 MAXIMO-EDIT PIC ZZZZ9-.
           02 CAMBIO-EDIT PIC +++9.
           02 PUNTOS-EDIT PIC ZZZZZ9-.
      *> FUERZA POR EQUIPO: RATING PROMEDIO DE SUS JUGADORES
       01 TablaEquipos.
           02 TOTAL-EQUIPOS PIC 9(3) VALUES 000.
           02 EQUIPOS-EN-LIMITE PIC X(1) VALUES "N".
           02 EQUIPO-ENTRY OCCURS 50 TIMES.
               03 EQU-CODIGO PIC X(4).
               03 EQU-JUGADORES PIC 9(3).
               03 EQU-RATING-TOTAL PIC S9(8).
               03 EQU-RATING-PROMEDIO PIC S9(5).
       01 ControlEquipos.
           02 IDX-EQUIPO PIC 9(3) VALUES 000.
           02 IDX-EQU-BUSQUEDA PIC 9(3) VALUES 000.
           02 ENCONTRADO-EQUIPO PIC X(1) VALUES "N".
           02 IDX-EQU-ORDEN PIC 9(3) VALUES 000.
           02 IDX-EQU-ORDEN2 PIC 9(3) VALUES 000.
           02 LIMITE-EQU-ORDEN PIC 9(3) VALUES 000.
           02 EQU-TEMPORAL PIC X(20).

       PROCEDURE DIVISION.
           DISPLAY "RATING DE JUGADORES POR JORNADA"

           PERFORM CARGAR-REGLAS
           PERFORM CARGAR-RETENIDAS

           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           STRING FCP-ANIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FCP-MES DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FCP-DIA DELIMITED BY SIZE
               INTO FECHA-CORRIDA-GUION
           STRING "GameRating_" DELIMITED BY SIZE
               WS-FECHA-CORRIDA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORTE-NOMBRE

           DISPLAY "JUGADOR PARA VER SU TRAYECTORIA (ENTER ="
               " NINGUNO): "
           ACCEPT JUGADOR-PEDIDO

           PERFORM BUSCAR-ULTIMA-JORNADA
           IF ULTIMA-FECHA-RATING = SPACES THEN
               DISPLAY "SIN JORNADAS PROCESADAS TODAVIA"
           ELSE
               DISPLAY "ULTIMA JORNADA PROCESADA: " ULTIMA-FECHA-RATING
           END-IF

      *> LAS JUGADAS DE LAS JORNADAS PENDIENTES, DE GameValid.txt Y
      *> DEL HISTORICO, SE SUMAN POR FECHA Y JUGADOR
           OPEN INPUT DATOS
           IF WS-DATOS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameValid.txt, STATUS "
                   WS-DATOS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DATOS
           AT END SET FinArchivo TO TRUE
           END-READ
           PERFORM UNTIL FinArchivo
               ADD 1 TO REGISTROS-LEIDOS
               PERFORM VERIFICAR-RETENCION
               IF JUGADA-RETENIDA = "N" THEN
                   PERFORM ACUMULAR-JUGADA-JORNADA
               END-IF
               READ DATOS
               AT END SET FinArchivo TO TRUE
               END-READ
           END-PERFORM
           CLOSE DATOS
           PERFORM RECORRER-HISTORIA

           PERFORM CALCULAR-FECHA-TOPE
           PERFORM ORDENAR-JORNADAS
           PERFORM JUGAR-JORNADAS

           PERFORM EMITIR-REPORTE
           DISPLAY "JORNADAS JUGADAS: " JORNADAS-JUGADAS
               " RATINGS NUEVOS: " RATINGS-NUEVOS
               " ACTUALIZADOS: " RATINGS-CAMBIADOS
           DISPLAY "REPORTE: " WS-REPORTE-NOMBRE
           STOP RUN.

      *> CARGA LAS REGLAS DE PUNTAJE DE GameScoring.txt, MISMA LOGICA
      *> QUE EL PROGRAMA PRINCIPAL: SIN ARCHIVO O CON CAMPOS NO
      *> NUMERICOS QUEDAN LAS REGLAS ESTANDAR
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
                           MOVE REG-PTS-AZUL TO REGLAS-PTS-AZUL
                           MOVE REG-PTS-ROJO TO REGLAS-PTS-ROJO
                           MOVE REG-PTS-AMARILLO TO REGLAS-PTS-AMARILLO
                           MOVE REG-PTS-VERDE TO REGLAS-PTS-VERDE
                           MOVE REG-PEN-IZQUIERDA
                               TO REGLAS-PEN-IZQUIERDA
                           MOVE REG-PEN-ARRIBA TO REGLAS-PEN-ARRIBA
                           MOVE REG-PEN-ABAJO TO REGLAS-PEN-ABAJO
                           MOVE REG-PEN-DERECHA TO REGLAS-PEN-DERECHA
                           MOVE REG-TIEMPO-RAPIDO
                               TO REGLAS-TIEMPO-RAPIDO
                           MOVE REG-BONUS-RAPIDO TO REGLAS-BONUS-RAPIDO
                           MOVE REG-PTS-ACIERTO TO REGLAS-PTS-ACIERTO
                           MOVE REG-PEN-ERROR TO REGLAS-PEN-ERROR
                       ELSE
                           DISPLAY "GameScoring.txt CON CAMPOS NO"
                               " NUMERICOS; QUEDAN LAS REGLAS ESTANDAR"
                       END-IF
               END-READ
               CLOSE REGLAS
           END-IF
           DISPLAY "REGLAS DE PUNTAJE: " REGLAS-ID.

      *> CARGA LAS SESIONES RETENIDAS (ESTADO P) DE GameReview.txt,
      *> MISMA LOGICA QUE EL PROGRAMA PRINCIPAL
       CARGAR-RETENIDAS.
           OPEN INPUT REVISION
           IF WS-REVISION-STATUS NOT = "00"
               AND WS-REVISION-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameReview.txt, STATUS "
                   WS-REVISION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REVISION-STATUS = "00" THEN
               READ REVISION
               AT END SET FinRevision TO TRUE
               END-READ
               PERFORM UNTIL FinRevision
                   IF REV-ESTADO = "P" AND REV-MARCA IS NOT NUMERIC
                       THEN
                       DISPLAY "MARCA ILEGIBLE EN GameReview.txt: "
                           REV-NOMBRE " " REV-FECHA " [" REV-MARCA "]"
                       CLOSE REVISION
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF REV-ESTADO = "P" THEN
                       IF TOTAL-RETENIDAS < 500 THEN
                           ADD 1 TO TOTAL-RETENIDAS
                           MOVE REV-NOMBRE
                               TO RET-NOMBRE(TOTAL-RETENIDAS)
                           MOVE REV-FECHA TO RET-FECHA(TOTAL-RETENIDAS)
                           MOVE REV-MARCA TO RET-MARCA(TOTAL-RETENIDAS)
                       ELSE
                           DISPLAY "MAS DE 500 SESIONES RETENIDAS EN"
                               " GameReview.txt; DECIDIR CON gamereview"
                           CLOSE REVISION
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   READ REVISION
                   AT END SET FinRevision TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REVISION
           END-IF.

      *> DEJA JUGADA-RETENIDA EN "S" SI EL REGISTRO ACTUAL DEL
      *> DETALLE ES DE UNA SESION RETENIDA Y SU Posicion QUEDA POR
      *> ENCIMA DE LA MARCA QUE TENIA EL JUGADOR AL RETENERLA (LAS DE
      *> ABAJO YA ESTABAN EN EL MAESTRO), Y LA CUENTA
       VERIFICAR-RETENCION.
           MOVE "N" TO JUGADA-RETENIDA
           PERFORM VARYING IDX-RETENIDA FROM 1 BY 1
               UNTIL IDX-RETENIDA > TOTAL-RETENIDAS
                   OR JUGADA-RETENIDA = "S"
               IF RET-NOMBRE(IDX-RETENIDA) = Nombre
                   AND RET-FECHA(IDX-RETENIDA) = Fecha
                   AND Posicion > RET-MARCA(IDX-RETENIDA) THEN
                   MOVE "S" TO JUGADA-RETENIDA
                   ADD 1 TO JUGADAS-RETENIDAS
               END-IF
           END-PERFORM.

      *> LA ULTIMA JORNADA YA PROCESADA ES LA MAYOR FECHA DEL
      *> HISTORIAL DE RATING; SIN HISTORIAL SE PROCESA TODO
       BUSCAR-ULTIMA-JORNADA.
           MOVE SPACES TO ULTIMA-FECHA-RATING
           OPEN INPUT HISTRATING
           IF WS-HISTRATING-STATUS NOT = "00"
               AND WS-HISTRATING-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameRatingHist.txt, STATUS "
                   WS-HISTRATING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HISTRATING-STATUS = "00" THEN
               READ HISTRATING
               AT END SET FinHistRating TO TRUE
               END-READ
               PERFORM UNTIL FinHistRating
                   IF HRT-FECHA > ULTIMA-FECHA-RATING THEN
                       MOVE HRT-FECHA TO ULTIMA-FECHA-RATING
                   END-IF
                   READ HISTRATING
                   AT END SET FinHistRating TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTRATING
           END-IF.

      *> LAS JUGADAS ARCHIVADAS POR LA DEPURACION PASAN POR EL MISMO
      *> ACUMULADOR; SIN HISTORICO TODAVIA SE AVISA Y SE SIGUE
       RECORRER-HISTORIA.
           OPEN INPUT HISTORIA
           IF WS-HISTORIA-STATUS = "00" THEN
               READ HISTORIA
               AT END SET FinHistoria TO TRUE
               END-READ
               PERFORM UNTIL FinHistoria
                   ADD 1 TO REGISTROS-LEIDOS
                   MOVE DetalleHistoria TO DetalleJuego
                   PERFORM ACUMULAR-JUGADA-JORNADA
                   READ HISTORIA
                   AT END SET FinHistoria TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORIA
           ELSE
               DISPLAY "AVISO: SIN GameHistory.txt (STATUS "
                   WS-HISTORIA-STATUS "); SOLO CUENTA EL DETALLE"
                   " VIGENTE"
           END-IF.

      *> SUMA LA JUGADA ACTUAL AL RENGLON DE SU FECHA Y JUGADOR SI LA
      *> FECHA ES DE UNA JORNADA PENDIENTE Y CERRADA. SI EL RENGLON
      *> NO ENTRA EN LA TABLA SE RECUERDA LA MENOR FECHA QUE QUEDO
      *> AFUERA: DESDE AHI NO SE JUEGA EN ESTA CORRIDA
       ACUMULAR-JUGADA-JORNADA.
           IF Fecha > ULTIMA-FECHA-RATING
               AND Fecha < FECHA-CORRIDA-GUION THEN
               MOVE "N" TO ENCONTRADO-JORNADA
               PERFORM VARYING IDX-JORNADA FROM 1 BY 1
                   UNTIL IDX-JORNADA > TOTAL-JORNADAS
                       OR ENCONTRADO-JORNADA = "S"
                   IF JOR-FECHA(IDX-JORNADA) = Fecha
                       AND JOR-NOMBRE(IDX-JORNADA) = Nombre THEN
                       MOVE "S" TO ENCONTRADO-JORNADA
                       MOVE IDX-JORNADA TO IDX-RIVAL
                   END-IF
               END-PERFORM
               IF ENCONTRADO-JORNADA = "N" THEN
                   IF TOTAL-JORNADAS < 5000 THEN
                       ADD 1 TO TOTAL-JORNADAS
                       MOVE TOTAL-JORNADAS TO IDX-RIVAL
                       MOVE Fecha TO JOR-FECHA(IDX-RIVAL)
                       MOVE Nombre TO JOR-NOMBRE(IDX-RIVAL)
                       MOVE 0 TO JOR-PUNTOS(IDX-RIVAL)
                       MOVE 0 TO JOR-ANTES(IDX-RIVAL)
                       MOVE "N" TO JOR-NUEVO(IDX-RIVAL)
                       MOVE 0 TO JOR-GANADOS(IDX-RIVAL)
                       MOVE 0 TO JOR-EMPATADOS(IDX-RIVAL)
                       MOVE 0 TO JOR-PERDIDOS(IDX-RIVAL)
                       MOVE 0 TO JOR-CAMBIO(IDX-RIVAL)
                       MOVE "S" TO ENCONTRADO-JORNADA
                   ELSE
                       IF FECHA-DESBORDE = SPACES
                           OR Fecha < FECHA-DESBORDE THEN
                           MOVE Fecha TO FECHA-DESBORDE
                       END-IF
                   END-IF
               END-IF
               IF ENCONTRADO-JORNADA = "S" THEN
                   MOVE Acierto TO CAL-ACIERTO
                   MOVE Direccion TO CAL-DIRECCION
                   MOVE ColorFlecha TO CAL-COLOR
                   MOVE Tiempo TO CAL-TIEMPO
                   PERFORM CALCULAR-PUNTOS-JUGADA
                   ADD CAL-PUNTOS TO JOR-PUNTOS(IDX-RIVAL)
               END-IF
           END-IF.

      *> LA PRIMERA FECHA QUE NO SE PUEDE JUGAR: LA DE LA CORRIDA, O
      *> LA PRIMERA JORNADA PENDIENTE CON UNA SESION RETENIDA, O LA
      *> PRIMERA QUE NO ENTRO EN LA TABLA, LA QUE SEA ANTERIOR
       CALCULAR-FECHA-TOPE.
           MOVE FECHA-CORRIDA-GUION TO FECHA-TOPE
           MOVE SPACES TO FECHA-RETENIDA
           PERFORM VARYING IDX-RETENIDA FROM 1 BY 1
               UNTIL IDX-RETENIDA > TOTAL-RETENIDAS
               IF RET-FECHA(IDX-RETENIDA) > ULTIMA-FECHA-RATING
                   AND RET-FECHA(IDX-RETENIDA) < FECHA-TOPE THEN
                   MOVE RET-FECHA(IDX-RETENIDA) TO FECHA-TOPE
                   MOVE RET-FECHA(IDX-RETENIDA) TO FECHA-RETENIDA
               END-IF
           END-PERFORM
           IF FECHA-RETENIDA NOT = SPACES
               AND FECHA-RETENIDA = FECHA-TOPE THEN
               DISPLAY "AVISO: HAY SESIONES EN REVISION DEL "
                   FECHA-RETENIDA "; DESDE ESA JORNADA SE ESPERA A"
                   " gamereview"
           END-IF
           IF FECHA-DESBORDE NOT = SPACES
               AND FECHA-DESBORDE < FECHA-TOPE THEN
               MOVE FECHA-DESBORDE TO FECHA-TOPE
               DISPLAY "AVISO: MAS DE 5000 JUGADORES-JORNADA"
                   " PENDIENTES; SE JUEGA HASTA ANTES DEL "
                   FECHA-DESBORDE " Y LA PROXIMA CORRIDA SIGUE"
           END-IF.

      *> ORDENA LOS RENGLONES POR FECHA Y, DENTRO DE LA FECHA, POR
      *> NOMBRE (BURBUJA), ASI CADA JORNADA QUEDA CONTIGUA
       ORDENAR-JORNADAS.
           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
               UNTIL IDX-ORDEN >= TOTAL-JORNADAS
               COMPUTE LIMITE-ORDEN = TOTAL-JORNADAS - IDX-ORDEN
               PERFORM VARYING IDX-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-ORDEN2 > LIMITE-ORDEN
                   IF JOR-FECHA(IDX-ORDEN2) > JOR-FECHA(IDX-ORDEN2 + 1)
                       OR (JOR-FECHA(IDX-ORDEN2) =
                           JOR-FECHA(IDX-ORDEN2 + 1)
                       AND JOR-NOMBRE(IDX-ORDEN2) >
                           JOR-NOMBRE(IDX-ORDEN2 + 1))
                       MOVE JORNADA-ENTRY(IDX-ORDEN2) TO JOR-TEMPORAL
                       MOVE JORNADA-ENTRY(IDX-ORDEN2 + 1)
                           TO JORNADA-ENTRY(IDX-ORDEN2)
                       MOVE JOR-TEMPORAL
                           TO JORNADA-ENTRY(IDX-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> JUEGA EN ORDEN CADA JORNADA ANTERIOR A FECHA-TOPE: EL RATING
      *> DE UNA JORNADA PARTE DE LO QUE DEJO LA ANTERIOR
       JUGAR-JORNADAS.
           OPEN I-O RATINGS
           IF WS-RATINGS-STATUS = "35" THEN
               OPEN OUTPUT RATINGS
               IF WS-RATINGS-STATUS = "00" THEN
                   CLOSE RATINGS
                   OPEN I-O RATINGS
               END-IF
           END-IF
           IF WS-RATINGS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameRatings.dat, STATUS "
                   WS-RATINGS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HISTRATING
           IF WS-HISTRATING-STATUS = "35" THEN
               OPEN OUTPUT HISTRATING
           END-IF
           IF WS-HISTRATING-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameRatingHist.txt, STATUS "
                   WS-HISTRATING-STATUS
               CLOSE RATINGS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO INICIO-DIA
           PERFORM UNTIL INICIO-DIA > TOTAL-JORNADAS
               MOVE JOR-FECHA(INICIO-DIA) TO FECHA-DIA
               MOVE INICIO-DIA TO FIN-DIA
               PERFORM UNTIL FIN-DIA >= TOTAL-JORNADAS
                   OR JOR-FECHA(FIN-DIA + 1) NOT = FECHA-DIA
                   ADD 1 TO FIN-DIA
               END-PERFORM
               IF FECHA-DIA < FECHA-TOPE THEN
                   PERFORM JUGAR-JORNADA
               END-IF
               COMPUTE INICIO-DIA = FIN-DIA + 1
           END-PERFORM
           CLOSE HISTRATING
           CLOSE RATINGS.

      *> UNA JORNADA (RENGLONES INICIO-DIA A FIN-DIA): PRIMERO EL
      *> RATING DE CADA UNO ANTES DEL DIA, DESPUES LOS
      *> ENFRENTAMIENTOS DE TODOS CONTRA TODOS Y AL FINAL LA
      *> GRABACION, PARA QUE NINGUN CAMBIO DEL DIA AFECTE A OTRO
       JUGAR-JORNADA.
           COMPUTE RIVALES-DIA = FIN-DIA - INICIO-DIA
           PERFORM VARYING IDX-JORNADA FROM INICIO-DIA BY 1
               UNTIL IDX-JORNADA > FIN-DIA
               MOVE JOR-NOMBRE(IDX-JORNADA) TO RAT-NOMBRE
               READ RATINGS
                   INVALID KEY
                       MOVE RATING-INICIAL TO JOR-ANTES(IDX-JORNADA)
                       MOVE "S" TO JOR-NUEVO(IDX-JORNADA)
                   NOT INVALID KEY
                       MOVE RAT-VALOR TO JOR-ANTES(IDX-JORNADA)
                       MOVE "N" TO JOR-NUEVO(IDX-JORNADA)
               END-READ
           END-PERFORM
           PERFORM VARYING IDX-JORNADA FROM INICIO-DIA BY 1
               UNTIL IDX-JORNADA > FIN-DIA
               PERFORM ENFRENTAR-JUGADOR
           END-PERFORM
           PERFORM VARYING IDX-JORNADA FROM INICIO-DIA BY 1
               UNTIL IDX-JORNADA > FIN-DIA
               PERFORM GRABAR-RATING-JORNADA
           END-PERFORM
           ADD 1 TO JORNADAS-JUGADAS.

      *> RESULTADO DEL RENGLON IDX-JORNADA CONTRA CADA RIVAL DEL DIA
      *> Y SU CAMBIO DE RATING. LA DIFERENCIA SE LIMITA A 800 PARA
      *> QUE LO ESPERADO NO SE VAYA DE ESCALA
       ENFRENTAR-JUGADOR.
           MOVE 0 TO ESPERADO-TOTAL
           MOVE 0 TO OBTENIDO-TOTAL
           MOVE 0 TO JOR-CAMBIO(IDX-JORNADA)
           PERFORM VARYING IDX-RIVAL FROM INICIO-DIA BY 1
               UNTIL IDX-RIVAL > FIN-DIA
               IF IDX-RIVAL NOT = IDX-JORNADA THEN
                   IF JOR-PUNTOS(IDX-JORNADA) > JOR-PUNTOS(IDX-RIVAL)
                       ADD 1 TO JOR-GANADOS(IDX-JORNADA)
                       ADD 1 TO OBTENIDO-TOTAL
                   END-IF
                   IF JOR-PUNTOS(IDX-JORNADA) = JOR-PUNTOS(IDX-RIVAL)
                       ADD 1 TO JOR-EMPATADOS(IDX-JORNADA)
                       ADD 0.5 TO OBTENIDO-TOTAL
                   END-IF
                   IF JOR-PUNTOS(IDX-JORNADA) < JOR-PUNTOS(IDX-RIVAL)
                       ADD 1 TO JOR-PERDIDOS(IDX-JORNADA)
                   END-IF
                   COMPUTE DIFERENCIA-RATING =
                       JOR-ANTES(IDX-RIVAL) - JOR-ANTES(IDX-JORNADA)
                   IF DIFERENCIA-RATING > 800 THEN
                       MOVE 800 TO DIFERENCIA-RATING
                   END-IF
                   IF DIFERENCIA-RATING < -800 THEN
                       MOVE -800 TO DIFERENCIA-RATING
                   END-IF
                   COMPUTE ESPERADO ROUNDED =
                       1 / (1 + 10 ** (DIFERENCIA-RATING / 400))
                   ADD ESPERADO TO ESPERADO-TOTAL
               END-IF
           END-PERFORM
           IF RIVALES-DIA > 0 THEN
               COMPUTE JOR-CAMBIO(IDX-JORNADA) ROUNDED =
                   FACTOR-K * (OBTENIDO-TOTAL - ESPERADO-TOTAL)
                   / RIVALES-DIA
           END-IF.

      *> GRABA EL RATING NUEVO DEL RENGLON IDX-JORNADA Y SU LINEA DEL
      *> HISTORIAL; UN ERROR DE GRABACION CORTA LA CORRIDA
       GRABAR-RATING-JORNADA.
           IF JOR-NUEVO(IDX-JORNADA) = "S" THEN
               MOVE JOR-NOMBRE(IDX-JORNADA) TO RAT-NOMBRE
               MOVE RATING-INICIAL TO RAT-VALOR
               MOVE RATING-INICIAL TO RAT-MAXIMO
               MOVE 0 TO RAT-JORNADAS
               MOVE 0 TO RAT-GANADOS
               MOVE 0 TO RAT-EMPATADOS
               MOVE 0 TO RAT-PERDIDOS
           ELSE
               MOVE JOR-NOMBRE(IDX-JORNADA) TO RAT-NOMBRE
               READ RATINGS
                   INVALID KEY
                       DISPLAY "ERROR RELEYENDO GameRatings.dat PARA "
                           RAT-NOMBRE ", STATUS " WS-RATINGS-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
           END-IF
           ADD JOR-CAMBIO(IDX-JORNADA) TO RAT-VALOR
           IF RAT-VALOR > RAT-MAXIMO THEN
               MOVE RAT-VALOR TO RAT-MAXIMO
           END-IF
           ADD 1 TO RAT-JORNADAS
           ADD JOR-GANADOS(IDX-JORNADA) TO RAT-GANADOS
           ADD JOR-EMPATADOS(IDX-JORNADA) TO RAT-EMPATADOS
           ADD JOR-PERDIDOS(IDX-JORNADA) TO RAT-PERDIDOS
           MOVE JOR-FECHA(IDX-JORNADA) TO RAT-ULTIMA-FECHA
           IF JOR-NUEVO(IDX-JORNADA) = "S" THEN
               WRITE RegistroRating
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO GameRatings.dat PARA "
                           RAT-NOMBRE ", STATUS " WS-RATINGS-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO RATINGS-NUEVOS
           ELSE
               REWRITE RegistroRating
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO GameRatings.dat PARA "
                           RAT-NOMBRE ", STATUS " WS-RATINGS-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO RATINGS-CAMBIADOS
           END-IF
           MOVE SPACES TO RegistroHistRating
           MOVE JOR-FECHA(IDX-JORNADA) TO HRT-FECHA
           MOVE JOR-NOMBRE(IDX-JORNADA) TO HRT-NOMBRE
           MOVE JOR-ANTES(IDX-JORNADA) TO HRT-ANTES
           MOVE RAT-VALOR TO HRT-DESPUES
           MOVE RIVALES-DIA TO HRT-RIVALES
           MOVE JOR-GANADOS(IDX-JORNADA) TO HRT-GANADOS
           MOVE JOR-EMPATADOS(IDX-JORNADA) TO HRT-EMPATADOS
           MOVE JOR-PERDIDOS(IDX-JORNADA) TO HRT-PERDIDOS
           MOVE JOR-PUNTOS(IDX-JORNADA) TO HRT-PUNTOS
           WRITE RegistroHistRating
           IF WS-HISTRATING-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO GameRatingHist.txt, STATUS "
                   WS-HISTRATING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> REPORTE: TABLA POR RATING, FUERZA POR EQUIPO Y, SI SE PIDIO,
      *> LA TRAYECTORIA DE UN JUGADOR
       EMITIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "RATING DE JUGADORES AL " DELIMITED BY SIZE
               FECHA-CORRIDA-GUION DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           MOVE RATING-INICIAL TO RATING-EDIT
           STRING "   REGLAS DE PUNTAJE: " DELIMITED BY SIZE
               REGLAS-ID DELIMITED BY SIZE
               "  RATING INICIAL" DELIMITED BY SIZE
               RATING-EDIT DELIMITED BY SIZE
               "  FACTOR K " DELIMITED BY SIZE
               FACTOR-K DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM BUSCAR-ULTIMA-JORNADA
           STRING "   JORNADAS JUGADAS EN ESTA CORRIDA: "
               DELIMITED BY SIZE
               JORNADAS-JUGADAS DELIMITED BY SIZE
               "  ULTIMA JORNADA: " DELIMITED BY SIZE
               ULTIMA-FECHA-RATING DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF FECHA-TOPE < FECHA-CORRIDA-GUION THEN
               STRING "   JORNADAS DESDE EL " DELIMITED BY SIZE
                   FECHA-TOPE DELIMITED BY SIZE
                   " EN ESPERA (REVISION O TABLA LLENA)"
                   DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF

           PERFORM CARGAR-TABLA-RATING
           PERFORM ORDENAR-TABLA-RATING
           PERFORM MOSTRAR-TABLA-RATING
           PERFORM MOSTRAR-FUERZA-EQUIPOS
           IF JUGADOR-PEDIDO NOT = SPACES THEN
               PERFORM MOSTRAR-TRAYECTORIA
           END-IF
           CLOSE REPORTE.

      *> TODO EL ARCHIVO DE RATINGS CON EL EQUIPO DE CADA JUGADOR
       CARGAR-TABLA-RATING.
           MOVE 0 TO TOTAL-RATING
           MOVE "N" TO RATING-EN-LIMITE
           OPEN INPUT RATINGS
           IF WS-RATINGS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameRatings.dat, STATUS "
                   WS-RATINGS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-PADRON
           MOVE "N" TO WS-RATINGS-FIN
           MOVE LOW-VALUES TO RAT-NOMBRE
           START RATINGS KEY IS NOT LESS THAN RAT-NOMBRE
               INVALID KEY MOVE "S" TO WS-RATINGS-FIN
           END-START
           PERFORM UNTIL WS-RATINGS-FIN = "S"
               READ RATINGS NEXT RECORD
                   AT END MOVE "S" TO WS-RATINGS-FIN
                   NOT AT END
                       IF TOTAL-RATING < 500 THEN
                           ADD 1 TO TOTAL-RATING
                           MOVE RAT-NOMBRE TO TRA-NOMBRE(TOTAL-RATING)
                           MOVE RAT-VALOR TO TRA-VALOR(TOTAL-RATING)
                           MOVE RAT-MAXIMO TO TRA-MAXIMO(TOTAL-RATING)
                           MOVE RAT-JORNADAS
                               TO TRA-JORNADAS(TOTAL-RATING)
                           MOVE RAT-GANADOS TO TRA-GANADOS(TOTAL-RATING)
                           MOVE RAT-EMPATADOS
                               TO TRA-EMPATADOS(TOTAL-RATING)
                           MOVE RAT-PERDIDOS
                               TO TRA-PERDIDOS(TOTAL-RATING)
                           MOVE RAT-ULTIMA-FECHA
                               TO TRA-ULTIMA-FECHA(TOTAL-RATING)
                           MOVE RAT-NOMBRE TO NOMBRE-PADRON-BUSCA
                           PERFORM OBTENER-EQUIPO-PADRON
                           MOVE EQUIPO-HALLADO
                               TO TRA-EQUIPO(TOTAL-RATING)
                       ELSE
                           MOVE "S" TO RATING-EN-LIMITE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CERRAR-PADRON
           CLOSE RATINGS.

      *> DESCENDENTE POR RATING; A IGUALDAD QUEDA EL ORDEN DE NOMBRE
      *> EN QUE VIENE EL ARCHIVO
       ORDENAR-TABLA-RATING.
           PERFORM VARYING IDX-TAB-ORDEN FROM 1 BY 1
               UNTIL IDX-TAB-ORDEN >= TOTAL-RATING
               COMPUTE LIMITE-TAB-ORDEN = TOTAL-RATING - IDX-TAB-ORDEN
               PERFORM VARYING IDX-TAB-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-TAB-ORDEN2 > LIMITE-TAB-ORDEN
                   IF TRA-VALOR(IDX-TAB-ORDEN2) <
                       TRA-VALOR(IDX-TAB-ORDEN2 + 1)
                       MOVE RATING-ENTRY(IDX-TAB-ORDEN2)
                           TO TRA-TEMPORAL
                       MOVE RATING-ENTRY(IDX-TAB-ORDEN2 + 1)
                           TO RATING-ENTRY(IDX-TAB-ORDEN2)
                       MOVE TRA-TEMPORAL
                           TO RATING-ENTRY(IDX-TAB-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       MOSTRAR-TABLA-RATING.
           STRING "------------- TABLA POR RATING -------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF RATING-EN-LIMITE = "S" THEN
               STRING "AVISO: MAS DE 500 JUGADORES CON RATING; LA"
                   DELIMITED BY SIZE
                   " TABLA MUESTRA LOS PRIMEROS 500 POR NOMBRE"
                   DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING " POS | JUGADOR         | EQPO | RATING | MAXIMO |"
               DELIMITED BY SIZE
               " JORN  | ULTIMA" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
               UNTIL IDX-TABLA > TOTAL-RATING
               MOVE TRA-VALOR(IDX-TABLA) TO RATING-EDIT
               MOVE TRA-MAXIMO(IDX-TABLA) TO MAXIMO-EDIT
               STRING " " DELIMITED BY SIZE
                   IDX-TABLA DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TRA-NOMBRE(IDX-TABLA) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TRA-EQUIPO(IDX-TABLA) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   RATING-EDIT DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   MAXIMO-EDIT DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TRA-JORNADAS(IDX-TABLA) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TRA-ULTIMA-FECHA(IDX-TABLA) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-PERFORM
           STRING "JUGADORES CON RATING: " DELIMITED BY SIZE
               TOTAL-RATING DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> FUERZA POR EQUIPO: RATING PROMEDIO DE LOS JUGADORES DE LA
      *> TABLA SEGUN SU EQUIPO DEL PADRON, DESCENDENTE
       MOSTRAR-FUERZA-EQUIPOS.
           MOVE 0 TO TOTAL-EQUIPOS
           MOVE "N" TO EQUIPOS-EN-LIMITE
           PERFORM VARYING IDX-TABLA FROM 1 BY 1
               UNTIL IDX-TABLA > TOTAL-RATING
               PERFORM ACUMULAR-EQUIPO
           END-PERFORM
           PERFORM VARYING IDX-EQUIPO FROM 1 BY 1
               UNTIL IDX-EQUIPO > TOTAL-EQUIPOS
               COMPUTE EQU-RATING-PROMEDIO(IDX-EQUIPO) ROUNDED =
                   EQU-RATING-TOTAL(IDX-EQUIPO)
                   / EQU-JUGADORES(IDX-EQUIPO)
           END-PERFORM
           PERFORM VARYING IDX-EQU-ORDEN FROM 1 BY 1
               UNTIL IDX-EQU-ORDEN >= TOTAL-EQUIPOS
               COMPUTE LIMITE-EQU-ORDEN = TOTAL-EQUIPOS - IDX-EQU-ORDEN
               PERFORM VARYING IDX-EQU-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-EQU-ORDEN2 > LIMITE-EQU-ORDEN
                   IF EQU-RATING-PROMEDIO(IDX-EQU-ORDEN2) <
                       EQU-RATING-PROMEDIO(IDX-EQU-ORDEN2 + 1)
                       MOVE EQUIPO-ENTRY(IDX-EQU-ORDEN2)
                           TO EQU-TEMPORAL
                       MOVE EQUIPO-ENTRY(IDX-EQU-ORDEN2 + 1)
                           TO EQUIPO-ENTRY(IDX-EQU-ORDEN2)
                       MOVE EQU-TEMPORAL
                           TO EQUIPO-ENTRY(IDX-EQU-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           STRING "---------- FUERZA POR EQUIPO (RATING) ----------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF EQUIPOS-EN-LIMITE = "S" THEN
               STRING "AVISO: MAS DE 50 EQUIPOS DISTINTOS; LOS"
                   DELIMITED BY SIZE
                   " EXCEDENTES NO SE SUMARON" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING " POS | EQPO | JUGADORES | RATING PROMEDIO"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-EQUIPO FROM 1 BY 1
               UNTIL IDX-EQUIPO > TOTAL-EQUIPOS
               MOVE EQU-RATING-PROMEDIO(IDX-EQUIPO) TO RATING-EDIT
               STRING "  " DELIMITED BY SIZE
                   IDX-EQUIPO DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   EQU-CODIGO(IDX-EQUIPO) DELIMITED BY SIZE
                   " |    " DELIMITED BY SIZE
                   EQU-JUGADORES(IDX-EQUIPO) DELIMITED BY SIZE
                   "    |     " DELIMITED BY SIZE
                   RATING-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-PERFORM
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> SUMA EL JUGADOR IDX-TABLA A SU EQUIPO, DANDOLO DE ALTA SI ES
      *> LA PRIMERA VEZ
       ACUMULAR-EQUIPO.
           MOVE "N" TO ENCONTRADO-EQUIPO
           PERFORM VARYING IDX-EQU-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-EQU-BUSQUEDA > TOTAL-EQUIPOS
               IF EQU-CODIGO(IDX-EQU-BUSQUEDA) = TRA-EQUIPO(IDX-TABLA)
                   THEN
                   MOVE "S" TO ENCONTRADO-EQUIPO
                   MOVE IDX-EQU-BUSQUEDA TO IDX-EQUIPO
               END-IF
           END-PERFORM
           IF ENCONTRADO-EQUIPO = "N" THEN
               IF TOTAL-EQUIPOS < 50 THEN
                   ADD 1 TO TOTAL-EQUIPOS
                   MOVE TOTAL-EQUIPOS TO IDX-EQUIPO
                   MOVE TRA-EQUIPO(IDX-TABLA) TO EQU-CODIGO(IDX-EQUIPO)
                   MOVE 0 TO EQU-JUGADORES(IDX-EQUIPO)
                   MOVE 0 TO EQU-RATING-TOTAL(IDX-EQUIPO)
                   MOVE 0 TO EQU-RATING-PROMEDIO(IDX-EQUIPO)
                   MOVE "S" TO ENCONTRADO-EQUIPO
               ELSE
                   MOVE "S" TO EQUIPOS-EN-LIMITE
               END-IF
           END-IF
           IF ENCONTRADO-EQUIPO = "S" THEN
               ADD 1 TO EQU-JUGADORES(IDX-EQUIPO)
               ADD TRA-VALOR(IDX-TABLA) TO EQU-RATING-TOTAL(IDX-EQUIPO)
           END-IF.

      *> TRAYECTORIA DE JUGADOR-PEDIDO: UNA LINEA POR JORNADA DEL
      *> HISTORIAL CON EL RATING ANTES Y DESPUES, EL CAMBIO, LOS
      *> RIVALES Y SU RESULTADO, Y LOS PUNTOS NETOS DEL DIA
       MOSTRAR-TRAYECTORIA.
           STRING "---------- TRAYECTORIA DE " DELIMITED BY SIZE
               JUGADOR-PEDIDO DELIMITED BY SPACE
               " ----------" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING " FECHA      | ANTES | DESPUES | CAMBIO | RIVAL |"
               DELIMITED BY SIZE
               "  G    E    P   | PUNTOS" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           MOVE 0 TO LINEAS-HISTORIA
           MOVE 0 TO LINEAS-HISTORIA-MALAS
           OPEN INPUT HISTRATING
           IF WS-HISTRATING-STATUS = "00" THEN
               READ HISTRATING
               AT END SET FinHistRating TO TRUE
               END-READ
               PERFORM UNTIL FinHistRating
                   IF HRT-NOMBRE = JUGADOR-PEDIDO THEN
                       PERFORM MOSTRAR-LINEA-TRAYECTORIA
                   END-IF
                   READ HISTRATING
                   AT END SET FinHistRating TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTRATING
           END-IF
           IF LINEAS-HISTORIA = 0 THEN
               STRING "   SIN JORNADAS CON RATING PARA ESTE JUGADOR"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF LINEAS-HISTORIA-MALAS > 0 THEN
               STRING "AVISO: LINEAS ILEGIBLES EN GameRatingHist.txt: "
                   DELIMITED BY SIZE
                   LINEAS-HISTORIA-MALAS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF.

       MOSTRAR-LINEA-TRAYECTORIA.
           IF HRT-ANTES IS NUMERIC AND HRT-DESPUES IS NUMERIC
               AND HRT-PUNTOS IS NUMERIC THEN
               ADD 1 TO LINEAS-HISTORIA
               MOVE HRT-ANTES TO RATING-EDIT
               MOVE HRT-DESPUES TO MAXIMO-EDIT
               COMPUTE CAMBIO-EDIT = HRT-DESPUES - HRT-ANTES
               MOVE HRT-PUNTOS TO PUNTOS-EDIT
               STRING " " DELIMITED BY SIZE
                   HRT-FECHA DELIMITED BY SIZE
                   " |" DELIMITED BY SIZE
                   RATING-EDIT DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   MAXIMO-EDIT DELIMITED BY SIZE
                   "  |  " DELIMITED BY SIZE
                   CAMBIO-EDIT DELIMITED BY SIZE
                   "  | " DELIMITED BY SIZE
                   HRT-RIVALES DELIMITED BY SIZE
                   "  | " DELIMITED BY SIZE
                   HRT-GANADOS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HRT-EMPATADOS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HRT-PERDIDOS DELIMITED BY SIZE
                   " |" DELIMITED BY SIZE
                   PUNTOS-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               ADD 1 TO LINEAS-HISTORIA-MALAS
           END-IF.

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

      *> LA CUENTA DE PUNTOS DE UNA JUGADA, LA MISMA QUE EN EL
      *> PROGRAMA PRINCIPAL: ACIERTO VALE LOS PUNTOS DE SU COLOR MAS
      *> BONIFICACION POR TIEMPO RAPIDO; ERROR RESTA LA PENALIDAD DE
      *> SU DIRECCION
       CALCULAR-PUNTOS-JUGADA.
           MOVE 0 TO CAL-PUNTOS
           IF CAL-ACIERTO = "Si" THEN
               IF CAL-COLOR = "azul" THEN
                   ADD REGLAS-PTS-AZUL TO CAL-PUNTOS
               END-IF
               IF CAL-COLOR = "rojo" THEN
                   ADD REGLAS-PTS-ROJO TO CAL-PUNTOS
               END-IF
               IF CAL-COLOR = "amarillo" THEN
                   ADD REGLAS-PTS-AMARILLO TO CAL-PUNTOS
               END-IF
               IF CAL-COLOR = "verde" THEN
                   ADD REGLAS-PTS-VERDE TO CAL-PUNTOS
               END-IF
               IF REGLAS-TIEMPO-RAPIDO > 0
                   AND CAL-TIEMPO NOT > REGLAS-TIEMPO-RAPIDO THEN
                   ADD REGLAS-BONUS-RAPIDO TO CAL-PUNTOS
               END-IF
           END-IF
           IF CAL-ACIERTO = "No" THEN
               IF CAL-DIRECCION = "izquierda" THEN
                   SUBTRACT REGLAS-PEN-IZQUIERDA FROM CAL-PUNTOS
               END-IF
               IF CAL-DIRECCION = "arriba" THEN
                   SUBTRACT REGLAS-PEN-ARRIBA FROM CAL-PUNTOS
               END-IF
               IF CAL-DIRECCION = "abajo" THEN
                   SUBTRACT REGLAS-PEN-ABAJO FROM CAL-PUNTOS
               END-IF
               IF CAL-DIRECCION = "derecha" THEN
                   SUBTRACT REGLAS-PEN-DERECHA FROM CAL-PUNTOS
               END-IF
           END-IF.

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

       END PROGRAM gamerating.
