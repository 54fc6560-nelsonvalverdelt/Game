      *> LOS INSCRIPTOS, SOLO CUENTAN LAS JUGADAS DENTRO DE LA
      *> VENTANA DE FECHAS, SE NOMBRA AL CAMPEON Y SE MARCA A CADA
      *> INSCRIPTO QUE NO JUGO. EL PUNTAJE SALE DE LAS MISMAS REGLAS
      *> DE GameScoring.txt QUE USA EL PROGRAMA PRINCIPAL. LAS
      *> JUGADAS DE UNA SESION RETENIDA EN GameReview.txt NO CUENTAN
      *> MIENTRAS SIGA EN REVISION
      *>
      *> ADEMAS DE LA TABLA POR PUNTOS HAY TORNEOS POR ELIMINACION
      *> (FORMATO "L", LLAVE): LA NOMINA SE SIEMBRA POR LOS PUNTOS
      *> DEL MAESTRO EN EL MOMENTO DEL SORTEO (LA PRIMERA CORRIDA QUE
      *> VE EL TORNEO), CON PASES LIBRES PARA LAS MEJORES SEMILLAS
      *> CUANDO LA NOMINA NO LLENA LA LLAVE. CADA RONDA TIENE SU
      *> FECHA Y UN PARTIDO SE DECIDE POR LOS PUNTOS NETOS QUE CADA
      *> JUGADOR HACE ESE DIA CON LAS REGLAS DE GameScoring.txt; A
      *> IGUALDAD DECIDEN MAS ACIERTOS, DESPUES MENOS ERRORES Y AL
      *> FINAL LA MEJOR SEMILLA. UNA RONDA SE JUEGA RECIEN CUANDO SU
      *> FECHA YA PASO, Y UN PARTIDO CON UNA SESION DEL DIA RETENIDA
      *> EN REVISION QUEDA PENDIENTE HASTA QUE SE DECIDA. EL ESTADO
      *> DE CADA LLAVE VIVE EN GameBrackets.txt, QUE SE REESCRIBE EN
      *> CADA CORRIDA CON LOS GANADORES AVANZADOS; LA RONDA SIGUIENTE
      *> SE ARMA CUANDO LA ANTERIOR ESTA COMPLETA, CRUZANDO EL
      *> GANADOR DEL PRIMER PARTIDO CON EL DEL ULTIMO Y ASI HACIA
      *> ADENTRO, PARA QUE LAS DOS MEJORES SEMILLAS SOLO SE PUEDAN
      *> CRUZAR EN LA FINAL. UNA VEZ SORTEADA, LA LLAVE NO CAMBIA
      *> AUNQUE CAMBIE LA NOMINA. CON SIEMBRA "R" LAS SEMILLAS SALEN
      *> DEL RATING DE GameRatings.dat (gamerating) EN VEZ DE LOS
      *> PUNTOS DEL MAESTRO; UN INSCRIPTO SIN RATING SE SIEMBRA CON
      *> EL RATING INICIAL
      *>
      *> GameTournaments.txt, UNA LINEA POR REGISTRO:
      *>   TORNEO  ID(8) NOMBRE(30) DESDE(10) HASTA(10) FORMATO(1)
      *>           SIEMBRA(1)
      *>   JUGADOR ID(8) NOMBRE(15)
      *>   RONDA   ID(8) NUMERO(2) FECHA(10)
      *> FORMATO EN BLANCO (O "T") ES TABLA POR PUNTOS DENTRO DE LA
      *> VENTANA DESDE-HASTA; "L" ES LLAVE, QUE NO USA LA VENTANA
      *> SINO LAS FECHAS DE SUS LINEAS RONDA. LOS JUGADOR Y RONDA
      *> DEBEN REFERIR A UN TORNEO YA DEFINIDO ARRIBA. SIEMBRA EN
      *> BLANCO (O "P") SIEMBRA POR PUNTOS DEL MAESTRO; "R" POR
      *> RATING
      *>
      *> GameBrackets.txt, UNA LINEA POR PARTIDO: ID(8) RONDA(2)
      *> PARTIDO(2) SEMILLA-A(2) JUGADOR-A(15) SEMILLA-B(2)
      *> JUGADOR-B(15) PUNTOS-A(S6) PUNTOS-B(S6) ESTADO(1: P
      *> PENDIENTE, J JUGADO, L LIBRE) GANADOR(15) DESEMPATE(1: P
      *> PUNTOS, A ACIERTOS, E ERRORES, S SEMILLA). EL ARCHIVO
      *> NUEVO SE ARMA ENTERO EN GameBracketsWork.txt Y RECIEN
      *> DESPUES SE COPIA ENCIMA; SI LA COPIA FALLA, LA CORRIDA
      *> TERMINA CON 16 Y LAS LLAVES NUEVAS QUEDAN EN ESE ARCHIVO

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT REGLAS ASSIGN TO "GameScoring.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGLAS-STATUS.
       SELECT REVISION ASSIGN TO "GameReview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-STATUS.
       SELECT LLAVES ASSIGN TO "GameBrackets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LLAVES-STATUS.
       SELECT TRABLLAVES ASSIGN TO "GameBracketsWork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRABLLAVES-STATUS.
       SELECT MAESTRO ASSIGN TO "GameMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-NOMBRE
           FILE STATUS IS WS-MAESTRO-STATUS.
       SELECT RATINGS ASSIGN TO "GameRatings.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAT-NOMBRE
           FILE STATUS IS WS-RATINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
               03 TDT-DESDE PIC X(10).
               03 FILLER PIC X(1).
               03 TDT-HASTA PIC X(10).
               03 FILLER PIC X(1).
               03 TDT-FORMATO PIC X(1).
               03 FILLER PIC X(1).
               03 TDT-SIEMBRA PIC X(1).
               03 FILLER PIC X(7).
           02 TEN-DETALLE-JUGADOR REDEFINES TEN-RESTO.
               03 TDJ-ID PIC X(8).
               03 FILLER PIC X(1).
               03 TDJ-NOMBRE PIC X(15).
               03 FILLER PIC X(48).
           02 TEN-DETALLE-RONDA REDEFINES TEN-RESTO.
               03 TDR-ID PIC X(8).
               03 FILLER PIC X(1).
               03 TDR-NUMERO PIC X(2).
               03 FILLER PIC X(1).
               03 TDR-FECHA PIC X(10).
               03 FILLER PIC X(50).
       FD DATOS.
       01 DetalleJuego.
           88 FinArchivo VALUE HIGH-VALUES.
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
      *> ESTADO DE LAS LLAVES: UN PARTIDO POR LINEA
       FD LLAVES.
       01 RegistroLlave.
           88 FinLlaves VALUE HIGH-VALUES.
           02 LLA-ID PIC X(8).
           02 FILLER PIC X(1).
           02 LLA-RONDA PIC X(2).
           02 FILLER PIC X(1).
           02 LLA-PARTIDO PIC X(2).
           02 FILLER PIC X(1).
           02 LLA-SEMILLA-A PIC X(2).
           02 FILLER PIC X(1).
           02 LLA-JUGADOR-A PIC X(15).
           02 FILLER PIC X(1).
           02 LLA-SEMILLA-B PIC X(2).
           02 FILLER PIC X(1).
           02 LLA-JUGADOR-B PIC X(15).
           02 FILLER PIC X(1).
           02 LLA-PUNTOS-A PIC S9(6) SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
           02 LLA-PUNTOS-B PIC S9(6) SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
           02 LLA-ESTADO PIC X(1).
           02 FILLER PIC X(1).
           02 LLA-GANADOR PIC X(15).
           02 FILLER PIC X(1).
           02 LLA-DESEMPATE PIC X(1).
      *> LAS LLAVES NUEVAS SE ARMAN ACA ANTES DE PASARLAS A
      *> GameBrackets.txt
       FD TRABLLAVES.
       01 RegistroTrabLlave.
           88 FinTrabLlaves VALUE HIGH-VALUES.
           02 TLL-REGISTRO PIC X(88).
      *> SOLO PARA SEMBRAR LAS LLAVES: PUNTOS DEL MAESTRO
       FD MAESTRO.
       01 RegistroMaestro.
           02 MAE-NOMBRE PIC X(15).
           02 MAE-ACIERTOS PIC 9(7).
           02 MAE-ERRORES PIC 9(7).
           02 MAE-PUNTOS PIC S9(8).
           02 MAE-ULTIMA-POSICION PIC 9(9).
      *> O POR EL RATING DE gamerating
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

       WORKING-STORAGE SECTION.
       01 ControlTorneos.
           02 WS-REPORTE-STATUS PIC XX VALUES "00".
           02 WS-REGLAS-STATUS PIC XX VALUES "00".
           02 WS-FECHA-CORRIDA PIC 9(8) VALUES 0.
           02 FECHA-CORRIDA-PARTES REDEFINES WS-FECHA-CORRIDA.
               03 FCP-ANIO PIC X(4).
               03 FCP-MES PIC X(2).
               03 FCP-DIA PIC X(2).
           02 FECHA-CORRIDA-GUION PIC X(10) VALUES SPACES.
           02 WS-REPORTE-NOMBRE PIC X(30) VALUES SPACES.
           02 WS-LINEA-REPORTE PIC X(80) VALUES SPACES.
           02 CODIGO-RETORNO PIC 9(2) VALUES 0.
               03 TOR-NOMBRE PIC X(30).
               03 TOR-DESDE PIC X(10).
               03 TOR-HASTA PIC X(10).
               03 TOR-FORMATO PIC X(1).
               03 TOR-SIEMBRA PIC X(1).
               03 TOR-RONDA-FECHA PIC X(10) OCCURS 6 TIMES.
               03 TOR-TOTAL-JUGADORES PIC 9(3).
               03 TOR-JUGADOR-ENTRY OCCURS 50 TIMES.
                   04 TOR-JUG-NOMBRE PIC X(15).
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
           02 JUGADAS-RETENIDAS PIC 9(7) VALUES 0000000.
      *> LLAVES POR ELIMINACION: LOS PARTIDOS DE TODAS LAS LLAVES DE
      *> GameBrackets.txt (HASTA 20 LLAVES DE 64 LUGARES, 63
      *> PARTIDOS CADA UNA) Y LO QUE HIZO CADA INSCRIPTO EN CADA
      *> FECHA DE RONDA
       01 TablaPartidos.
           02 TOTAL-PARTIDOS PIC 9(4) VALUES 0000.
           02 PARTIDO-ENTRY OCCURS 1300 TIMES.
               03 PAR-ID PIC X(8).
               03 PAR-RONDA PIC 9(2).
               03 PAR-PARTIDO PIC 9(2).
               03 PAR-SEMILLA-A PIC 9(2).
               03 PAR-JUGADOR-A PIC X(15).
               03 PAR-SEMILLA-B PIC 9(2).
               03 PAR-JUGADOR-B PIC X(15).
               03 PAR-PUNTOS-A PIC S9(6).
               03 PAR-PUNTOS-B PIC S9(6).
               03 PAR-ESTADO PIC X(1).
               03 PAR-GANADOR PIC X(15).
               03 PAR-DESEMPATE PIC X(1).
       01 AcumuladoRondas.
           02 ACR-TORNEO OCCURS 20 TIMES.
               03 ACR-JUGADOR OCCURS 50 TIMES.
                   04 ACR-RONDA OCCURS 6 TIMES.
                       05 ACR-JUGADAS PIC 9(5).
                       05 ACR-ACIERTOS PIC 9(5).
                       05 ACR-ERRORES PIC 9(5).
                       05 ACR-PUNTOS PIC S9(6).
       01 TablaSemillas.
           02 TOTAL-SEMILLAS PIC 9(3) VALUES 000.
           02 SEMILLA-ENTRY OCCURS 50 TIMES.
               03 SEM-NOMBRE PIC X(15).
               03 SEM-PUNTOS PIC S9(8).
           02 SEM-TEMPORAL PIC X(23).
       01 ControlLlaves.
           02 WS-LLAVES-STATUS PIC XX VALUES "00".
           02 WS-TRABLLAVES-STATUS PIC XX VALUES "00".
           02 LLAVES-GRABADAS PIC X(1) VALUES "S".
           02 LLAVES-COPIADAS PIC 9(4) VALUES 0000.
           02 WS-MAESTRO-STATUS PIC XX VALUES "00".
           02 MAESTRO-DISPONIBLE PIC X(1) VALUES "N".
           02 WS-RATINGS-STATUS PIC XX VALUES "00".
           02 RATINGS-DISPONIBLE PIC X(1) VALUES "N".
           02 RATING-INICIAL PIC S9(5) VALUES 1500.
           02 HAY-LLAVES PIC X(1) VALUES "N".
           02 LINEAS-LLAVE-MALAS PIC 9(5) VALUES 00000.
           02 LINEAS-RONDA-MALAS PIC 9(5) VALUES 00000.
           02 LUGARES-LLAVE PIC 9(3) VALUES 000.
           02 RONDAS-LLAVE PIC 9(2) VALUES 00.
           02 IDX-RONDA PIC 9(2) VALUES 00.
           02 PARTIDOS-RONDA PIC 9(3) VALUES 000.
           02 IDX-PARTIDO-RONDA PIC 9(3) VALUES 000.
           02 IDX-PARTIDO PIC 9(4) VALUES 0000.
           02 IDX-PARTIDO-A PIC 9(4) VALUES 0000.
           02 IDX-PARTIDO-B PIC 9(4) VALUES 0000.
           02 RONDA-BUSCADA PIC 9(2) VALUES 00.
           02 PARTIDO-BUSCADO PIC 9(3) VALUES 000.
           02 PARTIDO-HALLADO PIC 9(4) VALUES 0000.
           02 RONDA-COMPLETA PIC X(1) VALUES "N".
           02 RONDA-ARMADA PIC X(1) VALUES "N".
           02 SEMILLA-B PIC 9(3) VALUES 000.
           02 NOMBRE-INSCRIPTO PIC X(15) VALUES SPACES.
           02 IDX-INSCRIPTO PIC 9(3) VALUES 000.
           02 FECHA-RONDA-ACTUAL PIC X(10) VALUES SPACES.
           02 PTS-A PIC S9(6) VALUES 0.
           02 PTS-B PIC S9(6) VALUES 0.
           02 ACI-A PIC 9(5) VALUES 00000.
           02 ACI-B PIC 9(5) VALUES 00000.
           02 ERR-A PIC 9(5) VALUES 00000.
           02 ERR-B PIC 9(5) VALUES 00000.
           02 PARTIDO-RETENIDO PIC X(1) VALUES "N".
           02 PARTIDOS-PENDIENTES PIC 9(3) VALUES 000.
           02 PARTIDOS-EN-REVISION PIC 9(3) VALUES 000.
           02 CAMPEON-LLAVE PIC X(15) VALUES SPACES.
           02 PUNTOS-A-EDIT PIC ZZZZ9-.
           02 PUNTOS-B-EDIT PIC ZZZZ9-.
           02 PUNTOS-A-TEXTO PIC X(6) VALUES SPACES.
           02 PUNTOS-B-TEXTO PIC X(6) VALUES SPACES.
           02 MITAD-RONDA PIC 9(3) VALUES 000.
           02 LUGARES-CUENTA PIC 9(3) VALUES 000.
           02 RESULTADO-PARTIDO PIC X(16) VALUES SPACES.
      *> IMAGEN DE UNA LINEA DE GameBrackets.txt, MISMO DIBUJO
       01 ImagenLlave.
           02 ILL-ID PIC X(8).
           02 FILLER PIC X(1).
           02 ILL-RONDA PIC X(2).
           02 FILLER PIC X(1).
           02 ILL-PARTIDO PIC X(2).
           02 FILLER PIC X(1).
           02 ILL-SEMILLA-A PIC X(2).
           02 FILLER PIC X(1).
           02 ILL-JUGADOR-A PIC X(15).
           02 FILLER PIC X(1).
           02 ILL-SEMILLA-B PIC X(2).
           02 FILLER PIC X(1).
           02 ILL-JUGADOR-B PIC X(15).
           02 FILLER PIC X(1).
           02 ILL-PUNTOS-A PIC S9(6) SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
           02 ILL-PUNTOS-B PIC S9(6) SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
           02 ILL-ESTADO PIC X(1).
           02 FILLER PIC X(1).
           02 ILL-GANADOR PIC X(15).
           02 FILLER PIC X(1).
           02 ILL-DESEMPATE PIC X(1).

       PROCEDURE DIVISION.
           DISPLAY "POSICIONES POR TORNEO"

           PERFORM CARGAR-REGLAS
           PERFORM CARGAR-RETENIDAS

      *> EL REPORTE LLEVA LA FECHA DE LA CORRIDA EN EL NOMBRE, IGUAL
      *> QUE LOS REPORTES DEL PROGRAMA PRINCIPAL
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           STRING FCP-ANIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FCP-MES DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FCP-DIA DELIMITED BY SIZE
               INTO FECHA-CORRIDA-GUION
           STRING "GameTournReport_" DELIMITED BY SIZE
               WS-FECHA-CORRIDA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE AcumuladoRondas
           IF HAY-LLAVES = "S" THEN
               PERFORM CARGAR-LLAVES
           END-IF

           OPEN OUTPUT REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
           END-READ
           PERFORM UNTIL FinArchivo
               ADD 1 TO REGISTROS-LEIDOS
               PERFORM VERIFICAR-RETENCION
               IF JUGADA-RETENIDA = "N" THEN
                   PERFORM ACUMULAR-JUGADA-TORNEOS
               END-IF
               READ DATOS
               AT END SET FinArchivo TO TRUE
               END-READ
      *> QUE EL HISTORICO SE RECORRE SIEMPRE CON EL MISMO ACUMULADOR
           PERFORM RECORRER-HISTORIA-TORNEOS

      *> LAS LLAVES SE SORTEAN (SI ES LA PRIMERA VEZ), SE JUEGAN LAS
      *> RONDAS CUYA FECHA YA PASO Y SE GRABA EL ESTADO NUEVO ANTES
      *> DE INFORMAR
           IF HAY-LLAVES = "S" THEN
               PERFORM VARYING IDX-TORNEO FROM 1 BY 1
                   UNTIL IDX-TORNEO > TOTAL-TORNEOS
                   IF TOR-FORMATO(IDX-TORNEO) = "L" THEN
                       PERFORM AVANZAR-LLAVE
                   END-IF
               END-PERFORM
               PERFORM GRABAR-LLAVES
           END-IF

           PERFORM VARYING IDX-TORNEO FROM 1 BY 1
               UNTIL IDX-TORNEO > TOTAL-TORNEOS
               IF TOR-FORMATO(IDX-TORNEO) = "L" THEN
                   PERFORM INFORMAR-LLAVE
               ELSE
                   PERFORM INFORMAR-TORNEO
               END-IF
           END-PERFORM

           CLOSE REPORTE
           DISPLAY "REGISTROS DE DETALLE LEIDOS: " REGISTROS-LEIDOS
           DISPLAY "JUGADAS RETENIDAS EN REVISION: " JUGADAS-RETENIDAS
           DISPLAY "REPORTE: " WS-REPORTE-NOMBRE
           MOVE CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
               IF TEN-TIPO = "JUGADOR" THEN
                   PERFORM INSCRIBIR-JUGADOR
               END-IF
               IF TEN-TIPO = "RONDA" THEN
                   PERFORM FECHAR-RONDA
               END-IF
               READ TORNEOS
               AT END SET FinTorneos TO TRUE
               END-READ
               DISPLAY "AVISO: " LINEAS-NOMINA-MALAS " LINEAS JUGADOR"
                   " SIN TORNEO DEFINIDO; IGNORADAS"
           END-IF
           IF LINEAS-RONDA-MALAS > 0 THEN
               DISPLAY "AVISO: " LINEAS-RONDA-MALAS " LINEAS RONDA"
                   " SIN LLAVE DEFINIDA O CON NUMERO FUERA DE 01-06;"
                   " IGNORADAS"
           END-IF
           IF TORNEOS-EN-LIMITE = "S" THEN
               DISPLAY "AVISO: MAS DE 20 TORNEOS; LOS EXCEDENTES NO"
                   " SE INFORMAN"
               MOVE TDT-DESDE TO TOR-DESDE(TOTAL-TORNEOS)
               MOVE TDT-HASTA TO TOR-HASTA(TOTAL-TORNEOS)
               MOVE 0 TO TOR-TOTAL-JUGADORES(TOTAL-TORNEOS)
               MOVE "T" TO TOR-FORMATO(TOTAL-TORNEOS)
               IF TDT-FORMATO = "L" THEN
                   MOVE "L" TO TOR-FORMATO(TOTAL-TORNEOS)
                   MOVE "S" TO HAY-LLAVES
               END-IF
               MOVE "P" TO TOR-SIEMBRA(TOTAL-TORNEOS)
               IF TDT-SIEMBRA = "R" THEN
                   MOVE "R" TO TOR-SIEMBRA(TOTAL-TORNEOS)
               END-IF
               PERFORM VARYING IDX-RONDA FROM 1 BY 1
                   UNTIL IDX-RONDA > 6
                   MOVE SPACES
                       TO TOR-RONDA-FECHA(TOTAL-TORNEOS, IDX-RONDA)
               END-PERFORM
           ELSE
               MOVE "S" TO TORNEOS-EN-LIMITE
           END-IF.
               END-IF
           END-IF.

      *> FECHA DE UNA RONDA DE LLAVE; LA LINEA TIENE QUE REFERIR A UN
      *> TORNEO DE FORMATO L YA DEFINIDO Y TRAER UN NUMERO DE RONDA
      *> ENTRE 01 Y 06 (UNA LLAVE DE 64 LUGARES TIENE SEIS RONDAS)
       FECHAR-RONDA.
           MOVE 0 TO IDX-TORNEO
           PERFORM VARYING POSICION-TABLA FROM 1 BY 1
               UNTIL POSICION-TABLA > TOTAL-TORNEOS
               IF TOR-ID(POSICION-TABLA) = TDR-ID
                   AND TOR-FORMATO(POSICION-TABLA) = "L" THEN
                   MOVE POSICION-TABLA TO IDX-TORNEO
               END-IF
           END-PERFORM
           IF IDX-TORNEO = 0 OR TDR-NUMERO IS NOT NUMERIC THEN
               ADD 1 TO LINEAS-RONDA-MALAS
           ELSE
               MOVE TDR-NUMERO TO IDX-RONDA
               IF IDX-RONDA < 1 OR IDX-RONDA > 6 THEN
                   ADD 1 TO LINEAS-RONDA-MALAS
               ELSE
                   MOVE TDR-FECHA
                       TO TOR-RONDA-FECHA(IDX-TORNEO, IDX-RONDA)
               END-IF
           END-IF.

      *> SUMA EL REGISTRO ACTUAL DEL DETALLE A CADA TORNEO DONDE EL
      *> JUGADOR ESTA INSCRIPTO Y LA FECHA CAE EN LA VENTANA; UNA
      *> MISMA JUGADA PUEDE CONTAR PARA VARIOS TORNEOS SOLAPADOS. EN
      *> UNA LLAVE SE SUMA A LA RONDA CUYA FECHA ES LA DE LA JUGADA
       ACUMULAR-JUGADA-TORNEOS.
           PERFORM VARYING IDX-TORNEO FROM 1 BY 1
               UNTIL IDX-TORNEO > TOTAL-TORNEOS
               IF TOR-FORMATO(IDX-TORNEO) = "L" THEN
                   PERFORM ACUMULAR-JUGADA-LLAVE
               ELSE
               IF Fecha NOT < TOR-DESDE(IDX-TORNEO)
                   AND Fecha NOT > TOR-HASTA(IDX-TORNEO) THEN
                   PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
                       END-IF
                   END-PERFORM
               END-IF
               END-IF
           END-PERFORM.

      *> JUGADA DEL DETALLE EN UNA LLAVE: CUENTA PARA CADA RONDA CON
      *> LA FECHA DE LA JUGADA, SI EL JUGADOR ESTA EN LA NOMINA
       ACUMULAR-JUGADA-LLAVE.
           PERFORM VARYING IDX-RONDA FROM 1 BY 1
               UNTIL IDX-RONDA > 6
               IF TOR-RONDA-FECHA(IDX-TORNEO, IDX-RONDA) = Fecha THEN
                   PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
                       UNTIL IDX-JUGADOR >
                           TOR-TOTAL-JUGADORES(IDX-TORNEO)
                       IF TOR-JUG-NOMBRE(IDX-TORNEO, IDX-JUGADOR)
                           = Nombre THEN
                           ADD 1 TO ACR-JUGADAS
                               (IDX-TORNEO, IDX-JUGADOR, IDX-RONDA)
                           IF Acierto = "Si" THEN
                               ADD 1 TO ACR-ACIERTOS
                                   (IDX-TORNEO, IDX-JUGADOR, IDX-RONDA)
                           END-IF
                           IF Acierto = "No" THEN
                               ADD 1 TO ACR-ERRORES
                                   (IDX-TORNEO, IDX-JUGADOR, IDX-RONDA)
                           END-IF
                           MOVE Acierto TO CAL-ACIERTO
                           MOVE Direccion TO CAL-DIRECCION
                           MOVE ColorFlecha TO CAL-COLOR
                           MOVE Tiempo TO CAL-TIEMPO
                           PERFORM CALCULAR-PUNTOS-JUGADA
                           ADD CAL-PUNTOS TO ACR-PUNTOS
                               (IDX-TORNEO, IDX-JUGADOR, IDX-RONDA)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> CARGA LAS SESIONES RETENIDAS (ESTADO P) DE GameReview.txt,
      *> MISMA LOGICA QUE EL PROGRAMA PRINCIPAL: SIN ARCHIVO NO HAY
      *> NADA RETENIDO; SI NO SE PUEDE LEER O NO ENTRA EN LA TABLA NO
      *> SE INFORMA, PARA NO CONTAR JUGADAS EN REVISION
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
      *> ABAJO YA ESTABAN EN EL MAESTRO), Y LA CUENTA. LA DEPURACION
      *> SOLO ARCHIVA JUGADAS QUE NO ESTAN RETENIDAS, ASI QUE EL
      *> HISTORICO NO NECESITA ESTA PRUEBA
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

      *> SEGUNDA PASADA POR EL HISTORICO, MISMO PATRON QUE LAS
               REGLAS-ID DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF JUGADAS-RETENIDAS > 0 THEN
               STRING "   JUGADAS RETENIDAS EN REVISION, NO CUENTAN: "
                   DELIMITED BY SIZE
                   JUGADAS-RETENIDAS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING " POS | JUGADOR         | JUGADAS | ACIERTOS |"
               DELIMITED BY SIZE
               " ERRORES | PUNTOS" DELIMITED BY SIZE
               END-PERFORM
           END-IF.

      *> CARGA EL ESTADO DE LAS LLAVES DE GameBrackets.txt; SIN
      *> ARCHIVO NINGUNA LLAVE FUE SORTEADA TODAVIA. EL ARCHIVO SE
      *> REESCRIBE ENTERO AL FINAL, ASI QUE UNA LINEA ILEGIBLE O UNA
      *> TABLA DESBORDADA CORTAN LA CORRIDA SIN TOCAR NADA
       CARGAR-LLAVES.
           MOVE 0 TO TOTAL-PARTIDOS
           MOVE 0 TO LINEAS-LLAVE-MALAS
           OPEN INPUT LLAVES
           IF WS-LLAVES-STATUS NOT = "00"
               AND WS-LLAVES-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameBrackets.txt, STATUS "
                   WS-LLAVES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LLAVES-STATUS = "00" THEN
               READ LLAVES
               AT END SET FinLlaves TO TRUE
               END-READ
               PERFORM UNTIL FinLlaves
                   IF RegistroLlave NOT = SPACES THEN
                       PERFORM CARGAR-PARTIDO
                   END-IF
                   READ LLAVES
                   AT END SET FinLlaves TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LLAVES
           END-IF
           IF LINEAS-LLAVE-MALAS > 0 THEN
               DISPLAY "GameBrackets.txt CON " LINEAS-LLAVE-MALAS
                   " LINEAS ILEGIBLES; SE CORTA SIN TOCAR LAS LLAVES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARGAR-PARTIDO.
           IF LLA-RONDA IS NUMERIC AND LLA-PARTIDO IS NUMERIC
               AND LLA-SEMILLA-A IS NUMERIC
               AND LLA-SEMILLA-B IS NUMERIC
               AND LLA-PUNTOS-A IS NUMERIC
               AND LLA-PUNTOS-B IS NUMERIC
               AND (LLA-ESTADO = "P" OR LLA-ESTADO = "J"
                   OR LLA-ESTADO = "L") THEN
               IF TOTAL-PARTIDOS < 1300 THEN
                   ADD 1 TO TOTAL-PARTIDOS
                   MOVE LLA-ID TO PAR-ID(TOTAL-PARTIDOS)
                   MOVE LLA-RONDA TO PAR-RONDA(TOTAL-PARTIDOS)
                   MOVE LLA-PARTIDO TO PAR-PARTIDO(TOTAL-PARTIDOS)
                   MOVE LLA-SEMILLA-A TO PAR-SEMILLA-A(TOTAL-PARTIDOS)
                   MOVE LLA-JUGADOR-A TO PAR-JUGADOR-A(TOTAL-PARTIDOS)
                   MOVE LLA-SEMILLA-B TO PAR-SEMILLA-B(TOTAL-PARTIDOS)
                   MOVE LLA-JUGADOR-B TO PAR-JUGADOR-B(TOTAL-PARTIDOS)
                   MOVE LLA-PUNTOS-A TO PAR-PUNTOS-A(TOTAL-PARTIDOS)
                   MOVE LLA-PUNTOS-B TO PAR-PUNTOS-B(TOTAL-PARTIDOS)
                   MOVE LLA-ESTADO TO PAR-ESTADO(TOTAL-PARTIDOS)
                   MOVE LLA-GANADOR TO PAR-GANADOR(TOTAL-PARTIDOS)
                   MOVE LLA-DESEMPATE TO PAR-DESEMPATE(TOTAL-PARTIDOS)
               ELSE
                   DISPLAY "MAS DE 1300 PARTIDOS EN GameBrackets.txt;"
                       " SE CORTA SIN TOCAR LAS LLAVES"
                   CLOSE LLAVES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               ADD 1 TO LINEAS-LLAVE-MALAS
           END-IF.

      *> UNA LLAVE EN LA CORRIDA: SE SORTEA SI TODAVIA NO TIENE
      *> PRIMERA RONDA Y DESPUES SE RECORREN LAS RONDAS EN ORDEN, ASI
      *> UNA RONDA QUE SE COMPLETA ARMA LA SIGUIENTE Y ESA TAMBIEN SE
      *> PUEDE JUGAR EN LA MISMA CORRIDA SI SU FECHA YA PASO
       AVANZAR-LLAVE.
           MOVE 1 TO RONDA-BUSCADA
           PERFORM CONTAR-PARTIDOS-RONDA
           IF PARTIDOS-RONDA = 0
               AND TOR-TOTAL-JUGADORES(IDX-TORNEO) > 1 THEN
               PERFORM SORTEAR-LLAVE
               PERFORM CONTAR-PARTIDOS-RONDA
           END-IF
           IF PARTIDOS-RONDA > 0 THEN
               PERFORM CALCULAR-RONDAS
               PERFORM VARYING IDX-RONDA FROM 1 BY 1
                   UNTIL IDX-RONDA > RONDAS-LLAVE
                   PERFORM JUGAR-RONDA
               END-PERFORM
           END-IF.

      *> CANTIDAD DE RONDAS A PARTIR DE LOS PARTIDOS DE LA PRIMERA
      *> (PARTIDOS-RONDA): LUGARES = EL DOBLE, RONDAS = SU LOGARITMO
      *> EN BASE 2
       CALCULAR-RONDAS.
           COMPUTE LUGARES-LLAVE = PARTIDOS-RONDA * 2
           MOVE 1 TO LUGARES-CUENTA
           MOVE 0 TO RONDAS-LLAVE
           PERFORM UNTIL LUGARES-CUENTA >= LUGARES-LLAVE
               COMPUTE LUGARES-CUENTA = LUGARES-CUENTA * 2
               ADD 1 TO RONDAS-LLAVE
           END-PERFORM.

      *> PARTIDOS YA ARMADOS DE LA LLAVE IDX-TORNEO EN RONDA-BUSCADA
       CONTAR-PARTIDOS-RONDA.
           MOVE 0 TO PARTIDOS-RONDA
           PERFORM VARYING IDX-PARTIDO-A FROM 1 BY 1
               UNTIL IDX-PARTIDO-A > TOTAL-PARTIDOS
               IF PAR-ID(IDX-PARTIDO-A) = TOR-ID(IDX-TORNEO)
                   AND PAR-RONDA(IDX-PARTIDO-A) = RONDA-BUSCADA THEN
                   ADD 1 TO PARTIDOS-RONDA
               END-IF
           END-PERFORM.

      *> UBICA EN LA TABLA EL PARTIDO PARTIDO-BUSCADO DE RONDA-BUSCADA
      *> DE LA LLAVE IDX-TORNEO; CERO SI NO ESTA
       BUSCAR-PARTIDO.
           MOVE 0 TO PARTIDO-HALLADO
           PERFORM VARYING IDX-PARTIDO-A FROM 1 BY 1
               UNTIL IDX-PARTIDO-A > TOTAL-PARTIDOS
               IF PAR-ID(IDX-PARTIDO-A) = TOR-ID(IDX-TORNEO)
                   AND PAR-RONDA(IDX-PARTIDO-A) = RONDA-BUSCADA
                   AND PAR-PARTIDO(IDX-PARTIDO-A) = PARTIDO-BUSCADO
                   THEN
                   MOVE IDX-PARTIDO-A TO PARTIDO-HALLADO
               END-IF
           END-PERFORM.

      *> SORTEO: LA NOMINA ORDENADA POR PUNTOS DEL MAESTRO, O POR
      *> RATING CON SIEMBRA "R" (DESCENDENTE; A IGUALDAD EL ORDEN DE
      *> INSCRIPCION) DA LAS SEMILLAS. LA LLAVE TIENE LA MENOR
      *> POTENCIA DE DOS DE LUGARES QUE ALCANZA PARA TODOS; EL
      *> PARTIDO K DE LA PRIMERA RONDA ENFRENTA LA SEMILLA K CON LA
      *> LUGARES+1-K, Y CUANDO ESA NO EXISTE LA SEMILLA K PASA LIBRE.
      *> UN INSCRIPTO QUE NO ESTA EN EL MAESTRO SE SIEMBRA CON CERO
      *> PUNTOS; UNO SIN RATING, CON EL RATING INICIAL
       SORTEAR-LLAVE.
           MOVE 0 TO TOTAL-SEMILLAS
           IF TOR-SIEMBRA(IDX-TORNEO) = "R" THEN
               PERFORM ABRIR-RATINGS
           ELSE
               PERFORM ABRIR-MAESTRO
           END-IF
           PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
               UNTIL IDX-JUGADOR > TOR-TOTAL-JUGADORES(IDX-TORNEO)
               ADD 1 TO TOTAL-SEMILLAS
               MOVE TOR-JUG-NOMBRE(IDX-TORNEO, IDX-JUGADOR)
                   TO SEM-NOMBRE(TOTAL-SEMILLAS)
               MOVE 0 TO SEM-PUNTOS(TOTAL-SEMILLAS)
               IF TOR-SIEMBRA(IDX-TORNEO) = "R" THEN
                   MOVE RATING-INICIAL TO SEM-PUNTOS(TOTAL-SEMILLAS)
               END-IF
               IF RATINGS-DISPONIBLE = "S" THEN
                   MOVE SEM-NOMBRE(TOTAL-SEMILLAS) TO RAT-NOMBRE
                   READ RATINGS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RAT-VALOR
                               TO SEM-PUNTOS(TOTAL-SEMILLAS)
                   END-READ
               END-IF
               IF MAESTRO-DISPONIBLE = "S" THEN
                   MOVE SEM-NOMBRE(TOTAL-SEMILLAS) TO MAE-NOMBRE
                   READ MAESTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MAE-PUNTOS
                               TO SEM-PUNTOS(TOTAL-SEMILLAS)
                   END-READ
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
               UNTIL IDX-ORDEN >= TOTAL-SEMILLAS
               COMPUTE LIMITE-ORDEN = TOTAL-SEMILLAS - IDX-ORDEN
               PERFORM VARYING IDX-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-ORDEN2 > LIMITE-ORDEN
                   IF SEM-PUNTOS(IDX-ORDEN2) <
                       SEM-PUNTOS(IDX-ORDEN2 + 1)
                       MOVE SEMILLA-ENTRY(IDX-ORDEN2) TO SEM-TEMPORAL
                       MOVE SEMILLA-ENTRY(IDX-ORDEN2 + 1)
                           TO SEMILLA-ENTRY(IDX-ORDEN2)
                       MOVE SEM-TEMPORAL
                           TO SEMILLA-ENTRY(IDX-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 2 TO LUGARES-LLAVE
           PERFORM UNTIL LUGARES-LLAVE >= TOTAL-SEMILLAS
               COMPUTE LUGARES-LLAVE = LUGARES-LLAVE * 2
           END-PERFORM
           COMPUTE PARTIDOS-RONDA = LUGARES-LLAVE / 2
           IF TOTAL-PARTIDOS + LUGARES-LLAVE - 1 > 1300 THEN
               DISPLAY "SIN LUGAR EN LA TABLA DE PARTIDOS PARA LA"
                   " LLAVE " TOR-ID(IDX-TORNEO)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-PARTIDO-RONDA FROM 1 BY 1
               UNTIL IDX-PARTIDO-RONDA > PARTIDOS-RONDA
               COMPUTE SEMILLA-B =
                   LUGARES-LLAVE + 1 - IDX-PARTIDO-RONDA
               ADD 1 TO TOTAL-PARTIDOS
               MOVE TOTAL-PARTIDOS TO IDX-PARTIDO
               MOVE TOR-ID(IDX-TORNEO) TO PAR-ID(IDX-PARTIDO)
               MOVE 1 TO PAR-RONDA(IDX-PARTIDO)
               MOVE IDX-PARTIDO-RONDA TO PAR-PARTIDO(IDX-PARTIDO)
               MOVE IDX-PARTIDO-RONDA TO PAR-SEMILLA-A(IDX-PARTIDO)
               MOVE SEM-NOMBRE(IDX-PARTIDO-RONDA)
                   TO PAR-JUGADOR-A(IDX-PARTIDO)
               MOVE 0 TO PAR-PUNTOS-A(IDX-PARTIDO)
               MOVE 0 TO PAR-PUNTOS-B(IDX-PARTIDO)
               MOVE SPACES TO PAR-DESEMPATE(IDX-PARTIDO)
               IF SEMILLA-B > TOTAL-SEMILLAS THEN
                   MOVE 0 TO PAR-SEMILLA-B(IDX-PARTIDO)
                   MOVE SPACES TO PAR-JUGADOR-B(IDX-PARTIDO)
                   MOVE "L" TO PAR-ESTADO(IDX-PARTIDO)
                   MOVE PAR-JUGADOR-A(IDX-PARTIDO)
                       TO PAR-GANADOR(IDX-PARTIDO)
               ELSE
                   MOVE SEMILLA-B TO PAR-SEMILLA-B(IDX-PARTIDO)
                   MOVE SEM-NOMBRE(SEMILLA-B)
                       TO PAR-JUGADOR-B(IDX-PARTIDO)
                   MOVE "P" TO PAR-ESTADO(IDX-PARTIDO)
                   MOVE SPACES TO PAR-GANADOR(IDX-PARTIDO)
               END-IF
           END-PERFORM
           DISPLAY "LLAVE " TOR-ID(IDX-TORNEO) " SORTEADA: "
               TOTAL-SEMILLAS " INSCRIPTOS EN " LUGARES-LLAVE
               " LUGARES"
           PERFORM CERRAR-MAESTRO
           PERFORM CERRAR-RATINGS.

       ABRIR-MAESTRO.
           IF MAESTRO-DISPONIBLE = "N" THEN
               OPEN INPUT MAESTRO
               IF WS-MAESTRO-STATUS = "00" THEN
                   MOVE "S" TO MAESTRO-DISPONIBLE
               ELSE
                   DISPLAY "AVISO: SIN GameMaster.dat (STATUS "
                       WS-MAESTRO-STATUS "); SEMILLAS EN ORDEN DE"
                       " INSCRIPCION"
               END-IF
           END-IF.

       CERRAR-MAESTRO.
           IF MAESTRO-DISPONIBLE = "S" THEN
               CLOSE MAESTRO
               MOVE "N" TO MAESTRO-DISPONIBLE
           END-IF.

       ABRIR-RATINGS.
           IF RATINGS-DISPONIBLE = "N" THEN
               OPEN INPUT RATINGS
               IF WS-RATINGS-STATUS = "00" THEN
                   MOVE "S" TO RATINGS-DISPONIBLE
               ELSE
                   DISPLAY "AVISO: SIN GameRatings.dat (STATUS "
                       WS-RATINGS-STATUS "); TODOS CON EL RATING"
                       " INICIAL, SEMILLAS EN ORDEN DE INSCRIPCION"
               END-IF
           END-IF.

       CERRAR-RATINGS.
           IF RATINGS-DISPONIBLE = "S" THEN
               CLOSE RATINGS
               MOVE "N" TO RATINGS-DISPONIBLE
           END-IF.

      *> JUEGA LOS PARTIDOS PENDIENTES DE LA RONDA IDX-RONDA SI SU
      *> FECHA YA PASO; CON LA RONDA COMPLETA Y LA SIGUIENTE SIN
      *> ARMAR, LA ARMA
       JUGAR-RONDA.
           MOVE TOR-RONDA-FECHA(IDX-TORNEO, IDX-RONDA)
               TO FECHA-RONDA-ACTUAL
           MOVE "S" TO RONDA-COMPLETA
           MOVE "N" TO RONDA-ARMADA
           PERFORM VARYING IDX-PARTIDO FROM 1 BY 1
               UNTIL IDX-PARTIDO > TOTAL-PARTIDOS
               IF PAR-ID(IDX-PARTIDO) = TOR-ID(IDX-TORNEO)
                   AND PAR-RONDA(IDX-PARTIDO) = IDX-RONDA THEN
                   MOVE "S" TO RONDA-ARMADA
                   IF PAR-ESTADO(IDX-PARTIDO) = "P"
                       AND FECHA-RONDA-ACTUAL NOT = SPACES
                       AND FECHA-RONDA-ACTUAL < FECHA-CORRIDA-GUION
                       THEN
                       PERFORM DECIDIR-PARTIDO
                   END-IF
                   IF PAR-ESTADO(IDX-PARTIDO) = "P" THEN
                       MOVE "N" TO RONDA-COMPLETA
                   END-IF
               END-IF
           END-PERFORM
           IF RONDA-ARMADA = "S" AND RONDA-COMPLETA = "S"
               AND IDX-RONDA < RONDAS-LLAVE THEN
               COMPUTE RONDA-BUSCADA = IDX-RONDA + 1
               PERFORM CONTAR-PARTIDOS-RONDA
               IF PARTIDOS-RONDA = 0 THEN
                   PERFORM ARMAR-RONDA-SIGUIENTE
               END-IF
           END-IF.

      *> DECIDE EL PARTIDO IDX-PARTIDO CON LO QUE CADA JUGADOR HIZO
      *> EN LA FECHA DE LA RONDA (SIN JUGADAS CUENTA COMO CERO). SI
      *> ALGUNO TIENE LA SESION DE ESE DIA RETENIDA EN REVISION EL
      *> PARTIDO SIGUE PENDIENTE: DECIDIRLO SIN ESAS JUGADAS PODRIA
      *> DAR UN GANADOR QUE DESPUES LA LIBERACION DESMIENTA
       DECIDIR-PARTIDO.
           MOVE PAR-JUGADOR-A(IDX-PARTIDO) TO NOMBRE-INSCRIPTO
           PERFORM VERIFICAR-RETENCION-PARTIDO
           IF PARTIDO-RETENIDO = "N" THEN
               MOVE PAR-JUGADOR-B(IDX-PARTIDO) TO NOMBRE-INSCRIPTO
               PERFORM VERIFICAR-RETENCION-PARTIDO
           END-IF
           IF PARTIDO-RETENIDO = "N" THEN
               MOVE PAR-JUGADOR-A(IDX-PARTIDO) TO NOMBRE-INSCRIPTO
               PERFORM BUSCAR-INSCRIPTO
               MOVE 0 TO PTS-A
               MOVE 0 TO ACI-A
               MOVE 0 TO ERR-A
               IF IDX-INSCRIPTO > 0 THEN
                   MOVE ACR-PUNTOS(IDX-TORNEO, IDX-INSCRIPTO, IDX-RONDA)
                       TO PTS-A
                   MOVE ACR-ACIERTOS
                       (IDX-TORNEO, IDX-INSCRIPTO, IDX-RONDA) TO ACI-A
                   MOVE ACR-ERRORES
                       (IDX-TORNEO, IDX-INSCRIPTO, IDX-RONDA) TO ERR-A
               END-IF
               MOVE PAR-JUGADOR-B(IDX-PARTIDO) TO NOMBRE-INSCRIPTO
               PERFORM BUSCAR-INSCRIPTO
               MOVE 0 TO PTS-B
               MOVE 0 TO ACI-B
               MOVE 0 TO ERR-B
               IF IDX-INSCRIPTO > 0 THEN
                   MOVE ACR-PUNTOS(IDX-TORNEO, IDX-INSCRIPTO, IDX-RONDA)
                       TO PTS-B
                   MOVE ACR-ACIERTOS
                       (IDX-TORNEO, IDX-INSCRIPTO, IDX-RONDA) TO ACI-B
                   MOVE ACR-ERRORES
                       (IDX-TORNEO, IDX-INSCRIPTO, IDX-RONDA) TO ERR-B
               END-IF
               MOVE PTS-A TO PAR-PUNTOS-A(IDX-PARTIDO)
               MOVE PTS-B TO PAR-PUNTOS-B(IDX-PARTIDO)
               MOVE "J" TO PAR-ESTADO(IDX-PARTIDO)
               IF PTS-A NOT = PTS-B THEN
                   MOVE "P" TO PAR-DESEMPATE(IDX-PARTIDO)
               ELSE
               IF ACI-A NOT = ACI-B THEN
                   MOVE "A" TO PAR-DESEMPATE(IDX-PARTIDO)
               ELSE
               IF ERR-A NOT = ERR-B THEN
                   MOVE "E" TO PAR-DESEMPATE(IDX-PARTIDO)
               ELSE
                   MOVE "S" TO PAR-DESEMPATE(IDX-PARTIDO)
               END-IF
               END-IF
               END-IF
               IF PTS-A > PTS-B
                   OR (PTS-A = PTS-B AND ACI-A > ACI-B)
                   OR (PTS-A = PTS-B AND ACI-A = ACI-B
                       AND ERR-A < ERR-B)
                   OR (PTS-A = PTS-B AND ACI-A = ACI-B
                       AND ERR-A = ERR-B
                       AND PAR-SEMILLA-A(IDX-PARTIDO) <
                           PAR-SEMILLA-B(IDX-PARTIDO)) THEN
                   MOVE PAR-JUGADOR-A(IDX-PARTIDO)
                       TO PAR-GANADOR(IDX-PARTIDO)
               ELSE
                   MOVE PAR-JUGADOR-B(IDX-PARTIDO)
                       TO PAR-GANADOR(IDX-PARTIDO)
               END-IF
           END-IF.

      *> DEJA PARTIDO-RETENIDO EN "S" SI LA SESION DE
      *> NOMBRE-INSCRIPTO EN LA FECHA DE LA RONDA ESTA EN REVISION
       VERIFICAR-RETENCION-PARTIDO.
           MOVE "N" TO PARTIDO-RETENIDO
           PERFORM VARYING IDX-RETENIDA FROM 1 BY 1
               UNTIL IDX-RETENIDA > TOTAL-RETENIDAS
               IF RET-NOMBRE(IDX-RETENIDA) = NOMBRE-INSCRIPTO
                   AND RET-FECHA(IDX-RETENIDA) = FECHA-RONDA-ACTUAL
                   THEN
                   MOVE "S" TO PARTIDO-RETENIDO
               END-IF
           END-PERFORM.

      *> POSICION DE NOMBRE-INSCRIPTO EN LA NOMINA DE IDX-TORNEO;
      *> CERO SI YA NO ESTA (SUS JUGADAS NO SE ACUMULARON)
       BUSCAR-INSCRIPTO.
           MOVE 0 TO IDX-INSCRIPTO
           PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
               UNTIL IDX-JUGADOR > TOR-TOTAL-JUGADORES(IDX-TORNEO)
               IF TOR-JUG-NOMBRE(IDX-TORNEO, IDX-JUGADOR)
                   = NOMBRE-INSCRIPTO THEN
                   MOVE IDX-JUGADOR TO IDX-INSCRIPTO
               END-IF
           END-PERFORM.

      *> RONDA SIGUIENTE A IDX-RONDA: EL PARTIDO J CRUZA AL GANADOR
      *> DEL PARTIDO J CON EL DEL PARTIDO M+1-J (M = PARTIDOS DE LA
      *> RONDA), CADA UNO CON SU SEMILLA
       ARMAR-RONDA-SIGUIENTE.
           MOVE IDX-RONDA TO RONDA-BUSCADA
           PERFORM CONTAR-PARTIDOS-RONDA
           COMPUTE MITAD-RONDA = PARTIDOS-RONDA / 2
           PERFORM VARYING IDX-PARTIDO-RONDA FROM 1 BY 1
               UNTIL IDX-PARTIDO-RONDA > MITAD-RONDA
               MOVE IDX-RONDA TO RONDA-BUSCADA
               MOVE IDX-PARTIDO-RONDA TO PARTIDO-BUSCADO
               PERFORM BUSCAR-PARTIDO
               MOVE PARTIDO-HALLADO TO IDX-PARTIDO-B
               COMPUTE PARTIDO-BUSCADO =
                   PARTIDOS-RONDA + 1 - IDX-PARTIDO-RONDA
               PERFORM BUSCAR-PARTIDO
               ADD 1 TO TOTAL-PARTIDOS
               MOVE TOTAL-PARTIDOS TO IDX-PARTIDO
               MOVE TOR-ID(IDX-TORNEO) TO PAR-ID(IDX-PARTIDO)
               COMPUTE PAR-RONDA(IDX-PARTIDO) = IDX-RONDA + 1
               MOVE IDX-PARTIDO-RONDA TO PAR-PARTIDO(IDX-PARTIDO)
               MOVE PAR-GANADOR(IDX-PARTIDO-B)
                   TO PAR-JUGADOR-A(IDX-PARTIDO)
               IF PAR-GANADOR(IDX-PARTIDO-B) =
                   PAR-JUGADOR-A(IDX-PARTIDO-B) THEN
                   MOVE PAR-SEMILLA-A(IDX-PARTIDO-B)
                       TO PAR-SEMILLA-A(IDX-PARTIDO)
               ELSE
                   MOVE PAR-SEMILLA-B(IDX-PARTIDO-B)
                       TO PAR-SEMILLA-A(IDX-PARTIDO)
               END-IF
               MOVE PAR-GANADOR(PARTIDO-HALLADO)
                   TO PAR-JUGADOR-B(IDX-PARTIDO)
               IF PAR-GANADOR(PARTIDO-HALLADO) =
                   PAR-JUGADOR-A(PARTIDO-HALLADO) THEN
                   MOVE PAR-SEMILLA-A(PARTIDO-HALLADO)
                       TO PAR-SEMILLA-B(IDX-PARTIDO)
               ELSE
                   MOVE PAR-SEMILLA-B(PARTIDO-HALLADO)
                       TO PAR-SEMILLA-B(IDX-PARTIDO)
               END-IF
               MOVE 0 TO PAR-PUNTOS-A(IDX-PARTIDO)
               MOVE 0 TO PAR-PUNTOS-B(IDX-PARTIDO)
               MOVE "P" TO PAR-ESTADO(IDX-PARTIDO)
               MOVE SPACES TO PAR-GANADOR(IDX-PARTIDO)
               MOVE SPACES TO PAR-DESEMPATE(IDX-PARTIDO)
           END-PERFORM.

      *> REESCRIBE GameBrackets.txt CON TODOS LOS PARTIDOS, INCLUSO
      *> LOS DE LLAVES QUE YA NO ESTAN EN GameTournaments.txt. LAS
      *> LLAVES SE ARMAN PRIMERO EN GameBracketsWork.txt, CONTROLANDO
      *> CADA GRABACION Y EL CIERRE, Y RECIEN CON ESA COPIA COMPLETA
      *> SE PASAN A GameBrackets.txt; CUALQUIER FALLA CORTA LA CORRIDA
       GRABAR-LLAVES.
           MOVE "S" TO LLAVES-GRABADAS
           OPEN OUTPUT TRABLLAVES
           IF WS-TRABLLAVES-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameBracketsWork.txt, STATUS "
                   WS-TRABLLAVES-STATUS "; GameBrackets.txt NO SE TOCO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-PARTIDO FROM 1 BY 1
               UNTIL IDX-PARTIDO > TOTAL-PARTIDOS
               OR LLAVES-GRABADAS = "N"
               MOVE SPACES TO ImagenLlave
               MOVE PAR-ID(IDX-PARTIDO) TO ILL-ID
               MOVE PAR-RONDA(IDX-PARTIDO) TO ILL-RONDA
               MOVE PAR-PARTIDO(IDX-PARTIDO) TO ILL-PARTIDO
               MOVE PAR-SEMILLA-A(IDX-PARTIDO) TO ILL-SEMILLA-A
               MOVE PAR-JUGADOR-A(IDX-PARTIDO) TO ILL-JUGADOR-A
               MOVE PAR-SEMILLA-B(IDX-PARTIDO) TO ILL-SEMILLA-B
               MOVE PAR-JUGADOR-B(IDX-PARTIDO) TO ILL-JUGADOR-B
               MOVE PAR-PUNTOS-A(IDX-PARTIDO) TO ILL-PUNTOS-A
               MOVE PAR-PUNTOS-B(IDX-PARTIDO) TO ILL-PUNTOS-B
               MOVE PAR-ESTADO(IDX-PARTIDO) TO ILL-ESTADO
               MOVE PAR-GANADOR(IDX-PARTIDO) TO ILL-GANADOR
               MOVE PAR-DESEMPATE(IDX-PARTIDO) TO ILL-DESEMPATE
               WRITE RegistroTrabLlave FROM ImagenLlave
               IF WS-TRABLLAVES-STATUS NOT = "00" THEN
                   DISPLAY "ERROR GRABANDO GameBracketsWork.txt,"
                       " STATUS " WS-TRABLLAVES-STATUS
                   MOVE "N" TO LLAVES-GRABADAS
               END-IF
           END-PERFORM
           CLOSE TRABLLAVES
           IF WS-TRABLLAVES-STATUS NOT = "00" THEN
               DISPLAY "ERROR CERRANDO GameBracketsWork.txt, STATUS "
                   WS-TRABLLAVES-STATUS
               MOVE "N" TO LLAVES-GRABADAS
           END-IF
           IF LLAVES-GRABADAS = "N" THEN
               DISPLAY "GameBrackets.txt NO SE TOCO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COPIAR-LLAVES
           DISPLAY "GameBrackets.txt: " TOTAL-PARTIDOS " PARTIDOS".

      *> PASA LAS LLAVES ARMADAS A GameBrackets.txt; SI ALGO FALLA A
      *> MITAD DE CAMINO LAS LLAVES COMPLETAS QUEDAN EN EL ARCHIVO DE
      *> TRABAJO
       COPIAR-LLAVES.
           MOVE 0 TO LLAVES-COPIADAS
           OPEN INPUT TRABLLAVES
           IF WS-TRABLLAVES-STATUS NOT = "00" THEN
               DISPLAY "ERROR REABRIENDO GameBracketsWork.txt, STATUS "
                   WS-TRABLLAVES-STATUS "; GameBrackets.txt NO SE TOCO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LLAVES
           IF WS-LLAVES-STATUS NOT = "00" THEN
               DISPLAY "ERROR REESCRIBIENDO GameBrackets.txt, STATUS "
                   WS-LLAVES-STATUS
               DISPLAY "LAS LLAVES NUEVAS QUEDAN EN"
                   " GameBracketsWork.txt"
               CLOSE TRABLLAVES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TRABLLAVES
           AT END SET FinTrabLlaves TO TRUE
           END-READ
           PERFORM UNTIL FinTrabLlaves OR LLAVES-GRABADAS = "N"
               WRITE RegistroLlave FROM RegistroTrabLlave
               IF WS-LLAVES-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ESCRIBIENDO GameBrackets.txt, STATUS "
                       WS-LLAVES-STATUS
                   MOVE "N" TO LLAVES-GRABADAS
               ELSE
                   ADD 1 TO LLAVES-COPIADAS
               END-IF
               READ TRABLLAVES
               AT END SET FinTrabLlaves TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRABLLAVES
           CLOSE LLAVES
           IF WS-LLAVES-STATUS NOT = "00" THEN
               DISPLAY "ERROR CERRANDO GameBrackets.txt, STATUS "
                   WS-LLAVES-STATUS
               MOVE "N" TO LLAVES-GRABADAS
           END-IF
           IF LLAVES-COPIADAS NOT = TOTAL-PARTIDOS THEN
               MOVE "N" TO LLAVES-GRABADAS
           END-IF
           IF LLAVES-GRABADAS = "N" THEN
               DISPLAY "GameBrackets.txt PUEDE HABER QUEDADO"
                   " INCOMPLETO; LAS LLAVES NUEVAS QUEDAN EN"
                   " GameBracketsWork.txt. COPIARLAS A GameBrackets.txt"
                   " ANTES DE VOLVER A CORRER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> REPORTE DE UNA LLAVE: CADA RONDA CON SU FECHA Y SUS
      *> PARTIDOS (JUGADOS CON EL GANADOR MARCADO CON * Y EL CRITERIO
      *> QUE LO DECIDIO, PENDIENTES, EN REVISION O PASES LIBRES), LAS
      *> RONDAS TODAVIA SIN ARMAR, Y EL CAMPEON CUANDO SE JUGO LA
      *> FINAL
       INFORMAR-LLAVE.
           STRING "=========================================="
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "TORNEO " DELIMITED BY SIZE
               TOR-ID(IDX-TORNEO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOR-NOMBRE(IDX-TORNEO) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF TOR-SIEMBRA(IDX-TORNEO) = "R" THEN
               STRING "   LLAVE POR ELIMINACION, SEMBRADA POR RATING"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
               STRING "   LLAVE POR ELIMINACION, SEMBRADA POR PUNTOS"
                   DELIMITED BY SIZE
                   " DEL MAESTRO" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           END-IF
           PERFORM MOSTRAR-LINEA
           STRING "   REGLAS DE PUNTAJE: " DELIMITED BY SIZE
               REGLAS-ID DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           MOVE 1 TO RONDA-BUSCADA
           PERFORM CONTAR-PARTIDOS-RONDA
           IF PARTIDOS-RONDA = 0 THEN
               STRING "SIN SORTEO: HACEN FALTA AL MENOS DOS INSCRIPTOS"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               PERFORM CALCULAR-RONDAS
               MOVE 0 TO PARTIDOS-PENDIENTES
               MOVE SPACES TO CAMPEON-LLAVE
               PERFORM VARYING IDX-RONDA FROM 1 BY 1
                   UNTIL IDX-RONDA > RONDAS-LLAVE
                   PERFORM INFORMAR-RONDA
               END-PERFORM
               STRING "------------------------------------------"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               IF CAMPEON-LLAVE = SPACES THEN
                   STRING "SIN CAMPEON TODAVIA; PARTIDOS PENDIENTES: "
                       DELIMITED BY SIZE
                       PARTIDOS-PENDIENTES DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               ELSE
                   STRING "CAMPEON: " DELIMITED BY SIZE
                       CAMPEON-LLAVE DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
           END-IF.

       INFORMAR-RONDA.
           MOVE TOR-RONDA-FECHA(IDX-TORNEO, IDX-RONDA)
               TO FECHA-RONDA-ACTUAL
           IF FECHA-RONDA-ACTUAL = SPACES THEN
               STRING "RONDA " DELIMITED BY SIZE
                   IDX-RONDA DELIMITED BY SIZE
                   "  SIN FECHA DEFINIDA" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           ELSE
               STRING "RONDA " DELIMITED BY SIZE
                   IDX-RONDA DELIMITED BY SIZE
                   "  FECHA " DELIMITED BY SIZE
                   FECHA-RONDA-ACTUAL DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           END-IF
           PERFORM MOSTRAR-LINEA
           MOVE IDX-RONDA TO RONDA-BUSCADA
           PERFORM CONTAR-PARTIDOS-RONDA
           IF PARTIDOS-RONDA = 0 THEN
               STRING "   SE ARMA AL COMPLETARSE LA RONDA ANTERIOR"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               COMPUTE PARTIDOS-PENDIENTES = PARTIDOS-PENDIENTES
                   + LUGARES-LLAVE / (2 ** IDX-RONDA)
           ELSE
               PERFORM VARYING IDX-PARTIDO-RONDA FROM 1 BY 1
                   UNTIL IDX-PARTIDO-RONDA > PARTIDOS-RONDA
                   MOVE IDX-RONDA TO RONDA-BUSCADA
                   MOVE IDX-PARTIDO-RONDA TO PARTIDO-BUSCADO
                   PERFORM BUSCAR-PARTIDO
                   IF PARTIDO-HALLADO > 0 THEN
                       MOVE PARTIDO-HALLADO TO IDX-PARTIDO
                       PERFORM INFORMAR-PARTIDO
                   END-IF
               END-PERFORM
           END-IF.

      *> UNA LINEA POR PARTIDO: NUMERO, SEMILLA Y NOMBRE DE CADA
      *> LADO, PUNTOS DEL DIA SI SE JUGO Y EL RESULTADO
       INFORMAR-PARTIDO.
           MOVE SPACES TO RESULTADO-PARTIDO
           MOVE SPACES TO PUNTOS-A-TEXTO
           MOVE SPACES TO PUNTOS-B-TEXTO
           IF PAR-ESTADO(IDX-PARTIDO) = "L" THEN
               MOVE "PASE LIBRE" TO RESULTADO-PARTIDO
           END-IF
           IF PAR-ESTADO(IDX-PARTIDO) = "J" THEN
               MOVE PAR-PUNTOS-A(IDX-PARTIDO) TO PUNTOS-A-EDIT
               MOVE PAR-PUNTOS-B(IDX-PARTIDO) TO PUNTOS-B-EDIT
               MOVE PUNTOS-A-EDIT TO PUNTOS-A-TEXTO
               MOVE PUNTOS-B-EDIT TO PUNTOS-B-TEXTO
               IF PAR-DESEMPATE(IDX-PARTIDO) = "P" THEN
                   MOVE "POR PUNTOS" TO RESULTADO-PARTIDO
               END-IF
               IF PAR-DESEMPATE(IDX-PARTIDO) = "A" THEN
                   MOVE "POR ACIERTOS" TO RESULTADO-PARTIDO
               END-IF
               IF PAR-DESEMPATE(IDX-PARTIDO) = "E" THEN
                   MOVE "POR ERRORES" TO RESULTADO-PARTIDO
               END-IF
               IF PAR-DESEMPATE(IDX-PARTIDO) = "S" THEN
                   MOVE "POR SEMILLA" TO RESULTADO-PARTIDO
               END-IF
           END-IF
           IF PAR-ESTADO(IDX-PARTIDO) = "P" THEN
               ADD 1 TO PARTIDOS-PENDIENTES
               MOVE "PENDIENTE" TO RESULTADO-PARTIDO
               IF FECHA-RONDA-ACTUAL NOT = SPACES
                   AND FECHA-RONDA-ACTUAL < FECHA-CORRIDA-GUION THEN
                   MOVE "EN REVISION" TO RESULTADO-PARTIDO
               END-IF
           END-IF
           IF IDX-RONDA = RONDAS-LLAVE
               AND PAR-ESTADO(IDX-PARTIDO) NOT = "P" THEN
               MOVE PAR-GANADOR(IDX-PARTIDO) TO CAMPEON-LLAVE
           END-IF
           STRING " " DELIMITED BY SIZE
               PAR-PARTIDO(IDX-PARTIDO) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PAR-SEMILLA-A(IDX-PARTIDO) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               PAR-JUGADOR-A(IDX-PARTIDO) DELIMITED BY SIZE
               PUNTOS-A-TEXTO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           IF PAR-ESTADO(IDX-PARTIDO) = "J"
               AND PAR-GANADOR(IDX-PARTIDO) =
                   PAR-JUGADOR-A(IDX-PARTIDO) THEN
               MOVE "*" TO WS-LINEA-REPORTE(31:1)
           END-IF
           IF PAR-ESTADO(IDX-PARTIDO) NOT = "L" THEN
               STRING " VS (" DELIMITED BY SIZE
                   PAR-SEMILLA-B(IDX-PARTIDO) DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   PAR-JUGADOR-B(IDX-PARTIDO) DELIMITED BY SIZE
                   PUNTOS-B-TEXTO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE(32:30)
               IF PAR-ESTADO(IDX-PARTIDO) = "J"
                   AND PAR-GANADOR(IDX-PARTIDO) =
                       PAR-JUGADOR-B(IDX-PARTIDO) THEN
                   MOVE "*" TO WS-LINEA-REPORTE(62:1)
               END-IF
           END-IF
           MOVE RESULTADO-PARTIDO TO WS-LINEA-REPORTE(64:16)
           PERFORM MOSTRAR-LINEA.

      *> CARGA LAS REGLAS DE PUNTAJE DE GameScoring.txt, MISMA LOGICA
      *> QUE EL PROGRAMA PRINCIPAL: SIN ARCHIVO O CON CAMPOS NO
      *> NUMERICOS QUEDAN LAS REGLAS ESTANDAR
