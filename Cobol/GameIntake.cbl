       IDENTIFICATION DIVISION.
       PROGRAM-ID. gameintake.

      *> INGRESO DE LAS ESTACIONES: EL CLUB YA NO TIENE UNA SOLA
      *> CONSOLA ESCRIBIENDO Game.txt SINO VARIAS ESTACIONES, CADA UNA
      *> CON SU PROPIO ARCHIVO DE JUGADAS Y SU PROPIA NUMERACION DE
      *> Posicion. JUNTARLAS A MANO DEJABA POSICIONES REPETIDAS Y
      *> HUECOS QUE EL CONTROL CRUZADO DE LA EDICION (MOTIVO 10 Y
      *> RESUMEN DE SECUENCIA) NO PUEDE DISTINGUIR DE UN ERROR REAL.
      *> ESTE PASO, PRIMERO DE LA CADENA NOCTURNA, LEE EL ARCHIVO DE
      *> CADA ESTACION ACTIVA DE GameStations.txt, TOMA LAS JUGADAS
      *> CON Posicion DE ESTACION MAYOR QUE LA MARCA DE AGUA DE ESA
      *> ESTACION, LAS ORDENA POR Fecha (A IGUAL Fecha, EN ORDEN DE
      *> LLEGADA: ESTACION EN EL ORDEN DEL ARCHIVO DE CONTROL Y
      *> JUGADA EN EL ORDEN DE SU ARCHIVO), LES ASIGNA UNA Posicion
      *> UNICA QUE SIGUE A LA MAS ALTA YA USADA EN Game.txt Y
      *> GameHistory.txt (Y A LA ULTIMA QUE ESTE PASO REPARTIO), Y LAS
      *> AGREGA AL FINAL DE Game.txt PARA LA EDICION. EL DIBUJO DE
      *> Game.txt NO CAMBIA: LA ESTACION DE
      *> CADA JUGADA QUEDA SELLADA EN EL REGISTRO DE INGRESO
      *> GameIntake.txt JUNTO CON LA Posicion ASIGNADA, LA POSICION
      *> ORIGINAL DE LA ESTACION Y LA IMAGEN COMPLETA.
      *>
      *> CUADRE POR ESTACION: RECIBIDAS = FUSIONADAS + RECHAZADAS.
      *> SE RECHAZA (Y QUEDA EN EL REGISTRO DE INGRESO CON SU MOTIVO)
      *> UNA JUGADA CON Posicion DE ESTACION NO NUMERICA (01) O
      *> REPETIDA DENTRO DE LA MISMA ESTACION EN LA CORRIDA (02). LAS
      *> JUGADAS QUE NO SUPERAN LA MARCA DE AGUA YA ENTRARON EN UNA
      *> CORRIDA ANTERIOR: SE CUENTAN COMO PREVIAS Y NO ENTRAN AL
      *> CUADRE. LOS ARCHIVOS DE LAS ESTACIONES NO SE TOCAN: UNA
      *> Posicion NO NUMERICA SE VUELVE A RECHAZAR CADA NOCHE HASTA
      *> QUE SE CORRIJA EN EL ARCHIVO DE SU ESTACION.
      *>
      *> GameStations.txt: UNA LINEA POR ESTACION CON CODIGO, ESTADO
      *> (A ACTIVA, I INACTIVA), NOMBRE DEL ARCHIVO, MARCA DE AGUA
      *> (ULTIMA Posicion DE ESTACION FUSIONADA) Y DESCRIPCION. SE
      *> REESCRIBE AL FINAL CON LAS MARCAS NUEVAS, PASANDO POR
      *> GameStationsWork.txt. AL ARRANCAR, LA MARCA DE CADA ESTACION
      *> NO PUEDE QUEDAR POR DEBAJO DE LA ULTIMA QUE DEJO ASENTADA EL
      *> REGISTRO DE INGRESO: ESO ES UNA CORRIDA QUE AGREGO A Game.txt
      *> SIN LLEGAR A GRABAR SUS MARCAS, Y VOLVER A FUSIONAR DUPLICARIA
      *> LAS JUGADAS (O UNA QUE SELLO SUS JUGADAS EN EL REGISTRO Y
      *> CORTO AL AGREGAR, QUE SE LIMPIA A MANO). EL SELLO DE CADA
      *> JUGADA SE GRABA ANTES DE AGREGAR A Game.txt Y EL CUADRE
      *> POR ESTACION DESPUES. SI UNA CONSOLA SE REEMPLAZA Y VUELVE
      *> A NUMERAR DESDE UNO, SE DA DE ALTA CON UN CODIGO NUEVO Y LA
      *> VIEJA QUEDA INACTIVA.
      *>
      *> GameIntakeControl.txt GUARDA LA ULTIMA Posicion QUE REPARTIO
      *> ESTE PASO Y SOLO SUBE: UNA ANULACION DE gamereview O UN
      *> BORRADO DE gameerase PUEDEN SACAR DE Game.txt LAS JUGADAS DE
      *> NUMERO MAS ALTO, QUE EL MAESTRO YA DEJO DEBAJO DE SUS MARCAS
      *> DE AGUA; VOLVER A REPARTIR ESOS NUMEROS DEJARIA LAS JUGADAS
      *> NUEVAS FUERA DEL MAESTRO. SE GRABA ANTES DE AGREGAR A
      *> Game.txt. SI TODAVIA NO EXISTE SE ARRANCA DE LA Posicion MAS
      *> ALTA QUE ASENTO EL REGISTRO DE INGRESO.
      *>
      *> SIN GameStations.txt EL PASO NO HACE NADA Y
      *> Game.txt QUEDA COMO LO DEJO LA CONSOLA UNICA, IGUAL QUE ANTES.
      *>
      *> RETURN-CODE: 0 BIEN; 8 ARCHIVO DE CONTROL INVALIDO O MAS
      *> JUGADAS DE LAS QUE ENTRAN EN LA TABLA (NO SE FUSIONA NADA);
      *> 16 FALLA DE E/S, GameIntakeControl.txt ILEGIBLE (NO SE
      *> FUSIONA NADA), MARCAS QUE NO REFLEJAN EL REGISTRO DE
      *> INGRESO (NO SE FUSIONA NADA) O Game.txt QUE NO CUADRA
      *> DESPUES DE AGREGAR

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ESTACIONES ASSIGN TO "GameStations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTACIONES-STATUS.
       SELECT PUESTO ASSIGN TO WS-PUESTO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUESTO-STATUS.
       SELECT CRUDO ASSIGN TO "Game.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRUDO-STATUS.
       SELECT HISTORIA ASSIGN TO "GameHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIA-STATUS.
       SELECT INGRESO ASSIGN TO "GameIntake.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INGRESO-STATUS.
       SELECT TRABESTACIONES ASSIGN TO "GameStationsWork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRABESTACIONES-STATUS.
       SELECT CONTROLPOSICION ASSIGN TO "GameIntakeControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROLPOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTACIONES.
       01 RegistroEstacion.
           88 FinEstaciones VALUE HIGH-VALUES.
           02 EST-CODIGO PIC X(3).
           02 FILLER PIC X(1).
           02 EST-ESTADO PIC X(1).
           02 FILLER PIC X(1).
           02 EST-ARCHIVO PIC X(30).
           02 FILLER PIC X(1).
           02 EST-ULTIMA-POSICION PIC X(9).
           02 FILLER PIC X(1).
           02 EST-DESCRIPCION PIC X(20).
      *> MISMO DIBUJO QUE Game.txt, CON LA NUMERACION PROPIA DE LA
      *> ESTACION; LA POSICION COMO X PARA PODER PREGUNTAR IS NUMERIC
       FD PUESTO.
       01 DetallePuesto.
           88 FinPuesto VALUE HIGH-VALUES.
           02 PUE-POSICION PIC X(9).
           02 PUE-JUGADA PIC X(78).
           02 PUE-FECHA PIC X(10).
       FD CRUDO.
       01 DetalleCrudo.
           88 FinCrudo VALUE HIGH-VALUES.
           02 CRU-POSICION PIC X(9).
           02 CRU-RESTO PIC X(88).
       FD HISTORIA.
       01 DetalleHistoria.
           88 FinHistoria VALUE HIGH-VALUES.
           02 HIS-POSICION PIC X(9).
           02 HIS-RESTO PIC X(88).
      *> REGISTRO DE INGRESO, ACUMULATIVO: UNA LINEA POR JUGADA
      *> RECIBIDA (F FUSIONADA CON SU Posicion NUEVA, R RECHAZADA CON
      *> SU MOTIVO) Y AL FINAL DE CADA CORRIDA UNA LINEA DE CUADRE POR
      *> ESTACION. AL ARRANCAR SE RELEE PARA CONTROLAR LAS MARCAS
       FD INGRESO.
       01 LineaIngreso.
           88 FinIngreso VALUE HIGH-VALUES.
           02 LIN-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 LIN-CODIGO PIC X(3).
           02 FILLER PIC X(1).
           02 LIN-TEXTO PIC X(127).
           02 LIN-JUGADA REDEFINES LIN-TEXTO.
               03 LIN-EST-POSICION PIC X(9).
               03 FILLER PIC X(1).
               03 LIN-RESULTADO PIC X(1).
               03 FILLER PIC X(4).
               03 LIN-POSICION PIC X(9).
               03 FILLER PIC X(103).
           02 LIN-CUADRE REDEFINES LIN-TEXTO.
               03 LIN-ETIQUETA PIC X(6).
               03 FILLER PIC X(79).
               03 LIN-MARCA PIC X(9).
               03 FILLER PIC X(33).
      *> LAS MARCAS NUEVAS SE ARMAN ACA ANTES DE PASARLAS A
      *> GameStations.txt
       FD TRABESTACIONES.
       01 RegistroTrabEstacion.
           88 FinTrabEstaciones VALUE HIGH-VALUES.
           02 TRE-REGISTRO PIC X(67).
      *> ULTIMA Posicion REPARTIDA Y FECHA DE LA CORRIDA QUE LA GRABO
       FD CONTROLPOSICION.
       01 RegistroControlPosicion.
           02 CIN-ULTIMA-POSICION PIC X(9).
           02 FILLER PIC X(1).
           02 CIN-FECHA PIC X(8).

       WORKING-STORAGE SECTION.
       01 ControlIngreso.
           02 WS-ESTACIONES-STATUS PIC XX VALUES "00".
           02 WS-PUESTO-STATUS PIC XX VALUES "00".
           02 WS-CRUDO-STATUS PIC XX VALUES "00".
           02 WS-HISTORIA-STATUS PIC XX VALUES "00".
           02 WS-INGRESO-STATUS PIC XX VALUES "00".
           02 WS-TRABESTACIONES-STATUS PIC XX VALUES "00".
           02 WS-CONTROLPOS-STATUS PIC XX VALUES "00".
           02 POSICION-REPARTIDA PIC 9(9) VALUES 000000000.
           02 WS-PUESTO-NOMBRE PIC X(30) VALUES SPACES.
           02 WS-LINEA-INGRESO PIC X(140) VALUES SPACES.
           02 WS-FECHA-HOY PIC 9(8) VALUES 0.
           02 ULTIMA-POSICION PIC 9(9) VALUES 000000000.
           02 POSICION-LEIDA PIC 9(9) VALUES 000000000.
           02 CRUDO-ANTES PIC 9(7) VALUES 0000000.
           02 CRUDO-DESPUES PIC 9(7) VALUES 0000000.
           02 TOTAL-RECIBIDAS PIC 9(7) VALUES 0000000.
           02 TOTAL-FUSIONADAS PIC 9(7) VALUES 0000000.
           02 TOTAL-RECHAZADAS PIC 9(7) VALUES 0000000.
           02 TOTAL-PREVIAS PIC 9(7) VALUES 0000000.
           02 CODIGO-RETORNO PIC 9(2) VALUES 0.
           02 MOTIVO-INGRESO PIC XX VALUES SPACES.
           02 ENCONTRADO-REPETIDA PIC X(1) VALUES "N".
           02 CONTROL-INVALIDO PIC X(1) VALUES "N".
           02 MARCAS-ATRASADAS PIC X(1) VALUES "N".
           02 ESTACIONES-GRABADAS PIC X(1) VALUES "N".
           02 ESTACIONES-COPIADAS PIC 9(2) VALUES 00.
      *> LAS ESTACIONES DEL ARCHIVO DE CONTROL, EN SU ORDEN, CON LOS
      *> CONTADORES DEL CUADRE DE LA CORRIDA
       01 TablaEstaciones.
           02 TOTAL-ESTACIONES PIC 9(2) VALUES 00.
           02 ESTACION-ENTRY OCCURS 20 TIMES.
               03 TES-CODIGO PIC X(3).
               03 TES-ESTADO PIC X(1).
               03 TES-ARCHIVO PIC X(30).
               03 TES-ULTIMA-POSICION PIC 9(9).
               03 TES-DESCRIPCION PIC X(20).
               03 TES-RECIBIDAS PIC 9(7).
               03 TES-FUSIONADAS PIC 9(7).
               03 TES-RECHAZADAS PIC 9(7).
               03 TES-PREVIAS PIC 9(7).
               03 TES-MARCA-INGRESO PIC 9(9).
       01 ControlEstaciones.
           02 IDX-EST PIC 9(2) VALUES 00.
           02 IDX-EST-BUSQUEDA PIC 9(2) VALUES 00.
      *> LAS JUGADAS RECIBIDAS EN LA CORRIDA, DE TODAS LAS ESTACIONES;
      *> SE ORDENAN POR Fecha ANTES DE NUMERARLAS
       01 TablaIngreso.
           02 TOTAL-INGRESO PIC 9(4) VALUES 0000.
           02 INGRESO-EN-LIMITE PIC X(1) VALUES "N".
           02 INGRESO-ENTRY OCCURS 5000 TIMES.
               03 ING-FECHA PIC X(10).
               03 ING-IDX-EST PIC 9(2).
               03 ING-EST-POSICION PIC X(9).
               03 ING-RESULTADO PIC X(1).
               03 ING-MOTIVO PIC X(2).
               03 ING-POSICION PIC 9(9).
               03 ING-REGISTRO PIC X(97).
       01 ControlOrden.
           02 IDX-ING PIC 9(4) VALUES 0000.
           02 IDX-ING-BUSQUEDA PIC 9(4) VALUES 0000.
           02 IDX-ING-ORDEN PIC 9(4) VALUES 0000.
           02 IDX-ING-ORDEN2 PIC 9(4) VALUES 0000.
           02 LIMITE-ING-ORDEN PIC 9(4) VALUES 0000.
           02 ING-TEMPORAL PIC X(130).
      *> IMAGEN DE LA JUGADA CON LA Posicion NUEVA
       01 ImagenFusionada.
           02 IMF-POSICION PIC 9(9).
           02 IMF-RESTO PIC X(88).
      *> IMAGEN DE UNA LINEA DE GameStations.txt CON SU MARCA NUEVA
       01 ImagenEstacion.
           02 IME-CODIGO PIC X(3).
           02 FILLER PIC X(1).
           02 IME-ESTADO PIC X(1).
           02 FILLER PIC X(1).
           02 IME-ARCHIVO PIC X(30).
           02 FILLER PIC X(1).
           02 IME-ULTIMA-POSICION PIC 9(9).
           02 FILLER PIC X(1).
           02 IME-DESCRIPCION PIC X(20).

       PROCEDURE DIVISION.
           DISPLAY "INGRESO DE LAS ESTACIONES A Game.txt"

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-ESTACIONES
           PERFORM VERIFICAR-MARCAS
           PERFORM BUSCAR-ULTIMA-POSICION
           DISPLAY "ULTIMA Posicion USADA: " ULTIMA-POSICION

      *> TODO SE LEE Y SE VALIDA ANTES DE ESCRIBIR: UNA FALLA O UNA
      *> TABLA LLENA A MITAD DE CAMINO NO DEJA NADA FUSIONADO A MEDIAS
           PERFORM VARYING IDX-EST FROM 1 BY 1
               UNTIL IDX-EST > TOTAL-ESTACIONES
               IF TES-ESTADO(IDX-EST) = "A" THEN
                   PERFORM LEER-ESTACION
               ELSE
                   DISPLAY "ESTACION " TES-CODIGO(IDX-EST)
                       " INACTIVA; NO SE LEE"
               END-IF
           END-PERFORM
           IF INGRESO-EN-LIMITE = "S" THEN
               DISPLAY "MAS DE 5000 JUGADAS NUEVAS EN LA CORRIDA;"
                   " NO SE FUSIONA NADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ORDENAR-INGRESO
           PERFORM NUMERAR-INGRESO
           PERFORM GRABAR-CONTROL-INGRESO
           PERFORM GRABAR-REGISTRO-INGRESO
           PERFORM AGREGAR-A-CRUDO
           PERFORM GRABAR-CUADRE-INGRESO
           PERFORM REESCRIBIR-ESTACIONES
           PERFORM VERIFICAR-CRUDO

           DISPLAY "INGRESO RECIBIDAS=" TOTAL-RECIBIDAS
               " FUSIONADAS=" TOTAL-FUSIONADAS
               " RECHAZADAS=" TOTAL-RECHAZADAS
               " PREVIAS=" TOTAL-PREVIAS
           MOVE CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

      *> CARGA EL ARCHIVO DE CONTROL DE ESTACIONES. UNA LINEA SIN
      *> CODIGO, CON UN ESTADO DISTINTO DE A/I O CON UNA MARCA DE AGUA
      *> NO NUMERICA CORTA EL PASO ANTES DE LEER NINGUNA ESTACION
       CARGAR-ESTACIONES.
           OPEN INPUT ESTACIONES
           IF WS-ESTACIONES-STATUS = "35" THEN
               DISPLAY "SIN GameStations.txt: CONSOLA UNICA, Game.txt"
                   " QUEDA COMO ESTA"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ESTACIONES-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameStations.txt, STATUS "
                   WS-ESTACIONES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ESTACIONES
           AT END SET FinEstaciones TO TRUE
           END-READ
           PERFORM UNTIL FinEstaciones
               IF RegistroEstacion NOT = SPACES THEN
                   PERFORM CARGAR-ENTRADA-ESTACION
               END-IF
               READ ESTACIONES
               AT END SET FinEstaciones TO TRUE
               END-READ
           END-PERFORM
           CLOSE ESTACIONES
           IF CONTROL-INVALIDO = "S" THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TOTAL-ESTACIONES = 0 THEN
               DISPLAY "GameStations.txt SIN ESTACIONES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ESTACIONES REGISTRADAS: " TOTAL-ESTACIONES.

       CARGAR-ENTRADA-ESTACION.
           IF EST-CODIGO = SPACES
               OR (EST-ESTADO NOT = "A" AND EST-ESTADO NOT = "I")
               OR EST-ULTIMA-POSICION IS NOT NUMERIC
               OR (EST-ESTADO = "A" AND EST-ARCHIVO = SPACES) THEN
               DISPLAY "GameStations.txt INVALIDO: [" RegistroEstacion
                   "]"
               MOVE "S" TO CONTROL-INVALIDO
           ELSE
               MOVE "N" TO ENCONTRADO-REPETIDA
               PERFORM VARYING IDX-EST-BUSQUEDA FROM 1 BY 1
                   UNTIL IDX-EST-BUSQUEDA > TOTAL-ESTACIONES
                   IF TES-CODIGO(IDX-EST-BUSQUEDA) = EST-CODIGO THEN
                       MOVE "S" TO ENCONTRADO-REPETIDA
                   END-IF
               END-PERFORM
               IF ENCONTRADO-REPETIDA = "S" THEN
                   DISPLAY "GameStations.txt: ESTACION " EST-CODIGO
                       " REPETIDA"
                   MOVE "S" TO CONTROL-INVALIDO
               ELSE
                   IF TOTAL-ESTACIONES < 20 THEN
                       ADD 1 TO TOTAL-ESTACIONES
                       MOVE TOTAL-ESTACIONES TO IDX-EST
                       MOVE EST-CODIGO TO TES-CODIGO(IDX-EST)
                       MOVE EST-ESTADO TO TES-ESTADO(IDX-EST)
                       MOVE EST-ARCHIVO TO TES-ARCHIVO(IDX-EST)
                       MOVE EST-ULTIMA-POSICION
                           TO TES-ULTIMA-POSICION(IDX-EST)
                       MOVE EST-DESCRIPCION TO TES-DESCRIPCION(IDX-EST)
                       MOVE 0 TO TES-RECIBIDAS(IDX-EST)
                       MOVE 0 TO TES-FUSIONADAS(IDX-EST)
                       MOVE 0 TO TES-RECHAZADAS(IDX-EST)
                       MOVE 0 TO TES-PREVIAS(IDX-EST)
                       MOVE 0 TO TES-MARCA-INGRESO(IDX-EST)
                   ELSE
                       DISPLAY "GameStations.txt: MAS DE 20 ESTACIONES"
                       MOVE "S" TO CONTROL-INVALIDO
                   END-IF
               END-IF
           END-IF.

      *> LA ULTIMA MARCA QUE EL REGISTRO DE INGRESO DEJO ASENTADA
      *> PARA CADA ESTACION: LA DE SU ULTIMA LINEA DE CUADRE O, SI
      *> DESPUES DE ESA HAY JUGADAS FUSIONADAS SIN CUADRE (UNA CORRIDA
      *> QUE SE CORTO), LA MAS ALTA DE ELLAS. UNA MARCA DE
      *> GameStations.txt POR DEBAJO CORTA EL PASO ANTES DE LEER
      *> NINGUNA ESTACION. SIN REGISTRO DE INGRESO NO HAY NADA QUE
      *> CONTROLAR
       VERIFICAR-MARCAS.
           OPEN INPUT INGRESO
           IF WS-INGRESO-STATUS NOT = "35" THEN
               IF WS-INGRESO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO GameIntake.txt, STATUS "
                       WS-INGRESO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ INGRESO
               AT END SET FinIngreso TO TRUE
               END-READ
               PERFORM UNTIL FinIngreso
                   PERFORM ANOTAR-MARCA-INGRESO
                   READ INGRESO
                   AT END SET FinIngreso TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INGRESO
               PERFORM VARYING IDX-EST FROM 1 BY 1
                   UNTIL IDX-EST > TOTAL-ESTACIONES
                   IF TES-MARCA-INGRESO(IDX-EST) >
                       TES-ULTIMA-POSICION(IDX-EST) THEN
                       DISPLAY "ESTACION " TES-CODIGO(IDX-EST)
                           ": GameIntake.txt REGISTRA FUSIONADAS HASTA "
                           TES-MARCA-INGRESO(IDX-EST)
                           " Y LA MARCA ES "
                           TES-ULTIMA-POSICION(IDX-EST)
                       MOVE "S" TO MARCAS-ATRASADAS
                   END-IF
               END-PERFORM
               IF MARCAS-ATRASADAS = "S" THEN
                   DISPLAY "GameStations.txt NO REFLEJA LA ULTIMA"
                       " FUSION; CORREGIR LAS MARCAS (VER"
                       " GameStationsWork.txt) ANTES DE VOLVER A CORRER"
                   DISPLAY "SI ESA CORRIDA CORTO AL AGREGAR A Game.txt,"
                       " QUITAR EN CAMBIO SUS LINEAS SIN CUADRE DE"
                       " GameIntake.txt Y LO QUE HAYA AGREGADO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ANOTAR-MARCA-INGRESO.
           MOVE "N" TO ENCONTRADO-REPETIDA
           PERFORM VARYING IDX-EST-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-EST-BUSQUEDA > TOTAL-ESTACIONES
               OR ENCONTRADO-REPETIDA = "S"
               IF TES-CODIGO(IDX-EST-BUSQUEDA) = LIN-CODIGO THEN
                   MOVE "S" TO ENCONTRADO-REPETIDA
                   MOVE IDX-EST-BUSQUEDA TO IDX-EST
               END-IF
           END-PERFORM
           IF ENCONTRADO-REPETIDA = "S" THEN
               IF LIN-ETIQUETA = "CUADRE" AND LIN-MARCA IS NUMERIC
                   THEN
                   MOVE LIN-MARCA TO TES-MARCA-INGRESO(IDX-EST)
               ELSE
                   IF LIN-RESULTADO = "F"
                       AND LIN-EST-POSICION IS NUMERIC THEN
                       MOVE LIN-EST-POSICION TO POSICION-LEIDA
                       IF POSICION-LEIDA > TES-MARCA-INGRESO(IDX-EST)
                           THEN
                           MOVE POSICION-LEIDA
                               TO TES-MARCA-INGRESO(IDX-EST)
                       END-IF
                   END-IF
               END-IF
           END-IF
      *> LA Posicion ASIGNADA CUENTA AUNQUE LA ESTACION YA NO ESTE
           IF LIN-ETIQUETA NOT = "CUADRE" AND LIN-RESULTADO = "F"
               AND LIN-POSICION IS NUMERIC THEN
               MOVE LIN-POSICION TO POSICION-LEIDA
               IF POSICION-LEIDA > POSICION-REPARTIDA THEN
                   MOVE POSICION-LEIDA TO POSICION-REPARTIDA
               END-IF
           END-IF.

      *> LA Posicion NUEVA SIGUE A LA MAS ALTA YA USADA, EN EL CRUDO,
      *> EN LO QUE LA DEPURACION YA ARCHIVO O EN LO QUE ESTE PASO YA
      *> REPARTIO: LAS MARCAS DE AGUA DEL MAESTRO SE BASAN EN ELLA Y
      *> NUNCA PUEDE VOLVER ATRAS. DE PASO SE CUENTAN LAS LINEAS DE
      *> Game.txt PARA EL CUADRE FINAL
       BUSCAR-ULTIMA-POSICION.
           PERFORM LEER-CONTROL-INGRESO
           MOVE POSICION-REPARTIDA TO ULTIMA-POSICION
           MOVE 0 TO CRUDO-ANTES
           OPEN INPUT CRUDO
           IF WS-CRUDO-STATUS = "00" THEN
               READ CRUDO
               AT END SET FinCrudo TO TRUE
               END-READ
               PERFORM UNTIL FinCrudo
                   ADD 1 TO CRUDO-ANTES
                   IF CRU-POSICION IS NUMERIC THEN
                       MOVE CRU-POSICION TO POSICION-LEIDA
                       IF POSICION-LEIDA > ULTIMA-POSICION THEN
                           MOVE POSICION-LEIDA TO ULTIMA-POSICION
                       END-IF
                   END-IF
                   READ CRUDO
                   AT END SET FinCrudo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CRUDO
           ELSE
               IF WS-CRUDO-STATUS NOT = "35" THEN
                   DISPLAY "ERROR ABRIENDO Game.txt, STATUS "
                       WS-CRUDO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT HISTORIA
           IF WS-HISTORIA-STATUS = "00" THEN
               READ HISTORIA
               AT END SET FinHistoria TO TRUE
               END-READ
               PERFORM UNTIL FinHistoria
                   IF HIS-POSICION IS NUMERIC THEN
                       MOVE HIS-POSICION TO POSICION-LEIDA
                       IF POSICION-LEIDA > ULTIMA-POSICION THEN
                           MOVE POSICION-LEIDA TO ULTIMA-POSICION
                       END-IF
                   END-IF
                   READ HISTORIA
                   AT END SET FinHistoria TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORIA
           ELSE
               IF WS-HISTORIA-STATUS NOT = "35" THEN
                   DISPLAY "ERROR ABRIENDO GameHistory.txt, STATUS "
                       WS-HISTORIA-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> SIN GameIntakeControl.txt VALE LO QUE ASENTO EL REGISTRO DE
      *> INGRESO; UN VALOR ILEGIBLE CORTA EL PASO, PORQUE SEGUIR SIN
      *> EL PODRIA REPARTIR NUMEROS YA USADOS
       LEER-CONTROL-INGRESO.
           OPEN INPUT CONTROLPOSICION
           IF WS-CONTROLPOS-STATUS NOT = "35" THEN
               IF WS-CONTROLPOS-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO GameIntakeControl.txt,"
                       " STATUS " WS-CONTROLPOS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONTROLPOSICION
                   AT END
                       MOVE SPACES TO RegistroControlPosicion
               END-READ
               CLOSE CONTROLPOSICION
               IF CIN-ULTIMA-POSICION IS NOT NUMERIC THEN
                   DISPLAY "GameIntakeControl.txt ILEGIBLE: ["
                       RegistroControlPosicion "]; NO SE FUSIONA NADA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CIN-ULTIMA-POSICION TO POSICION-LEIDA
               IF POSICION-LEIDA > POSICION-REPARTIDA THEN
                   MOVE POSICION-LEIDA TO POSICION-REPARTIDA
               END-IF
           END-IF.

      *> LA ULTIMA Posicion REPARTIDA SE GRABA ANTES DE TOCAR
      *> Game.txt: SI DESPUES SE CORTA, A LO SUMO QUEDAN NUMEROS SIN
      *> USAR, NUNCA NUMEROS REPETIDOS. SI NO SE PUEDE GRABAR NO SE
      *> FUSIONA NADA
       GRABAR-CONTROL-INGRESO.
           OPEN OUTPUT CONTROLPOSICION
           IF WS-CONTROLPOS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameIntakeControl.txt, STATUS "
                   WS-CONTROLPOS-STATUS "; NO SE FUSIONA NADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RegistroControlPosicion
           MOVE ULTIMA-POSICION TO CIN-ULTIMA-POSICION
           MOVE WS-FECHA-HOY TO CIN-FECHA
           WRITE RegistroControlPosicion
           IF WS-CONTROLPOS-STATUS NOT = "00" THEN
               DISPLAY "ERROR GRABANDO GameIntakeControl.txt, STATUS "
                   WS-CONTROLPOS-STATUS "; NO SE FUSIONA NADA"
               CLOSE CONTROLPOSICION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTROLPOSICION
           IF WS-CONTROLPOS-STATUS NOT = "00" THEN
               DISPLAY "ERROR CERRANDO GameIntakeControl.txt, STATUS "
                   WS-CONTROLPOS-STATUS "; NO SE FUSIONA NADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> LEE EL ARCHIVO DE LA ESTACION IDX-EST. SIN ARCHIVO LA
      *> ESTACION NO JUGO (SE AVISA Y QUEDA EN CERO); CUALQUIER OTRO
      *> ERROR DE APERTURA CORTA EL PASO ANTES DE ESCRIBIR NADA
       LEER-ESTACION.
           MOVE TES-ARCHIVO(IDX-EST) TO WS-PUESTO-NOMBRE
           OPEN INPUT PUESTO
           IF WS-PUESTO-STATUS = "35" THEN
               DISPLAY "AVISO: ESTACION " TES-CODIGO(IDX-EST)
                   " SIN ARCHIVO " WS-PUESTO-NOMBRE
           ELSE
               IF WS-PUESTO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO " WS-PUESTO-NOMBRE
                       ", STATUS " WS-PUESTO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PUESTO
               AT END SET FinPuesto TO TRUE
               END-READ
               PERFORM UNTIL FinPuesto
                   PERFORM RECIBIR-JUGADA
                   READ PUESTO
                   AT END SET FinPuesto TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PUESTO
           END-IF.

      *> UNA JUGADA DE LA ESTACION: SI YA ENTRO EN UNA CORRIDA
      *> ANTERIOR SE CUENTA COMO PREVIA; SI NO, SE RECIBE Y QUEDA
      *> FUSIONABLE O RECHAZADA CON SU MOTIVO
       RECIBIR-JUGADA.
           MOVE SPACES TO MOTIVO-INGRESO
           IF PUE-POSICION IS NUMERIC THEN
               MOVE PUE-POSICION TO POSICION-LEIDA
               IF POSICION-LEIDA NOT > TES-ULTIMA-POSICION(IDX-EST)
                   THEN
                   ADD 1 TO TES-PREVIAS(IDX-EST)
                   ADD 1 TO TOTAL-PREVIAS
               ELSE
                   PERFORM BUSCAR-REPETIDA
                   IF ENCONTRADO-REPETIDA = "S" THEN
                       MOVE "02" TO MOTIVO-INGRESO
                   END-IF
                   PERFORM ANOTAR-RECIBIDA
               END-IF
           ELSE
               MOVE "01" TO MOTIVO-INGRESO
               PERFORM ANOTAR-RECIBIDA
           END-IF.

      *> UNA Posicion DE ESTACION YA RECIBIDA EN ESTA CORRIDA PARA LA
      *> MISMA ESTACION ES UNA REPETICION DE LA CONSOLA
       BUSCAR-REPETIDA.
           MOVE "N" TO ENCONTRADO-REPETIDA
           PERFORM VARYING IDX-ING-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-ING-BUSQUEDA > TOTAL-INGRESO
               OR ENCONTRADO-REPETIDA = "S"
               IF ING-IDX-EST(IDX-ING-BUSQUEDA) = IDX-EST
                   AND ING-RESULTADO(IDX-ING-BUSQUEDA) = "F"
                   AND ING-EST-POSICION(IDX-ING-BUSQUEDA) =
                       PUE-POSICION THEN
                   MOVE "S" TO ENCONTRADO-REPETIDA
               END-IF
           END-PERFORM.

       ANOTAR-RECIBIDA.
           IF TOTAL-INGRESO < 5000 THEN
               ADD 1 TO TOTAL-INGRESO
               MOVE TOTAL-INGRESO TO IDX-ING
               MOVE PUE-FECHA TO ING-FECHA(IDX-ING)
               MOVE IDX-EST TO ING-IDX-EST(IDX-ING)
               MOVE PUE-POSICION TO ING-EST-POSICION(IDX-ING)
               MOVE 0 TO ING-POSICION(IDX-ING)
               MOVE DetallePuesto TO ING-REGISTRO(IDX-ING)
               MOVE MOTIVO-INGRESO TO ING-MOTIVO(IDX-ING)
               ADD 1 TO TES-RECIBIDAS(IDX-EST)
               ADD 1 TO TOTAL-RECIBIDAS
               IF MOTIVO-INGRESO = SPACES THEN
                   MOVE "F" TO ING-RESULTADO(IDX-ING)
                   ADD 1 TO TES-FUSIONADAS(IDX-EST)
                   ADD 1 TO TOTAL-FUSIONADAS
               ELSE
                   MOVE "R" TO ING-RESULTADO(IDX-ING)
                   ADD 1 TO TES-RECHAZADAS(IDX-EST)
                   ADD 1 TO TOTAL-RECHAZADAS
               END-IF
           ELSE
               MOVE "S" TO INGRESO-EN-LIMITE
           END-IF.

      *> ORDEN POR Fecha; EL INTERCAMBIO ES SOLO POR MAYOR ESTRICTO,
      *> ASI QUE A IGUAL Fecha QUEDA EL ORDEN DE LLEGADA
       ORDENAR-INGRESO.
           PERFORM VARYING IDX-ING-ORDEN FROM 1 BY 1
               UNTIL IDX-ING-ORDEN >= TOTAL-INGRESO
               COMPUTE LIMITE-ING-ORDEN =
                   TOTAL-INGRESO - IDX-ING-ORDEN
               PERFORM VARYING IDX-ING-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-ING-ORDEN2 > LIMITE-ING-ORDEN
                   IF ING-FECHA(IDX-ING-ORDEN2) >
                       ING-FECHA(IDX-ING-ORDEN2 + 1) THEN
                       MOVE INGRESO-ENTRY(IDX-ING-ORDEN2)
                           TO ING-TEMPORAL
                       MOVE INGRESO-ENTRY(IDX-ING-ORDEN2 + 1)
                           TO INGRESO-ENTRY(IDX-ING-ORDEN2)
                       MOVE ING-TEMPORAL
                           TO INGRESO-ENTRY(IDX-ING-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> LAS FUSIONADAS RECIBEN LA Posicion UNICA EN EL ORDEN YA
      *> ARMADO; LA MARCA DE AGUA DE CADA ESTACION PASA A SU POSICION
      *> DE ESTACION MAS ALTA FUSIONADA
       NUMERAR-INGRESO.
           PERFORM VARYING IDX-ING FROM 1 BY 1
               UNTIL IDX-ING > TOTAL-INGRESO
               IF ING-RESULTADO(IDX-ING) = "F" THEN
                   ADD 1 TO ULTIMA-POSICION
                   MOVE ULTIMA-POSICION TO ING-POSICION(IDX-ING)
                   MOVE ING-IDX-EST(IDX-ING) TO IDX-EST
                   MOVE ING-EST-POSICION(IDX-ING) TO POSICION-LEIDA
                   IF POSICION-LEIDA > TES-ULTIMA-POSICION(IDX-EST)
                       THEN
                       MOVE POSICION-LEIDA
                           TO TES-ULTIMA-POSICION(IDX-EST)
                   END-IF
               END-IF
           END-PERFORM.

       AGREGAR-A-CRUDO.
           IF TOTAL-FUSIONADAS > 0 THEN
               OPEN EXTEND CRUDO
               IF WS-CRUDO-STATUS = "35" THEN
                   OPEN OUTPUT CRUDO
               END-IF
               IF WS-CRUDO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO Game.txt PARA AGREGAR,"
                       " STATUS " WS-CRUDO-STATUS
                   PERFORM AVISAR-CRUDO-CORTADO
               END-IF
               PERFORM VARYING IDX-ING FROM 1 BY 1
                   UNTIL IDX-ING > TOTAL-INGRESO
                   IF ING-RESULTADO(IDX-ING) = "F" THEN
                       MOVE ING-REGISTRO(IDX-ING) TO ImagenFusionada
                       MOVE ING-POSICION(IDX-ING) TO IMF-POSICION
                       WRITE DetalleCrudo FROM ImagenFusionada
                       IF WS-CRUDO-STATUS NOT = "00" THEN
                           DISPLAY "ERROR GRABANDO Game.txt, STATUS "
                               WS-CRUDO-STATUS
                           CLOSE CRUDO
                           PERFORM AVISAR-CRUDO-CORTADO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CRUDO
               IF WS-CRUDO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR CERRANDO Game.txt, STATUS "
                       WS-CRUDO-STATUS
                   PERFORM AVISAR-CRUDO-CORTADO
               END-IF
           END-IF.

      *> EL REGISTRO DE INGRESO YA TIENE LAS JUGADAS DE ESTA CORRIDA
      *> COMO FUSIONADAS, SIN CUADRE, Y Game.txt NO LAS RECIBIO
      *> ENTERAS: LA PROXIMA CORRIDA NO ARRANCA HASTA QUE SE LIMPIE
       AVISAR-CRUDO-CORTADO.
           DISPLAY "GameIntake.txt YA REGISTRA LAS JUGADAS DE ESTA"
               " CORRIDA SIN CUADRE Y Game.txt PUEDE HABER RECIBIDO"
               " SOLO UNA PARTE: QUITAR DE Game.txt LO AGREGADO Y DE"
               " GameIntake.txt ESAS LINEAS ANTES DE VOLVER A CORRER"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> EL SELLO DE ESTACION DE CADA JUGADA RECIBIDA VA AL REGISTRO
      *> DE INGRESO ANTES DE TOCAR Game.txt, IGUAL QUE EL CONTROL DE
      *> Posicion: UNA JUGADA NO LLEGA AL CRUDO SIN QUE QUEDE
      *> ASENTADA SU ESTACION. CUALQUIER FALLA CORTA EL PASO SIN
      *> FUSIONAR NADA
       GRABAR-REGISTRO-INGRESO.
           OPEN EXTEND INGRESO
           IF WS-INGRESO-STATUS = "35" THEN
               OPEN OUTPUT INGRESO
           END-IF
           IF WS-INGRESO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameIntake.txt, STATUS "
                   WS-INGRESO-STATUS "; NO SE FUSIONA NADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-ING FROM 1 BY 1
               UNTIL IDX-ING > TOTAL-INGRESO
               MOVE ING-IDX-EST(IDX-ING) TO IDX-EST
               STRING WS-FECHA-HOY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TES-CODIGO(IDX-EST) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ING-EST-POSICION(IDX-ING) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ING-RESULTADO(IDX-ING) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ING-MOTIVO(IDX-ING) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ING-POSICION(IDX-ING) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ING-REGISTRO(IDX-ING) DELIMITED BY SIZE
                   INTO WS-LINEA-INGRESO
               WRITE LineaIngreso FROM WS-LINEA-INGRESO
               IF WS-INGRESO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR GRABANDO GameIntake.txt, STATUS "
                       WS-INGRESO-STATUS "; NO SE FUSIONA NADA"
                   CLOSE INGRESO
                   PERFORM AVISAR-INGRESO-CORTADO
               END-IF
               MOVE SPACES TO WS-LINEA-INGRESO
           END-PERFORM
           CLOSE INGRESO
           IF WS-INGRESO-STATUS NOT = "00" THEN
               DISPLAY "ERROR CERRANDO GameIntake.txt, STATUS "
                   WS-INGRESO-STATUS "; NO SE FUSIONA NADA"
               PERFORM AVISAR-INGRESO-CORTADO
           END-IF.

      *> Game.txt NO SE TOCO, PERO EL REGISTRO DE INGRESO PUEDE TENER
      *> PARTE DE LAS LINEAS DE ESTA CORRIDA, QUE LA PROXIMA TOMARIA
      *> COMO FUSIONADAS
       AVISAR-INGRESO-CORTADO.
           DISPLAY "GameIntake.txt PUEDE HABER QUEDADO CON LINEAS DE"
               " ESTA CORRIDA SIN CUADRE; QUITARLAS ANTES DE VOLVER A"
               " CORRER"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> EL CUADRE POR ESTACION CIERRA LA CORRIDA EN EL REGISTRO DE
      *> INGRESO, YA CON Game.txt AGREGADO. UNA FALLA ACA NO DESHACE
      *> NADA: LAS LINEAS DE LA CORRIDA YA DAN LAS MARCAS NUEVAS, ASI
      *> QUE EL PASO SIGUE PARA GRABARLAS Y TERMINA CON 16
       GRABAR-CUADRE-INGRESO.
           OPEN EXTEND INGRESO
           IF WS-INGRESO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameIntake.txt PARA EL CUADRE,"
                   " STATUS " WS-INGRESO-STATUS
               MOVE 16 TO CODIGO-RETORNO
           ELSE
               PERFORM VARYING IDX-EST FROM 1 BY 1
                   UNTIL IDX-EST > TOTAL-ESTACIONES
                   PERFORM GRABAR-CUADRE-ESTACION
               END-PERFORM
               CLOSE INGRESO
               IF WS-INGRESO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR CERRANDO GameIntake.txt, STATUS "
                       WS-INGRESO-STATUS "; EL CUADRE PUEDE HABER"
                       " QUEDADO INCOMPLETO"
                   MOVE 16 TO CODIGO-RETORNO
               END-IF
           END-IF.

      *> CUADRE DE UNA ESTACION, EN PANTALLA Y EN EL REGISTRO DE
      *> INGRESO: RECIBIDAS = FUSIONADAS + RECHAZADAS
       GRABAR-CUADRE-ESTACION.
           STRING WS-FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TES-CODIGO(IDX-EST) DELIMITED BY SIZE
               " CUADRE RECIBIDAS=" DELIMITED BY SIZE
               TES-RECIBIDAS(IDX-EST) DELIMITED BY SIZE
               " FUSIONADAS=" DELIMITED BY SIZE
               TES-FUSIONADAS(IDX-EST) DELIMITED BY SIZE
               " RECHAZADAS=" DELIMITED BY SIZE
               TES-RECHAZADAS(IDX-EST) DELIMITED BY SIZE
               " PREVIAS=" DELIMITED BY SIZE
               TES-PREVIAS(IDX-EST) DELIMITED BY SIZE
               " MARCA=" DELIMITED BY SIZE
               TES-ULTIMA-POSICION(IDX-EST) DELIMITED BY SIZE
               INTO WS-LINEA-INGRESO
           DISPLAY WS-LINEA-INGRESO
           WRITE LineaIngreso FROM WS-LINEA-INGRESO
           IF WS-INGRESO-STATUS NOT = "00" THEN
               DISPLAY "ERROR GRABANDO EL CUADRE EN GameIntake.txt,"
                   " STATUS " WS-INGRESO-STATUS
               MOVE 16 TO CODIGO-RETORNO
           END-IF
           MOVE SPACES TO WS-LINEA-INGRESO
           IF TES-RECIBIDAS(IDX-EST) NOT =
               TES-FUSIONADAS(IDX-EST) + TES-RECHAZADAS(IDX-EST) THEN
               DISPLAY "ESTACION " TES-CODIGO(IDX-EST)
                   " NO CUADRA"
               MOVE 16 TO CODIGO-RETORNO
           END-IF.

      *> LAS MARCAS DE AGUA NUEVAS SE GRABAN DESPUES DE AGREGAR A
      *> Game.txt: SI EL PASO MUERE ANTES, EL REGISTRO DE INGRESO YA
      *> TIENE LAS LINEAS DE LA CORRIDA Y LA PROXIMA NO ARRANCA HASTA
      *> QUE SE VEA HASTA DONDE LLEGO, EN VEZ DE VOLVER A TOMAR O
      *> PERDER LAS MISMAS JUGADAS. PRIMERO SE
      *> ARMAN EN GameStationsWork.txt CONTROLANDO CADA GRABACION Y
      *> EL CIERRE, Y RECIEN CON ESA COPIA COMPLETA SE PASAN A
      *> GameStations.txt. SI ESTO FALLA DESPUES DE AGREGAR, EL
      *> REGISTRO DE INGRESO YA TIENE LAS MARCAS NUEVAS Y LA PROXIMA
      *> CORRIDA NO ARRANCA HASTA QUE SE CORRIJAN
       REESCRIBIR-ESTACIONES.
           MOVE "N" TO ESTACIONES-GRABADAS
           OPEN OUTPUT TRABESTACIONES
           IF WS-TRABESTACIONES-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameStationsWork.txt, STATUS "
                   WS-TRABESTACIONES-STATUS
           ELSE
               MOVE "S" TO ESTACIONES-GRABADAS
               PERFORM VARYING IDX-EST FROM 1 BY 1
                   UNTIL IDX-EST > TOTAL-ESTACIONES
                   OR ESTACIONES-GRABADAS = "N"
                   MOVE SPACES TO ImagenEstacion
                   MOVE TES-CODIGO(IDX-EST) TO IME-CODIGO
                   MOVE TES-ESTADO(IDX-EST) TO IME-ESTADO
                   MOVE TES-ARCHIVO(IDX-EST) TO IME-ARCHIVO
                   MOVE TES-ULTIMA-POSICION(IDX-EST)
                       TO IME-ULTIMA-POSICION
                   MOVE TES-DESCRIPCION(IDX-EST) TO IME-DESCRIPCION
                   WRITE RegistroTrabEstacion FROM ImagenEstacion
                   IF WS-TRABESTACIONES-STATUS NOT = "00" THEN
                       DISPLAY "ERROR GRABANDO GameStationsWork.txt,"
                           " STATUS " WS-TRABESTACIONES-STATUS
                       MOVE "N" TO ESTACIONES-GRABADAS
                   END-IF
               END-PERFORM
               CLOSE TRABESTACIONES
               IF WS-TRABESTACIONES-STATUS NOT = "00" THEN
                   DISPLAY "ERROR CERRANDO GameStationsWork.txt,"
                       " STATUS " WS-TRABESTACIONES-STATUS
                   MOVE "N" TO ESTACIONES-GRABADAS
               END-IF
           END-IF
           IF ESTACIONES-GRABADAS = "S" THEN
               PERFORM COPIAR-ESTACIONES
           ELSE
               DISPLAY "GameStations.txt NO SE TOCO; QUEDA CON LAS"
                   " MARCAS VIEJAS"
               MOVE 16 TO CODIGO-RETORNO
           END-IF.

      *> PASA LAS MARCAS ARMADAS A GameStations.txt; SI ALGO FALLA A
      *> MITAD DE CAMINO LAS MARCAS NUEVAS COMPLETAS QUEDAN EN EL
      *> ARCHIVO DE TRABAJO
       COPIAR-ESTACIONES.
           MOVE 0 TO ESTACIONES-COPIADAS
           OPEN INPUT TRABESTACIONES
           IF WS-TRABESTACIONES-STATUS NOT = "00" THEN
               DISPLAY "ERROR REABRIENDO GameStationsWork.txt, STATUS "
                   WS-TRABESTACIONES-STATUS
               MOVE "N" TO ESTACIONES-GRABADAS
           ELSE
               OPEN OUTPUT ESTACIONES
               IF WS-ESTACIONES-STATUS NOT = "00" THEN
                   DISPLAY "ERROR REESCRIBIENDO GameStations.txt,"
                       " STATUS " WS-ESTACIONES-STATUS
                   MOVE "N" TO ESTACIONES-GRABADAS
                   CLOSE TRABESTACIONES
               ELSE
                   READ TRABESTACIONES
                   AT END SET FinTrabEstaciones TO TRUE
                   END-READ
                   PERFORM UNTIL FinTrabEstaciones
                       OR ESTACIONES-GRABADAS = "N"
                       WRITE RegistroEstacion FROM RegistroTrabEstacion
                       IF WS-ESTACIONES-STATUS NOT = "00" THEN
                           DISPLAY "ERROR REESCRIBIENDO"
                               " GameStations.txt, STATUS "
                               WS-ESTACIONES-STATUS
                           MOVE "N" TO ESTACIONES-GRABADAS
                       ELSE
                           ADD 1 TO ESTACIONES-COPIADAS
                       END-IF
                       READ TRABESTACIONES
                       AT END SET FinTrabEstaciones TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TRABESTACIONES
                   CLOSE ESTACIONES
                   IF WS-ESTACIONES-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO GameStations.txt,"
                           " STATUS " WS-ESTACIONES-STATUS
                       MOVE "N" TO ESTACIONES-GRABADAS
                   END-IF
                   IF ESTACIONES-COPIADAS NOT = TOTAL-ESTACIONES THEN
                       MOVE "N" TO ESTACIONES-GRABADAS
                   END-IF
               END-IF
           END-IF
           IF ESTACIONES-GRABADAS = "N" THEN
               DISPLAY "LAS MARCAS NUEVAS QUEDAN EN"
                   " GameStationsWork.txt; COPIARLAS A"
                   " GameStations.txt ANTES DE VOLVER A CORRER"
               MOVE 16 TO CODIGO-RETORNO
           END-IF.

      *> Game.txt DEBE TENER AHORA LAS LINEAS DE ANTES MAS LAS
      *> FUSIONADAS; SI NO, ALGUIEN LO TOCO EN EL MEDIO O LA
      *> ESCRITURA QUEDO CORTA, Y LA EDICION NO DEBE CORRER
       VERIFICAR-CRUDO.
           MOVE 0 TO CRUDO-DESPUES
           OPEN INPUT CRUDO
           IF WS-CRUDO-STATUS = "00" THEN
               READ CRUDO
               AT END SET FinCrudo TO TRUE
               END-READ
               PERFORM UNTIL FinCrudo
                   ADD 1 TO CRUDO-DESPUES
                   READ CRUDO
                   AT END SET FinCrudo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CRUDO
           END-IF
           IF CRUDO-DESPUES NOT = CRUDO-ANTES + TOTAL-FUSIONADAS THEN
               DISPLAY "Game.txt NO CUADRA: ANTES=" CRUDO-ANTES
                   " FUSIONADAS=" TOTAL-FUSIONADAS
                   " AHORA=" CRUDO-DESPUES
               MOVE 16 TO CODIGO-RETORNO
           ELSE
               DISPLAY "Game.txt CUADRA: ANTES=" CRUDO-ANTES
                   " FUSIONADAS=" TOTAL-FUSIONADAS
                   " AHORA=" CRUDO-DESPUES
           END-IF.

       END PROGRAM gameintake.
