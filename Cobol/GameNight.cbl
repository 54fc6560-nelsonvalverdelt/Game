      *> MASCARA DE GameControl.txt COMO SIEMPRE. CADA PASO DEJA UNA
      *> LINEA EN GameNightLog.txt (PASO, INICIO, FIN, RETURN-CODE Y
      *> DECISION) PARA QUE EL CHEQUEO DE LA MANANA SEA UN SOLO
      *> ARCHIVO Y NO TRES CONSOLAS. DETRAS DE LA EDICION CORRE
      *> ADEMAS EL REPORTE DE ANTIGUEDAD DE LOS RECHAZOS EN SUSPENSO
      *> (gameaging), QUE ES INFORMATIVO: NO CORTA LA CADENA. ANTES
      *> DE LA DEPURACION CORRE LA REVISION DE JUGADAS SOSPECHOSAS
      *> (gamescreen), QUE RETIENE LAS SESIONES MARCADAS PARA QUE LA
      *> CORRIDA PRINCIPAL NO LAS SUBA AL MAESTRO; SI FALLA LA CADENA
      *> SE CORTA, PORQUE SEGUIR SUBIRIA JUGADAS SIN REVISAR.
      *> ANTES DE TODO CORRE EL INGRESO DE LAS ESTACIONES
      *> (gameintake), QUE AGREGA A Game.txt LAS JUGADAS NUEVAS DE
      *> CADA ESTACION CON UNA Posicion UNICA; SI FALLA LA CADENA NO
      *> ARRANCA, PORQUE LA EDICION TRABAJARIA SOBRE UN CRUDO A MEDIAS.
      *>
      *> GameNightControl.txt: UN REGISTRO, UMBRAL DE RECHAZOS DE LA
      *> EDICION EN 9(5); SIN ARCHIVO EL UMBRAL ES CERO (CUALQUIER
           02 COMANDO PIC X(30) VALUES SPACES.
           02 PASO-NOMBRE PIC X(10) VALUES SPACES.
           02 PASO-RC PIC S9(9) VALUES 0.
           02 RC-EDICION PIC S9(9) VALUES 0.
           02 PASO-RC-EDIT PIC 9(3) VALUES 000.
           02 DECISION-PASO PIC X(30) VALUES SPACES.
           02 CODIGO-FINAL PIC 9(3) VALUES 000.
           02 WS-LINEA-BITACORA PIC X(100) VALUES SPACES.

       PROCEDURE DIVISION.
           DISPLAY "CADENA NOCTURNA: INGRESO, EDICION, DEPURACION,"
               " PRINCIPAL"

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-UMBRAL
               STOP RUN
           END-IF

      *> PASO 0: EL INGRESO DE LAS ESTACIONES ARMA EL CRUDO QUE LA
      *> EDICION VA A LEER; SIN GameStations.txt NO HACE NADA Y
      *> TERMINA EN CERO
           MOVE "INGRESO" TO PASO-NOMBRE
           MOVE "./gameintake" TO COMANDO
           PERFORM EJECUTAR-PASO
           IF PASO-RC NOT = 0 THEN
               MOVE "CORTA: RETURN-CODE" TO DECISION-PASO
               MOVE PASO-RC TO CODIGO-FINAL
               MOVE "S" TO CADENA-CORTADA
           ELSE
               MOVE "CONTINUA" TO DECISION-PASO
           END-IF
           PERFORM GRABAR-PASO

      *> PASO 1: LA EDICION. DOS COMPUERTAS: SU RETURN-CODE Y LA
      *> CANTIDAD DE RECHAZADOS QUE DEJO EN SU REGISTRO DE CONTROL
           MOVE 255 TO RC-EDICION
           IF CADENA-CORTADA = "N" THEN
               MOVE "EDICION" TO PASO-NOMBRE
               MOVE "./gameedit" TO COMANDO
               PERFORM EJECUTAR-PASO
               MOVE PASO-RC TO RC-EDICION
               IF PASO-RC NOT = 0 THEN
                   MOVE "CORTA: RETURN-CODE" TO DECISION-PASO
                   MOVE PASO-RC TO CODIGO-FINAL
                   MOVE "S" TO CADENA-CORTADA
               ELSE
                   PERFORM LEER-RECHAZOS-EDICION
                   IF RECHAZOS-EDICION > UMBRAL-RECHAZOS THEN
                       MOVE "CORTA: RECHAZOS > UMBRAL"
                           TO DECISION-PASO
                       MOVE 8 TO CODIGO-FINAL
                       MOVE "S" TO CADENA-CORTADA
                   ELSE
                       MOVE "CONTINUA" TO DECISION-PASO
                   END-IF
               END-IF
               PERFORM GRABAR-PASO
           END-IF

      *> ANTIGUEDAD DEL SUSPENSO DE RECHAZOS: CORRE SIEMPRE QUE LA
      *> EDICION HAYA TERMINADO BIEN, AUNQUE SUS RECHAZOS HAYAN
      *> CORTADO LA CADENA (ES CUANDO MAS SE NECESITA); SI FALLA SE
      *> ANOTA Y SU RETURN-CODE QUEDA COMO FINAL SI NO HABIA OTRO
           IF RC-EDICION = 0 THEN
               MOVE "ANTIGUEDAD" TO PASO-NOMBRE
               MOVE "./gameaging" TO COMANDO
               PERFORM EJECUTAR-PASO
               IF PASO-RC NOT = 0 THEN
                   MOVE "AVISO: RETURN-CODE" TO DECISION-PASO
                   IF CODIGO-FINAL = 0 THEN
                       MOVE PASO-RC TO CODIGO-FINAL
                   END-IF
               ELSE
                   MOVE "INFORMATIVO" TO DECISION-PASO
               END-IF
               PERFORM GRABAR-PASO
           END-IF

      *> REVISION DE JUGADAS SOSPECHOSAS, SOLO SI LA EDICION PASO
      *> SUS COMPUERTAS: MARCAR SESIONES NO ES UN ERROR, PERO SI LA
      *> REVISION NO TERMINA BIEN NO SE SABE QUE HABRIA QUE RETENER
           IF CADENA-CORTADA = "N" THEN
               MOVE "REVISION" TO PASO-NOMBRE
               MOVE "./gamescreen" TO COMANDO
               PERFORM EJECUTAR-PASO
               IF PASO-RC NOT = 0 THEN
                   MOVE "CORTA: RETURN-CODE" TO DECISION-PASO
                   MOVE PASO-RC TO CODIGO-FINAL
                   MOVE "S" TO CADENA-CORTADA
               ELSE
                   MOVE "CONTINUA" TO DECISION-PASO
               END-IF
               PERFORM GRABAR-PASO
           END-IF

      *> PASO 2: LA DEPURACION, SOLO SI LA EDICION Y LA REVISION
      *> PASARON SUS COMPUERTAS
           IF CADENA-CORTADA = "N" THEN
               MOVE "DEPURACION" TO PASO-NOMBRE
               MOVE "./gamepurge" TO COMANDO
