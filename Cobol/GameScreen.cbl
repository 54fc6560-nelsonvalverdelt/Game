       IDENTIFICATION DIVISION.
       PROGRAM-ID. gamescreen.

      *> CONTROL DE JUGADAS SOSPECHOSAS: LA EDICION SOLO MIRA QUE
      *> CADA CAMPO SEA LEGAL, ASI QUE UNA SESION CARGADA CON UN
      *> AUTOCLICK O TIPEADA A MANO ENTRA AL MAESTRO Y A LOS TORNEOS
      *> COMO CUALQUIER OTRA. ESTE PASO CORRE ENTRE LA EDICION Y LA
      *> CORRIDA PRINCIPAL, RECORRE GameValid.txt AGRUPANDO POR
      *> JUGADOR Y Fecha LAS JUGADAS QUE TODAVIA NO ENTRARON AL
      *> MAESTRO (Posicion MAYOR QUE LA MARCA DE AGUA DEL JUGADOR) Y
      *> APLICA TRES REGLAS:
      *>   T  ALGUNA JUGADA CON Tiempo POR DEBAJO DEL MINIMO HUMANO
      *>   I  UNA RACHA LARGA DE JUGADAS SEGUIDAS CON EL MISMO Tiempo
      *>   A  UN PORCENTAJE DE ACIERTOS DE LA SESION MUY POR ENCIMA
      *>      DEL DE TODA LA VIDA DEL JUGADOR EN GameMaster.dat
      *> CADA SESION QUE DISPARA ALGUNA REGLA SE AGREGA A
      *> GameReview.txt EN ESTADO P (RETENIDA) CON LAS REGLAS Y LA
      *> EVIDENCIA. MIENTRAS ESTE RETENIDA, LA QUINTA OPERACION NO
      *> LA LLEVA AL MAESTRO Y gametourn NO LA CUENTA; gamereview LA
      *> LIBERA (L) O LA ANULA (A). UNA SESION YA ANOTADA EN LA
      *> REVISION, EN CUALQUIER ESTADO, NO SE VUELVE A EVALUAR.
      *>
      *> GameScreenControl.txt, UN REGISTRO CON LOS UMBRALES:
      *>   TIEMPO MINIMO(10) RACHA IGUAL(5) SALTO %(3)
      *>   JUGADAS MINIMAS DE LA SESION(5) JUGADAS MINIMAS DE VIDA(7)
      *> SIN ARCHIVO (O CON ALGUN CAMPO NO NUMERICO) QUEDAN LOS
      *> UMBRALES ESTANDAR

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DATOS ASSIGN TO "GameValid.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DATOS-STATUS.
       SELECT MAESTRO ASSIGN TO "GameMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-NOMBRE
           FILE STATUS IS WS-MAESTRO-STATUS.
       SELECT REVISION ASSIGN TO "GameReview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-STATUS.
       SELECT UMBRALES ASSIGN TO "GameScreenControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UMBRALES-STATUS.
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
       FD MAESTRO.
       01 RegistroMaestro.
           02 MAE-NOMBRE PIC X(15).
           02 MAE-ACIERTOS PIC 9(7).
           02 MAE-ERRORES PIC 9(7).
           02 MAE-PUNTOS PIC S9(8).
           02 MAE-ULTIMA-POSICION PIC 9(9).
      *> UNA LINEA POR SESION MARCADA (JUGADOR Y Fecha): ESTADO P
      *> RETENIDA, L LIBERADA, A ANULADA; REGLAS QUE DISPARO EN TRES
      *> POSICIONES (T, I, A O "-") Y LA EVIDENCIA CON QUE SE MARCO.
      *> REV-MARCA ES LA MARCA DE AGUA QUE TENIA EL JUGADOR EN EL
      *> MAESTRO AL RETENERLA: LO QUE YA ESTABA DEBAJO ENTRO AL
      *> MAESTRO ANTES DE LA RETENCION Y gamereview NO LO VUELVE A
      *> SUMAR AL LIBERAR.
      *> CAMPOS COMO X PARA PODER PREGUNTAR IS NUMERIC AL RELEERLO
       FD REVISION.
       01 RegistroRevision.
           88 FinRevision VALUE HIGH-VALUES.
           02 REV-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 REV-FECHA PIC X(10).
           02 FILLER PIC X(1).
           02 REV-ESTADO PIC X(1).
           02 FILLER PIC X(1).
           02 REV-REGLAS PIC X(3).
           02 FILLER PIC X(1).
           02 REV-JUGADAS PIC X(5).
           02 FILLER PIC X(1).
           02 REV-ACIERTOS PIC X(5).
           02 FILLER PIC X(1).
           02 REV-RAPIDAS PIC X(5).
           02 FILLER PIC X(1).
           02 REV-TIEMPO-MIN PIC X(10).
           02 FILLER PIC X(1).
           02 REV-RACHA-IGUAL PIC X(5).
           02 FILLER PIC X(1).
           02 REV-PCT-SESION PIC X(3).
           02 FILLER PIC X(1).
           02 REV-PCT-VIDA PIC X(3).
           02 FILLER PIC X(1).
           02 REV-FECHA-ALTA PIC X(8).
           02 FILLER PIC X(1).
           02 REV-FECHA-DECISION PIC X(8).
           02 FILLER PIC X(1).
           02 REV-MOTIVO PIC X(30).
           02 FILLER PIC X(1).
           02 REV-MARCA PIC X(9).
       FD UMBRALES.
       01 RegistroUmbrales.
           02 UMB-TIEMPO-MINIMO PIC X(10).
           02 FILLER PIC X(1).
           02 UMB-RACHA-IGUAL PIC X(5).
           02 FILLER PIC X(1).
           02 UMB-SALTO PIC X(3).
           02 FILLER PIC X(1).
           02 UMB-JUGADAS-SESION PIC X(5).
           02 FILLER PIC X(1).
           02 UMB-JUGADAS-VIDA PIC X(7).
       FD REPORTE.
       01 LineaReporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 ControlSospechas.
           02 WS-DATOS-STATUS PIC XX VALUES "00".
           02 WS-MAESTRO-STATUS PIC XX VALUES "00".
           02 WS-REVISION-STATUS PIC XX VALUES "00".
           02 WS-UMBRALES-STATUS PIC XX VALUES "00".
           02 WS-REPORTE-STATUS PIC XX VALUES "00".
           02 WS-MAESTRO-FIN PIC X(1) VALUES "N".
           02 WS-FECHA-CORRIDA PIC 9(8) VALUES 0.
           02 WS-REPORTE-NOMBRE PIC X(30) VALUES SPACES.
           02 WS-LINEA-REPORTE PIC X(80) VALUES SPACES.
           02 CODIGO-RETORNO PIC 9(2) VALUES 0.
           02 REGISTROS-LEIDOS PIC 9(7) VALUES 0000000.
           02 REGISTROS-YA-ACUMULADOS PIC 9(7) VALUES 0000000.
           02 REGISTROS-EVALUADOS PIC 9(7) VALUES 0000000.
           02 REVISION-ILEGIBLES PIC 9(5) VALUES 00000.
           02 SESIONES-MARCADAS PIC 9(5) VALUES 00000.
           02 SESIONES-YA-REVISADAS PIC 9(5) VALUES 00000.
           02 RETENIDAS-ANTERIORES PIC 9(5) VALUES 00000.
           02 TOTAL-JUGADAS-VIDA PIC 9(8) VALUES 0.
           02 REGLAS-SESION PIC X(3) VALUES SPACES.
      *> UMBRALES VIGENTES; LOS ESTANDAR SUPONEN Tiempo EN
      *> MILISEGUNDOS COMO LO GRABA EL JUEGO
       01 UmbralesControl.
           02 UMBRAL-TIEMPO-MINIMO PIC 9(10) VALUES 0000000150.
           02 UMBRAL-RACHA-IGUAL PIC 9(5) VALUES 00008.
           02 UMBRAL-SALTO PIC 9(3) VALUES 030.
           02 UMBRAL-JUGADAS-SESION PIC 9(5) VALUES 00020.
           02 UMBRAL-JUGADAS-VIDA PIC 9(7) VALUES 0000100.
      *> EL MAESTRO EN MEMORIA: MARCA DE AGUA Y ACUMULADOS DE VIDA
      *> DE CADA JUGADOR, IGUAL QUE LO CARGA LA DEPURACION
       01 TablaMaestro.
           02 TOTAL-MAESTRO PIC 9(4) VALUES 0000.
           02 MAESTRO-ENTRY OCCURS 1000 TIMES.
               03 MTB-NOMBRE PIC X(15).
               03 MTB-ACIERTOS PIC 9(7).
               03 MTB-ERRORES PIC 9(7).
               03 MTB-MARCA PIC 9(9).
      *> LAS SESIONES YA ANOTADAS EN GameReview.txt, PARA NO
      *> VOLVER A MARCARLAS
       01 TablaRevisadas.
           02 TOTAL-REVISADAS PIC 9(4) VALUES 0000.
           02 REVISADA-ENTRY OCCURS 2000 TIMES.
               03 RVT-NOMBRE PIC X(15).
               03 RVT-FECHA PIC X(10).
      *> UNA ENTRADA POR JUGADOR Y Fecha CON JUGADAS SIN ACUMULAR
       01 TablaSesiones.
           02 TOTAL-SESIONES PIC 9(4) VALUES 0000.
           02 SESION-ENTRY OCCURS 1000 TIMES.
               03 SES-NOMBRE PIC X(15).
               03 SES-FECHA PIC X(10).
               03 SES-YA-REVISADA PIC X(1).
               03 SES-MARCA PIC 9(9).
               03 SES-JUGADAS PIC 9(5).
               03 SES-ACIERTOS PIC 9(5).
               03 SES-RAPIDAS PIC 9(5).
               03 SES-TIEMPO-MIN PIC 9(10).
               03 SES-TIEMPO-ANT PIC 9(10).
               03 SES-RACHA PIC 9(5).
               03 SES-RACHA-MAX PIC 9(5).
               03 SES-VIDA-ACIERTOS PIC 9(7).
               03 SES-VIDA-ERRORES PIC 9(7).
       01 ControlRecorrido.
           02 IDX-MAESTRO PIC 9(4) VALUES 0000.
           02 IDX-REVISADA PIC 9(4) VALUES 0000.
           02 IDX-SESION PIC 9(4) VALUES 0000.
           02 IDX-SES-BUSQUEDA PIC 9(4) VALUES 0000.
           02 ENCONTRADO-JUG PIC X(1) VALUES "N".
           02 ENCONTRADO-SES PIC X(1) VALUES "N".
           02 MARCA-JUGADOR PIC 9(9) VALUES 000000000.
           02 VIDA-ACIERTOS-JUG PIC 9(7) VALUES 0000000.
           02 VIDA-ERRORES-JUG PIC 9(7) VALUES 0000000.
           02 PCT-SESION PIC 9(3) VALUES 000.
           02 PCT-VIDA PIC 9(3) VALUES 000.

       PROCEDURE DIVISION.
           DISPLAY "CONTROL DE JUGADAS SOSPECHOSAS"

           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           STRING "GameScreen_" DELIMITED BY SIZE
               WS-FECHA-CORRIDA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORTE-NOMBRE

           PERFORM CARGAR-UMBRALES
           PERFORM CARGAR-MAESTRO
           PERFORM CARGAR-REVISADAS

      *> UNA SOLA PASADA POR EL DETALLE VALIDADO ARMA LAS SESIONES
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
               PERFORM ACUMULAR-SESION
               READ DATOS
               AT END SET FinArchivo TO TRUE
               END-READ
           END-PERFORM
           CLOSE DATOS

           OPEN OUTPUT REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

      *> LAS SESIONES NUEVAS MARCADAS SE AGREGAN AL FINAL DE LA
      *> REVISION; LO YA ANOTADO NO SE TOCA
           OPEN EXTEND REVISION
           IF WS-REVISION-STATUS = "35" THEN
               OPEN OUTPUT REVISION
           END-IF
           IF WS-REVISION-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameReview.txt, STATUS "
                   WS-REVISION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "CONTROL DE JUGADAS SOSPECHOSAS AL "
               DELIMITED BY SIZE
               WS-FECHA-CORRIDA DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "UMBRALES: TIEMPO MINIMO " DELIMITED BY SIZE
               UMBRAL-TIEMPO-MINIMO DELIMITED BY SIZE
               " RACHA IGUAL " DELIMITED BY SIZE
               UMBRAL-RACHA-IGUAL DELIMITED BY SIZE
               " SALTO % " DELIMITED BY SIZE
               UMBRAL-SALTO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "          JUGADAS MINIMAS SESION " DELIMITED BY SIZE
               UMBRAL-JUGADAS-SESION DELIMITED BY SIZE
               " VIDA " DELIMITED BY SIZE
               UMBRAL-JUGADAS-VIDA DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "REGLAS: T TIEMPO BAJO EL MINIMO, I RACHA DE"
               DELIMITED BY SIZE
               " TIEMPOS IGUALES, A ACIERTO ANORMAL" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE
               "--------------------------------------"
               DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "JUGADOR         FECHA      REG JUGAD ACIER"
               DELIMITED BY SIZE
               " RAPID TIEMPO-MIN RACHA %SES %VID"
               DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE
               "--------------------------------------"
               DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           PERFORM VARYING IDX-SESION FROM 1 BY 1
               UNTIL IDX-SESION > TOTAL-SESIONES
               IF SES-YA-REVISADA(IDX-SESION) = "S" THEN
                   ADD 1 TO SESIONES-YA-REVISADAS
               ELSE
                   PERFORM EVALUAR-SESION
               END-IF
           END-PERFORM
           CLOSE REVISION

           IF SESIONES-MARCADAS = 0 THEN
               STRING "SIN SESIONES NUEVAS PARA REVISAR"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING "------------------------------------------"
               DELIMITED BY SIZE
               "--------------------------------------"
               DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "REGISTROS LEIDOS:            " DELIMITED BY SIZE
               REGISTROS-LEIDOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "YA ACUMULADOS EN EL MAESTRO: " DELIMITED BY SIZE
               REGISTROS-YA-ACUMULADOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "EVALUADOS:                   " DELIMITED BY SIZE
               REGISTROS-EVALUADOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "SESIONES EVALUADAS:          " DELIMITED BY SIZE
               TOTAL-SESIONES DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "  YA EN REVISION:            " DELIMITED BY SIZE
               SESIONES-YA-REVISADAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "  MARCADAS Y RETENIDAS HOY:  " DELIMITED BY SIZE
               SESIONES-MARCADAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "RETENIDAS DE CORRIDAS PREVIAS SIN DECIDIR: "
               DELIMITED BY SIZE
               RETENIDAS-ANTERIORES DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           CLOSE REPORTE
           DISPLAY "REPORTE: " WS-REPORTE-NOMBRE
           MOVE CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

      *> LOS UMBRALES DE GameScreenControl.txt; SIN ARCHIVO O CON
      *> ALGUN CAMPO NO NUMERICO QUEDAN LOS ESTANDAR
       CARGAR-UMBRALES.
           OPEN INPUT UMBRALES
           IF WS-UMBRALES-STATUS = "00" THEN
               READ UMBRALES
                   AT END
                       DISPLAY "GameScreenControl.txt VACIO; QUEDAN"
                           " LOS UMBRALES ESTANDAR"
                   NOT AT END
                       IF UMB-TIEMPO-MINIMO IS NUMERIC
                           AND UMB-RACHA-IGUAL IS NUMERIC
                           AND UMB-SALTO IS NUMERIC
                           AND UMB-JUGADAS-SESION IS NUMERIC
                           AND UMB-JUGADAS-VIDA IS NUMERIC THEN
                           MOVE UMB-TIEMPO-MINIMO
                               TO UMBRAL-TIEMPO-MINIMO
                           MOVE UMB-RACHA-IGUAL TO UMBRAL-RACHA-IGUAL
                           MOVE UMB-SALTO TO UMBRAL-SALTO
                           MOVE UMB-JUGADAS-SESION
                               TO UMBRAL-JUGADAS-SESION
                           MOVE UMB-JUGADAS-VIDA TO UMBRAL-JUGADAS-VIDA
                       ELSE
                           DISPLAY "GameScreenControl.txt CON CAMPOS"
                               " NO NUMERICOS; QUEDAN LOS UMBRALES"
                               " ESTANDAR"
                       END-IF
               END-READ
               CLOSE UMBRALES
           ELSE
               DISPLAY "SIN GameScreenControl.txt (STATUS "
                   WS-UMBRALES-STATUS "); QUEDAN LOS UMBRALES"
                   " ESTANDAR"
           END-IF.

      *> EL MAESTRO COMPLETO EN MEMORIA; SIN MAESTRO TODAVIA NADIE
      *> TIENE MARCA DE AGUA NI ACUMULADOS DE VIDA
       CARGAR-MAESTRO.
           OPEN INPUT MAESTRO
           IF WS-MAESTRO-STATUS = "35" THEN
               DISPLAY "SIN GameMaster.dat TODAVIA; SE EVALUA TODO EL"
                   " DETALLE"
           ELSE
           IF WS-MAESTRO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                   WS-MAESTRO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-MAESTRO-FIN
           MOVE LOW-VALUES TO MAE-NOMBRE
           START MAESTRO KEY IS NOT LESS THAN MAE-NOMBRE
               INVALID KEY MOVE "S" TO WS-MAESTRO-FIN
           END-START
           PERFORM UNTIL WS-MAESTRO-FIN = "S"
               READ MAESTRO NEXT RECORD
                   AT END MOVE "S" TO WS-MAESTRO-FIN
                   NOT AT END
                       IF TOTAL-MAESTRO < 1000 THEN
                           ADD 1 TO TOTAL-MAESTRO
                           MOVE MAE-NOMBRE TO MTB-NOMBRE(TOTAL-MAESTRO)
                           MOVE MAE-ACIERTOS
                               TO MTB-ACIERTOS(TOTAL-MAESTRO)
                           MOVE MAE-ERRORES
                               TO MTB-ERRORES(TOTAL-MAESTRO)
                           MOVE MAE-ULTIMA-POSICION
                               TO MTB-MARCA(TOTAL-MAESTRO)
                       ELSE
                           DISPLAY "MAS DE 1000 JUGADORES EN EL"
                               " MAESTRO; NO SE PUEDE CONTROLAR"
                           CLOSE MAESTRO
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAESTRO
           END-IF.

      *> LAS SESIONES YA ANOTADAS EN LA REVISION, EN CUALQUIER
      *> ESTADO; UNA REVISION ILEGIBLE O DESBORDADA CORTA, PORQUE NO
      *> SE PODRIA SABER QUE YA ESTA RETENIDO
       CARGAR-REVISADAS.
           OPEN INPUT REVISION
           IF WS-REVISION-STATUS = "00" THEN
               READ REVISION
               AT END SET FinRevision TO TRUE
               END-READ
               PERFORM UNTIL FinRevision
                   IF REV-ESTADO NOT = "P" AND REV-ESTADO NOT = "L"
                       AND REV-ESTADO NOT = "A" THEN
                       ADD 1 TO REVISION-ILEGIBLES
                   ELSE
                       IF TOTAL-REVISADAS < 2000 THEN
                           ADD 1 TO TOTAL-REVISADAS
                           MOVE REV-NOMBRE
                               TO RVT-NOMBRE(TOTAL-REVISADAS)
                           MOVE REV-FECHA TO RVT-FECHA(TOTAL-REVISADAS)
                           IF REV-ESTADO = "P" THEN
                               ADD 1 TO RETENIDAS-ANTERIORES
                           END-IF
                       ELSE
                           DISPLAY "MAS DE 2000 SESIONES EN"
                               " GameReview.txt; NO SE PUEDE CONTROLAR"
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
               IF REVISION-ILEGIBLES > 0 THEN
                   DISPLAY "GameReview.txt CON " REVISION-ILEGIBLES
                       " LINEAS ILEGIBLES; REVISAR ANTES DE SEGUIR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-REVISION-STATUS NOT = "35" THEN
                   DISPLAY "ERROR ABRIENDO GameReview.txt, STATUS "
                       WS-REVISION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> SUMA LA JUGADA ACTUAL A SU SESION SI TODAVIA NO ENTRO AL
      *> MAESTRO; LA SESION SE DA DE ALTA LA PRIMERA VEZ QUE APARECE,
      *> CON LOS ACUMULADOS DE VIDA DEL JUGADOR. LA RACHA DE TIEMPOS
      *> IGUALES SE MIDE EN EL ORDEN DEL ARCHIVO (ORDEN DE Posicion)
       ACUMULAR-SESION.
           MOVE 0 TO MARCA-JUGADOR
           MOVE 0 TO VIDA-ACIERTOS-JUG
           MOVE 0 TO VIDA-ERRORES-JUG
           MOVE "N" TO ENCONTRADO-JUG
           PERFORM VARYING IDX-MAESTRO FROM 1 BY 1
               UNTIL IDX-MAESTRO > TOTAL-MAESTRO
               OR ENCONTRADO-JUG = "S"
               IF MTB-NOMBRE(IDX-MAESTRO) = Nombre THEN
                   MOVE "S" TO ENCONTRADO-JUG
                   MOVE MTB-MARCA(IDX-MAESTRO) TO MARCA-JUGADOR
                   MOVE MTB-ACIERTOS(IDX-MAESTRO) TO VIDA-ACIERTOS-JUG
                   MOVE MTB-ERRORES(IDX-MAESTRO) TO VIDA-ERRORES-JUG
               END-IF
           END-PERFORM
           IF Posicion NOT > MARCA-JUGADOR THEN
               ADD 1 TO REGISTROS-YA-ACUMULADOS
           ELSE
               ADD 1 TO REGISTROS-EVALUADOS
               MOVE "N" TO ENCONTRADO-SES
               PERFORM VARYING IDX-SES-BUSQUEDA FROM 1 BY 1
                   UNTIL IDX-SES-BUSQUEDA > TOTAL-SESIONES
                   OR ENCONTRADO-SES = "S"
                   IF SES-NOMBRE(IDX-SES-BUSQUEDA) = Nombre
                       AND SES-FECHA(IDX-SES-BUSQUEDA) = Fecha THEN
                       MOVE "S" TO ENCONTRADO-SES
                       MOVE IDX-SES-BUSQUEDA TO IDX-SESION
                   END-IF
               END-PERFORM
               IF ENCONTRADO-SES = "N" THEN
                   IF TOTAL-SESIONES < 1000 THEN
                       ADD 1 TO TOTAL-SESIONES
                       MOVE TOTAL-SESIONES TO IDX-SESION
                       PERFORM ALTA-SESION
                   ELSE
                       DISPLAY "MAS DE 1000 SESIONES SIN ACUMULAR;"
                           " NO SE PUEDE CONTROLAR"
                       CLOSE DATOS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF SES-JUGADAS(IDX-SESION) > 0
                   AND Tiempo = SES-TIEMPO-ANT(IDX-SESION) THEN
                   ADD 1 TO SES-RACHA(IDX-SESION)
               ELSE
                   MOVE 1 TO SES-RACHA(IDX-SESION)
               END-IF
               IF SES-RACHA(IDX-SESION) > SES-RACHA-MAX(IDX-SESION)
                   THEN
                   MOVE SES-RACHA(IDX-SESION)
                       TO SES-RACHA-MAX(IDX-SESION)
               END-IF
               MOVE Tiempo TO SES-TIEMPO-ANT(IDX-SESION)
               ADD 1 TO SES-JUGADAS(IDX-SESION)
               IF Acierto = "Si" THEN
                   ADD 1 TO SES-ACIERTOS(IDX-SESION)
               END-IF
               IF Tiempo < UMBRAL-TIEMPO-MINIMO THEN
                   ADD 1 TO SES-RAPIDAS(IDX-SESION)
               END-IF
               IF Tiempo < SES-TIEMPO-MIN(IDX-SESION) THEN
                   MOVE Tiempo TO SES-TIEMPO-MIN(IDX-SESION)
               END-IF
           END-IF.

       ALTA-SESION.
           MOVE Nombre TO SES-NOMBRE(IDX-SESION)
           MOVE Fecha TO SES-FECHA(IDX-SESION)
           MOVE 0 TO SES-JUGADAS(IDX-SESION)
           MOVE 0 TO SES-ACIERTOS(IDX-SESION)
           MOVE 0 TO SES-RAPIDAS(IDX-SESION)
           MOVE 9999999999 TO SES-TIEMPO-MIN(IDX-SESION)
           MOVE 0 TO SES-TIEMPO-ANT(IDX-SESION)
           MOVE 0 TO SES-RACHA(IDX-SESION)
           MOVE 0 TO SES-RACHA-MAX(IDX-SESION)
           MOVE VIDA-ACIERTOS-JUG TO SES-VIDA-ACIERTOS(IDX-SESION)
           MOVE VIDA-ERRORES-JUG TO SES-VIDA-ERRORES(IDX-SESION)
           MOVE "N" TO SES-YA-REVISADA(IDX-SESION)
           MOVE MARCA-JUGADOR TO SES-MARCA(IDX-SESION)
           PERFORM VARYING IDX-REVISADA FROM 1 BY 1
               UNTIL IDX-REVISADA > TOTAL-REVISADAS
               OR SES-YA-REVISADA(IDX-SESION) = "S"
               IF RVT-NOMBRE(IDX-REVISADA) = Nombre
                   AND RVT-FECHA(IDX-REVISADA) = Fecha THEN
                   MOVE "S" TO SES-YA-REVISADA(IDX-SESION)
               END-IF
           END-PERFORM.

      *> APLICA LAS TRES REGLAS A UNA SESION; SI DISPARA ALGUNA SE
      *> ANOTA RETENIDA EN LA REVISION Y SE IMPRIME. LA REGLA DE
      *> ACIERTO SOLO SE APLICA CON JUGADAS SUFICIENTES EN LA SESION
      *> Y EN LA VIDA DEL JUGADOR, PARA QUE UN PRINCIPIANTE QUE
      *> MEJORA NO QUEDE MARCADO
       EVALUAR-SESION.
           MOVE "---" TO REGLAS-SESION
           MOVE 0 TO PCT-SESION
           MOVE 0 TO PCT-VIDA
           IF SES-RAPIDAS(IDX-SESION) > 0 THEN
               MOVE "T" TO REGLAS-SESION(1:1)
           END-IF
           IF SES-RACHA-MAX(IDX-SESION) NOT < UMBRAL-RACHA-IGUAL THEN
               MOVE "I" TO REGLAS-SESION(2:1)
           END-IF
           COMPUTE PCT-SESION =
               SES-ACIERTOS(IDX-SESION) * 100 / SES-JUGADAS(IDX-SESION)
           COMPUTE TOTAL-JUGADAS-VIDA = SES-VIDA-ACIERTOS(IDX-SESION)
               + SES-VIDA-ERRORES(IDX-SESION)
           IF TOTAL-JUGADAS-VIDA > 0 THEN
               COMPUTE PCT-VIDA = SES-VIDA-ACIERTOS(IDX-SESION) * 100
                   / TOTAL-JUGADAS-VIDA
           END-IF
           IF SES-JUGADAS(IDX-SESION) NOT < UMBRAL-JUGADAS-SESION
               AND TOTAL-JUGADAS-VIDA NOT < UMBRAL-JUGADAS-VIDA
               AND TOTAL-JUGADAS-VIDA > 0
               AND PCT-SESION > PCT-VIDA + UMBRAL-SALTO THEN
               MOVE "A" TO REGLAS-SESION(3:1)
           END-IF
           IF REGLAS-SESION NOT = "---" THEN
               ADD 1 TO SESIONES-MARCADAS
               MOVE SPACES TO RegistroRevision
               MOVE SES-NOMBRE(IDX-SESION) TO REV-NOMBRE
               MOVE SES-FECHA(IDX-SESION) TO REV-FECHA
               MOVE "P" TO REV-ESTADO
               MOVE REGLAS-SESION TO REV-REGLAS
               MOVE SES-JUGADAS(IDX-SESION) TO REV-JUGADAS
               MOVE SES-ACIERTOS(IDX-SESION) TO REV-ACIERTOS
               MOVE SES-RAPIDAS(IDX-SESION) TO REV-RAPIDAS
               MOVE SES-TIEMPO-MIN(IDX-SESION) TO REV-TIEMPO-MIN
               MOVE SES-RACHA-MAX(IDX-SESION) TO REV-RACHA-IGUAL
               MOVE PCT-SESION TO REV-PCT-SESION
               MOVE PCT-VIDA TO REV-PCT-VIDA
               MOVE WS-FECHA-CORRIDA TO REV-FECHA-ALTA
               MOVE SES-MARCA(IDX-SESION) TO REV-MARCA
               WRITE RegistroRevision
               IF WS-REVISION-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ESCRIBIENDO GameReview.txt, STATUS "
                       WS-REVISION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               STRING SES-NOMBRE(IDX-SESION) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SES-FECHA(IDX-SESION) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   REGLAS-SESION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SES-JUGADAS(IDX-SESION) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SES-ACIERTOS(IDX-SESION) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SES-RAPIDAS(IDX-SESION) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SES-TIEMPO-MIN(IDX-SESION) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SES-RACHA-MAX(IDX-SESION) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PCT-SESION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PCT-VIDA DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
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

       END PROGRAM gamescreen.
