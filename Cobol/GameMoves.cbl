      *> CUANTOS PUNTOS SACO CADA UNO, QUIEN ES NUEVO EN LA TABLA Y
      *> QUIEN DESAPARECIO. POR OMISION COMPARA LA ULTIMA FOTO CONTRA
      *> LA INMEDIATA ANTERIOR; EL OPERADOR PUEDE PEDIR OTRA FECHA
      *> BASE (POR EJEMPLO LA DE HACE UN MES).
      *>
      *> CON LOS CIERRES DE TEMPORADA DE gameseason CADA FOTO
      *> PERTENECE A UNA TEMPORADA: LA ACTUAL VA DESDE EL DIA
      *> SIGUIENTE AL ULTIMO CIERRE Y UNA CERRADA DESDE EL DIA
      *> SIGUIENTE AL CIERRE ANTERIOR HASTA LA VISPERA DEL SUYO (LAS
      *> FOTOS DEL MISMO DIA DE UN CIERRE NO SE USAN, PORQUE NO SE
      *> SABE SI SON DE ANTES O DE DESPUES DE PONER EL MAESTRO EN
      *> CERO). SIN TEMPORADA PEDIDA SE COMPARA DENTRO DE LA ACTUAL;
      *> CON UNA CERRADA, LA TABLA FINAL ARCHIVADA EN
      *> GameSeasons.txt HACE DE FOTO ACTUAL CONTRA UNA FOTO DE ESA
      *> TEMPORADA (POR OMISION LA ULTIMA ANTES DEL CIERRE)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT INSTANTANEAS ASSIGN TO "GameSnapshots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTANTANEAS-STATUS.
       SELECT TEMPORADAS ASSIGN TO "GameSeasons.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPORADAS-STATUS.
       SELECT REPORTE ASSIGN TO WS-REPORTE-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORTE-STATUS.
           02 INS-ERRORES PIC 9(7).
           02 FILLER PIC X(1).
           02 INS-PUNTOS PIC S9(8) SIGN LEADING SEPARATE.
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
       FD REPORTE.
       01 LineaReporte PIC X(80).

           02 TOTAL-IGUALES PIC 9(3) VALUES 000.
           02 TOTAL-NUEVOS PIC 9(3) VALUES 000.
           02 TOTAL-SALIERON PIC 9(3) VALUES 000.
      *> TEMPORADA PEDIDA (EN BLANCO LA ACTUAL) Y LA VENTANA DE
      *> FECHAS DE FOTO QUE LE CORRESPONDE, AMBOS EXTREMOS EXCLUIDOS
       01 ControlTemporada.
           02 WS-TEMPORADAS-STATUS PIC XX VALUES "00".
           02 TEMPORADA-PEDIDA PIC X(8) VALUES SPACES.
           02 TEMPORADA-HALLADA PIC X(1) VALUES "N".
           02 CIERRE-PEDIDO PIC X(8) VALUES SPACES.
           02 ULTIMO-CIERRE PIC X(8) VALUES SPACES.
           02 VENTANA-DESDE PIC X(8) VALUES SPACES.
           02 VENTANA-HASTA PIC X(8) VALUES "99999999".
           02 TOTAL-TEMPORADAS PIC 9(3) VALUES 000.
           02 IDX-TEMPORADA PIC 9(3) VALUES 000.
           02 TEMPORADA-ENTRY OCCURS 100 TIMES.
               03 TMP-ID PIC X(8).
               03 TMP-CIERRE PIC X(8).
       01 TablaFechas.
           02 TOTAL-FECHAS PIC 9(3) VALUES 000.
           02 FECHAS-EN-LIMITE PIC X(1) VALUES "N".
       PROCEDURE DIVISION.
           DISPLAY "MOVIMIENTOS DEL RANKING ENTRE DOS FOTOS"

           DISPLAY "TEMPORADA (ENTER = LA ACTUAL): "
           ACCEPT TEMPORADA-PEDIDA
           PERFORM CARGAR-TEMPORADAS

      *> PRIMERA PASADA: JUNTAR LAS FECHAS DISTINTAS DEL ARCHIVO DE
      *> INSTANTANEAS Y QUEDARSE CON LA ULTIMA
           OPEN INPUT INSTANTANEAS
           AT END SET FinInstantaneas TO TRUE
           END-READ
           PERFORM UNTIL FinInstantaneas
               IF INS-FECHA > VENTANA-DESDE
                   AND INS-FECHA < VENTANA-HASTA THEN
                   PERFORM ANOTAR-FECHA
               END-IF
               READ INSTANTANEAS
               AT END SET FinInstantaneas TO TRUE
               END-READ
      *> LA ULTIMA FOTO Y LA INMEDIATA ANTERIOR YA VIENEN COMO
      *> MAXIMOS CORRIENTES DE LA PRIMERA PASADA, SIN DEPENDER DEL
      *> TOPE DE LA TABLA DE FECHAS
      *> EN UNA TEMPORADA CERRADA LA FOTO ACTUAL ES LA TABLA FINAL
      *> ARCHIVADA Y ALCANZA CON UNA FOTO DENTRO DE LA TEMPORADA
           IF TEMPORADA-PEDIDA = SPACES THEN
               IF FECHA-SEGUNDA = SPACES THEN
                   DISPLAY "HACEN FALTA AL MENOS DOS FOTOS FECHADAS"
                       " EN LA TEMPORADA ACTUAL"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ULTIMA FOTO: " FECHA-ULTIMA
               DISPLAY "FECHA BASE (AAAAMMDD, VACIO = LA ANTERIOR): "
           ELSE
               IF FECHA-ULTIMA = SPACES THEN
                   DISPLAY "NO HAY FOTOS DE LA TEMPORADA "
                       TEMPORADA-PEDIDA " ANTERIORES A SU CIERRE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "CIERRE DE LA TEMPORADA " TEMPORADA-PEDIDA
                   ": " CIERRE-PEDIDO
               DISPLAY "FECHA BASE (AAAAMMDD, VACIO = " FECHA-ULTIMA
                   "): "
           END-IF
           ACCEPT FECHA-PEDIDA
           IF FECHA-PEDIDA = SPACES THEN
               IF TEMPORADA-PEDIDA = SPACES THEN
                   MOVE FECHA-SEGUNDA TO FECHA-BASE
               ELSE
                   MOVE FECHA-ULTIMA TO FECHA-BASE
               END-IF
           ELSE
               IF FECHA-PEDIDA NOT > VENTANA-DESDE
                   OR FECHA-PEDIDA NOT < VENTANA-HASTA THEN
                   DISPLAY "LA FECHA " FECHA-PEDIDA " NO ES DE LA"
                       " TEMPORADA PEDIDA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO ENCONTRADO-FECHA
               PERFORM VARYING IDX-FECHA FROM 1 BY 1
                   UNTIL IDX-FECHA > TOTAL-FECHAS
                       STOP RUN
                   END-IF
               END-IF
               IF FECHA-PEDIDA NOT < FECHA-ULTIMA
                   AND TEMPORADA-PEDIDA = SPACES THEN
                   DISPLAY "LA FECHA BASE DEBE SER ANTERIOR A "
                       FECHA-ULTIMA
                   MOVE 8 TO RETURN-CODE
               END-READ
           END-PERFORM
           CLOSE INSTANTANEAS
           IF TEMPORADA-PEDIDA NOT = SPACES THEN
               PERFORM CARGAR-FOTO-TEMPORADA
           END-IF
           IF ACT-EN-LIMITE = "S" OR BAS-EN-LIMITE = "S" THEN
               DISPLAY "AVISO: ALGUNA FOTO SUPERA LOS 200 JUGADORES;"
                   " SE COMPARAN LOS PRIMEROS 200"
               STOP RUN
           END-IF

           IF TEMPORADA-PEDIDA = SPACES THEN
               STRING "GameMoves_" DELIMITED BY SIZE
                   FECHA-ULTIMA DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-REPORTE-NOMBRE
           ELSE
               STRING "GameMoves_" DELIMITED BY SIZE
                   TEMPORADA-PEDIDA DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-REPORTE-NOMBRE
           END-IF
           OPEN OUTPUT REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-REPORTE-NOMBRE
               STOP RUN
           END-IF

           IF TEMPORADA-PEDIDA = SPACES THEN
               STRING "MOVIMIENTOS DEL RANKING: " DELIMITED BY SIZE
                   FECHA-BASE DELIMITED BY SIZE
                   " CONTRA " DELIMITED BY SIZE
                   FECHA-ULTIMA DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           ELSE
               STRING "MOVIMIENTOS DEL RANKING: " DELIMITED BY SIZE
                   FECHA-BASE DELIMITED BY SIZE
                   " CONTRA CIERRE DE TEMPORADA " DELIMITED BY SIZE
                   TEMPORADA-PEDIDA DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   CIERRE-PEDIDO DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           END-IF
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
      *> CORRIDA DOS VECES EL MISMO DIA) SOLO VALE EL ULTIMO BLOQUE:
      *> AL REABRIRSE LA FECHA SE DESCARTA LO CARGADO ANTES
       CARGAR-FOTO.
           IF INS-FECHA = FECHA-ULTIMA
               AND TEMPORADA-PEDIDA = SPACES THEN
               IF ACT-EN-BLOQUE = "N" THEN
                   MOVE 000 TO ACT-TOTAL
                   MOVE "N" TO ACT-EN-LIMITE
               MOVE "N" TO BAS-EN-BLOQUE
           END-IF.

      *> LAS TEMPORADAS CERRADAS DE GameSeasons.txt (UNA ENTRADA POR
      *> TEMPORADA; EL ARCHIVO LAS TRAE AGRUPADAS) PARA ARMAR LA
      *> VENTANA DE FECHAS: LA ACTUAL EMPIEZA DESPUES DEL ULTIMO
      *> CIERRE, UNA CERRADA VA DEL CIERRE ANTERIOR AL SUYO. SIN
      *> ARCHIVO TODAS LAS FOTOS SON DE LA TEMPORADA ACTUAL; SI
      *> EXISTE Y NO SE PUEDE ABRIR SE CORTA, PORQUE LA VENTANA
      *> QUEDARIA MAL ARMADA
       CARGAR-TEMPORADAS.
           MOVE 0 TO TOTAL-TEMPORADAS
           OPEN INPUT TEMPORADAS
           IF WS-TEMPORADAS-STATUS NOT = "00"
               AND WS-TEMPORADAS-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameSeasons.txt, STATUS "
                   WS-TEMPORADAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TEMPORADAS-STATUS = "00" THEN
               READ TEMPORADAS
               AT END SET FinTemporadas TO TRUE
               END-READ
               PERFORM UNTIL FinTemporadas
                   IF TOTAL-TEMPORADAS = 0 THEN
                       ADD 1 TO TOTAL-TEMPORADAS
                       MOVE TEM-ID TO TMP-ID(TOTAL-TEMPORADAS)
                       MOVE TEM-FECHA-CIERRE
                           TO TMP-CIERRE(TOTAL-TEMPORADAS)
                   ELSE
                       IF TEM-ID NOT = TMP-ID(TOTAL-TEMPORADAS)
                           AND TOTAL-TEMPORADAS < 100 THEN
                           ADD 1 TO TOTAL-TEMPORADAS
                           MOVE TEM-ID TO TMP-ID(TOTAL-TEMPORADAS)
                           MOVE TEM-FECHA-CIERRE
                               TO TMP-CIERRE(TOTAL-TEMPORADAS)
                       END-IF
                   END-IF
                   IF ULTIMO-CIERRE = SPACES
                       OR TEM-FECHA-CIERRE > ULTIMO-CIERRE THEN
                       MOVE TEM-FECHA-CIERRE TO ULTIMO-CIERRE
                   END-IF
                   READ TEMPORADAS
                   AT END SET FinTemporadas TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TEMPORADAS
           END-IF
           IF TEMPORADA-PEDIDA = SPACES THEN
               MOVE ULTIMO-CIERRE TO VENTANA-DESDE
               MOVE "99999999" TO VENTANA-HASTA
               IF ULTIMO-CIERRE NOT = SPACES THEN
                   DISPLAY "TEMPORADA ACTUAL: FOTOS POSTERIORES AL "
                       ULTIMO-CIERRE
               END-IF
           ELSE
               MOVE "N" TO TEMPORADA-HALLADA
               PERFORM VARYING IDX-TEMPORADA FROM 1 BY 1
                   UNTIL IDX-TEMPORADA > TOTAL-TEMPORADAS
                   IF TMP-ID(IDX-TEMPORADA) = TEMPORADA-PEDIDA THEN
                       MOVE "S" TO TEMPORADA-HALLADA
                       MOVE TMP-CIERRE(IDX-TEMPORADA) TO CIERRE-PEDIDO
                   END-IF
               END-PERFORM
               IF TEMPORADA-HALLADA = "N" THEN
                   DISPLAY "LA TEMPORADA " TEMPORADA-PEDIDA
                       " NO ESTA EN GameSeasons.txt"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO VENTANA-DESDE
               PERFORM VARYING IDX-TEMPORADA FROM 1 BY 1
                   UNTIL IDX-TEMPORADA > TOTAL-TEMPORADAS
                   IF TMP-CIERRE(IDX-TEMPORADA) < CIERRE-PEDIDO
                       AND TMP-CIERRE(IDX-TEMPORADA) > VENTANA-DESDE
                       THEN
                       MOVE TMP-CIERRE(IDX-TEMPORADA) TO VENTANA-DESDE
                   END-IF
               END-PERFORM
               MOVE CIERRE-PEDIDO TO VENTANA-HASTA
           END-IF.

      *> LA TABLA FINAL ARCHIVADA DE LA TEMPORADA PEDIDA HACE DE FOTO
      *> ACTUAL; VIENE GRABADA EN ORDEN DE POSICION
       CARGAR-FOTO-TEMPORADA.
           MOVE 000 TO ACT-TOTAL
           MOVE "N" TO ACT-EN-LIMITE
           OPEN INPUT TEMPORADAS
           IF WS-TEMPORADAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR REABRIENDO GameSeasons.txt, STATUS "
                   WS-TEMPORADAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TEMPORADAS
           AT END SET FinTemporadas TO TRUE
           END-READ
           PERFORM UNTIL FinTemporadas
               IF TEM-ID = TEMPORADA-PEDIDA
                   AND TEM-POSICION IS NUMERIC THEN
                   IF ACT-TOTAL < 200 THEN
                       ADD 1 TO ACT-TOTAL
                       MOVE TEM-POSICION TO ACT-POSICION(ACT-TOTAL)
                       MOVE TEM-NOMBRE TO ACT-NOMBRE(ACT-TOTAL)
                       MOVE 0 TO ACT-ACIERTOS(ACT-TOTAL)
                       MOVE 0 TO ACT-ERRORES(ACT-TOTAL)
                       IF TEM-ACIERTOS IS NUMERIC THEN
                           MOVE TEM-ACIERTOS TO ACT-ACIERTOS(ACT-TOTAL)
                       END-IF
                       IF TEM-ERRORES IS NUMERIC THEN
                           MOVE TEM-ERRORES TO ACT-ERRORES(ACT-TOTAL)
                       END-IF
                       MOVE TEM-PUNTOS TO ACT-PUNTOS(ACT-TOTAL)
                   ELSE
                       MOVE "S" TO ACT-EN-LIMITE
                   END-IF
               END-IF
               READ TEMPORADAS
               AT END SET FinTemporadas TO TRUE
               END-READ
           END-PERFORM
           CLOSE TEMPORADAS.

      *> UNA LINEA POR JUGADOR DE LA FOTO ACTUAL: POSICIONES GANADAS
      *> O PERDIDAS Y DIFERENCIA DE PUNTOS CONTRA LA BASE, O NUEVO SI
      *> NO ESTABA
