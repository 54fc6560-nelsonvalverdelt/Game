      *> DE LAS ESTADISTICAS SIN AVISO. ESTE PASO SEPARA LOS REGISTROS
      *> LIMPIOS (GameValid.txt, PARA LA CORRIDA PRINCIPAL) DE LOS
      *> RECHAZADOS (GameRejects.txt, CON CODIGO DE MOTIVO Y EL CAMPO
      *> OFENSOR) Y DEJA UN CUADRE LEIDOS = ACEPTADOS + RECHAZADOS.
      *>
      *> GameRejects.txt SE PISA EN CADA CORRIDA; EL SEGUIMIENTO DE
      *> CADA RECHAZO HASTA QUE SE RESUELVE VIVE EN EL ARCHIVO DE
      *> SUSPENSO GameSuspense.txt: UNA ENTRADA POR IMAGEN RECHAZADA,
      *> CON SU FECHA DE ALTA, LAS VECES QUE VOLVIO A RECHAZARSE Y SU
      *> ESTADO (P PENDIENTE, R REENVIADO POR gamesuspense, C RESUELTO
      *> PORQUE LA EDICION YA LO ACEPTO, B DADO DE BAJA CON MOTIVO).
      *> LAS ENTRADAS CERRADAS SE CONSERVAN HASTA LA CORRIDA DEL DIA
      *> SIGUIENTE AL CIERRE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT CONTROLEDIT ASSIGN TO "GameEditControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROLEDIT-STATUS.
       SELECT SUSPENSO ASSIGN TO "GameSuspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 CED-FECHA PIC 9(8).
           02 FILLER PIC X(1).
           02 CED-HORA PIC 9(8).
      *> ARCHIVO DE SUSPENSO DE RECHAZOS: LA IMAGEN ORIGINAL, LA QUE
      *> ESTA HOY EN Game.txt (DISTINTA SI SE CORRIGIO Y REENVIO) Y
      *> LA CORRECCION TODAVIA NO REENVIADA. CAMPOS NUMERICOS COMO X
      *> PARA PODER RELEERLO SIN REVENTAR SI VINO MAL
       FD SUSPENSO.
       01 RegistroSuspenso.
           88 FinSuspenso VALUE HIGH-VALUES.
           02 SUS-ID PIC X(7).
           02 FILLER PIC X(1).
           02 SUS-ESTADO PIC X(1).
           02 FILLER PIC X(1).
           02 SUS-FECHA-ALTA PIC X(8).
           02 FILLER PIC X(1).
           02 SUS-FECHA-ULTIMA PIC X(8).
           02 FILLER PIC X(1).
           02 SUS-VECES PIC X(3).
           02 FILLER PIC X(1).
           02 SUS-MOTIVO PIC X(2).
           02 FILLER PIC X(1).
           02 SUS-CAMPO PIC X(12).
           02 FILLER PIC X(1).
           02 SUS-VALOR PIC X(17).
           02 FILLER PIC X(1).
           02 SUS-BAJA-MOTIVO PIC X(30).
           02 FILLER PIC X(1).
           02 SUS-ORIGINAL PIC X(97).
           02 FILLER PIC X(1).
           02 SUS-ACTUAL PIC X(97).
           02 FILLER PIC X(1).
           02 SUS-CORREGIDO PIC X(97).

       WORKING-STORAGE SECTION.
       01 ControlEdicion.
           02 SEC-POS-MAXIMA PIC 9(9) VALUES 000000000.
           02 SEC-FALTANTES PIC 9(9) VALUES 000000000.
           02 POSICION-ACTUAL PIC 9(9) VALUES 000000000.
      *> EL SUSPENSO EN MEMORIA: SE CARGA AL ARRANCAR, CADA RECHAZO
      *> Y CADA ACEPTADO DE LA CORRIDA SE CRUZA CONTRA LAS ENTRADAS
      *> ABIERTAS POR IMAGEN EXACTA (UNA ENTRADA POR LINEA DE Game.txt:
      *> CADA ENTRADA SE CONSUME AL PRIMER MATCH DE LA CORRIDA) Y AL
      *> FINAL SE REESCRIBE COMPLETO
       01 TablaSuspenso.
           02 TOTAL-SUSPENSO PIC 9(4) VALUES 0000.
           02 SUSPENSO-EN-LIMITE PIC X(1) VALUES "N".
           02 SUSPENSO-ENTRY OCCURS 2000 TIMES.
               03 TSU-ID PIC 9(7).
               03 TSU-ESTADO PIC X(1).
               03 TSU-FECHA-ALTA PIC X(8).
               03 TSU-FECHA-ULTIMA PIC X(8).
               03 TSU-VECES PIC 9(3).
               03 TSU-MOTIVO PIC X(2).
               03 TSU-CAMPO PIC X(12).
               03 TSU-VALOR PIC X(17).
               03 TSU-BAJA-MOTIVO PIC X(30).
               03 TSU-ORIGINAL PIC X(97).
               03 TSU-ACTUAL PIC X(97).
               03 TSU-CORREGIDO PIC X(97).
               03 TSU-VISTO-RECHAZO PIC X(1).
               03 TSU-VISTO-ACEPTADO PIC X(1).
       01 ControlSuspenso.
           02 WS-SUSPENSO-STATUS PIC XX VALUES "00".
           02 IDX-SUS PIC 9(4) VALUES 0000.
           02 IDX-SUS-BUSQUEDA PIC 9(4) VALUES 0000.
           02 ENCONTRADO-SUS PIC X(1) VALUES "N".
           02 ULTIMO-ID-SUSPENSO PIC 9(7) VALUES 0000000.
           02 IDX-ULTIMO-ID PIC 9(4) VALUES 0000.
           02 FECHA-HOY-SUSPENSO PIC X(8) VALUES SPACES.
           02 SUSPENSO-ILEGIBLES PIC 9(5) VALUES 00000.
           02 SUSPENSO-NUEVOS PIC 9(5) VALUES 00000.
           02 SUSPENSO-REINCIDENTES PIC 9(5) VALUES 00000.
           02 SUSPENSO-RESUELTOS PIC 9(5) VALUES 00000.
           02 SUSPENSO-ABIERTOS PIC 9(5) VALUES 00000.
           02 SUSPENSO-DESCARTADOS PIC 9(5) VALUES 00000.
       01 FechaDesarmada.
           02 FEC-ANO PIC X(4).
           02 FEC-SEPARADOR1 PIC X(1).
               "-" DELIMITED BY SIZE
               FCO-DIA DELIMITED BY SIZE
               INTO FECHA-CORRIDA-GUIONES
           MOVE WS-FECHA-HOY TO FECHA-HOY-SUSPENSO

           PERFORM CARGAR-SUSPENSO

           OPEN INPUT DATOS
           IF WS-DATOS-STATUS NOT = "00" THEN
               IF MOTIVO-RECHAZO = SPACES THEN
                   ADD 1 TO REGISTROS-ACEPTADOS
                   WRITE DetalleValido FROM DetalleEntrada
                   PERFORM ANOTAR-ACEPTADO-SUSPENSO
               ELSE
                   ADD 1 TO REGISTROS-RECHAZADOS
                   PERFORM ESCRIBIR-RECHAZO
                   PERFORM ANOTAR-RECHAZO-SUSPENSO
               END-IF
               READ DATOS
               AT END SET FinArchivo TO TRUE
           MOVE WS-HORA-AHORA TO CED-HORA
           WRITE RegistroControlEdit
           CLOSE CONTROLEDIT

      *> EL SUSPENSO SE REESCRIBE DESPUES DEL REGISTRO DE CONTROL: UNA
      *> FALLA ACA (APERTURA, GRABACION O CIERRE) NO INVALIDA
      *> GameValid.txt PERO TERMINA CON 16 PARA QUE LA CADENA
      *> NOCTURNA SE DETENGA Y ALGUIEN LO MIRE
           PERFORM ACTUALIZAR-SUSPENSO
           STOP RUN.

      *> VALIDA EL REGISTRO LEIDO CONTRA LOS VALORES QUE EL PROGRAMA
           WRITE LineaRechazo FROM WS-LINEA-RECHAZO
           MOVE SPACES TO WS-LINEA-RECHAZO.

      *> CARGA EL SUSPENSO EN MEMORIA. SIN ARCHIVO SE EMPIEZA VACIO;
      *> CUALQUIER OTRO ERROR DE APERTURA, UNA LINEA ILEGIBLE O MAS
      *> ENTRADAS DE LAS QUE ENTRAN EN LA TABLA CORTAN LA EDICION
      *> ANTES DE TOCAR NADA: AL FINAL EL SUSPENSO SE REESCRIBE DESDE
      *> LA TABLA Y LO QUE NO SE CARGO SE PERDERIA PARA SIEMPRE,
      *> IGUAL QUE EN gamesuspense
       CARGAR-SUSPENSO.
           OPEN INPUT SUSPENSO
           IF WS-SUSPENSO-STATUS = "35" THEN
               DISPLAY "SIN GameSuspense.txt TODAVIA; SE CREA AL FINAL"
           ELSE
               IF WS-SUSPENSO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO GameSuspense.txt, STATUS "
                       WS-SUSPENSO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ SUSPENSO
               AT END SET FinSuspenso TO TRUE
               END-READ
               PERFORM UNTIL FinSuspenso
                   PERFORM CARGAR-ENTRADA-SUSPENSO
                   READ SUSPENSO
                   AT END SET FinSuspenso TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO
               IF WS-SUSPENSO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR CERRANDO GameSuspense.txt, STATUS "
                       WS-SUSPENSO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SUSPENSO-ILEGIBLES > 0 OR SUSPENSO-EN-LIMITE = "S"
                   THEN
                   DISPLAY "GameSuspense.txt CON " SUSPENSO-ILEGIBLES
                       " LINEAS ILEGIBLES O MAS DE 2000 ENTRADAS;"
                       " REVISAR ANTES DE EDITAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SUSPENSO CARGADO: " TOTAL-SUSPENSO " ENTRADAS"
           END-IF.

       CARGAR-ENTRADA-SUSPENSO.
           IF SUS-ID IS NOT NUMERIC OR SUS-VECES IS NOT NUMERIC THEN
               ADD 1 TO SUSPENSO-ILEGIBLES
           ELSE
               IF TOTAL-SUSPENSO < 2000 THEN
                   ADD 1 TO TOTAL-SUSPENSO
                   MOVE TOTAL-SUSPENSO TO IDX-SUS
                   MOVE SUS-ID TO TSU-ID(IDX-SUS)
                   MOVE SUS-ESTADO TO TSU-ESTADO(IDX-SUS)
                   MOVE SUS-FECHA-ALTA TO TSU-FECHA-ALTA(IDX-SUS)
                   MOVE SUS-FECHA-ULTIMA TO TSU-FECHA-ULTIMA(IDX-SUS)
                   MOVE SUS-VECES TO TSU-VECES(IDX-SUS)
                   MOVE SUS-MOTIVO TO TSU-MOTIVO(IDX-SUS)
                   MOVE SUS-CAMPO TO TSU-CAMPO(IDX-SUS)
                   MOVE SUS-VALOR TO TSU-VALOR(IDX-SUS)
                   MOVE SUS-BAJA-MOTIVO TO TSU-BAJA-MOTIVO(IDX-SUS)
                   MOVE SUS-ORIGINAL TO TSU-ORIGINAL(IDX-SUS)
                   MOVE SUS-ACTUAL TO TSU-ACTUAL(IDX-SUS)
                   MOVE SUS-CORREGIDO TO TSU-CORREGIDO(IDX-SUS)
                   MOVE "N" TO TSU-VISTO-RECHAZO(IDX-SUS)
                   MOVE "N" TO TSU-VISTO-ACEPTADO(IDX-SUS)
                   IF TSU-ID(IDX-SUS) > ULTIMO-ID-SUSPENSO THEN
                       MOVE TSU-ID(IDX-SUS) TO ULTIMO-ID-SUSPENSO
                       MOVE IDX-SUS TO IDX-ULTIMO-ID
                   END-IF
               ELSE
                   MOVE "S" TO SUSPENSO-EN-LIMITE
               END-IF
           END-IF.

      *> UN RECHAZO DE ESTA CORRIDA SE CRUZA CONTRA LAS ENTRADAS
      *> ABIERTAS (PENDIENTES O REENVIADAS) CON LA MISMA IMAGEN EN
      *> Game.txt QUE TODAVIA NO SE CONSUMIERON POR OTRO RECHAZO; SI
      *> NO HAY NINGUNA ES UN RECHAZO NUEVO Y SE DA DE ALTA
       ANOTAR-RECHAZO-SUSPENSO.
           MOVE "N" TO ENCONTRADO-SUS
           PERFORM VARYING IDX-SUS-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-SUS-BUSQUEDA > TOTAL-SUSPENSO
               OR ENCONTRADO-SUS = "S"
               IF TSU-ACTUAL(IDX-SUS-BUSQUEDA) = DetalleEntrada
                   AND TSU-VISTO-RECHAZO(IDX-SUS-BUSQUEDA) = "N"
                   AND (TSU-ESTADO(IDX-SUS-BUSQUEDA) = "P"
                   OR TSU-ESTADO(IDX-SUS-BUSQUEDA) = "R") THEN
                   MOVE "S" TO ENCONTRADO-SUS
                   MOVE IDX-SUS-BUSQUEDA TO IDX-SUS
               END-IF
           END-PERFORM
           IF ENCONTRADO-SUS = "S" THEN
               MOVE "S" TO TSU-VISTO-RECHAZO(IDX-SUS)
               MOVE MOTIVO-RECHAZO TO TSU-MOTIVO(IDX-SUS)
               MOVE CAMPO-RECHAZO TO TSU-CAMPO(IDX-SUS)
               MOVE VALOR-RECHAZO TO TSU-VALOR(IDX-SUS)
               ADD 1 TO SUSPENSO-REINCIDENTES
           ELSE
               IF TOTAL-SUSPENSO < 2000 THEN
                   ADD 1 TO TOTAL-SUSPENSO
                   MOVE TOTAL-SUSPENSO TO IDX-SUS
                   ADD 1 TO ULTIMO-ID-SUSPENSO
                   MOVE ULTIMO-ID-SUSPENSO TO TSU-ID(IDX-SUS)
                   MOVE IDX-SUS TO IDX-ULTIMO-ID
                   MOVE "P" TO TSU-ESTADO(IDX-SUS)
                   MOVE FECHA-HOY-SUSPENSO TO TSU-FECHA-ALTA(IDX-SUS)
                   MOVE FECHA-HOY-SUSPENSO TO TSU-FECHA-ULTIMA(IDX-SUS)
                   MOVE 0 TO TSU-VECES(IDX-SUS)
                   MOVE MOTIVO-RECHAZO TO TSU-MOTIVO(IDX-SUS)
                   MOVE CAMPO-RECHAZO TO TSU-CAMPO(IDX-SUS)
                   MOVE VALOR-RECHAZO TO TSU-VALOR(IDX-SUS)
                   MOVE SPACES TO TSU-BAJA-MOTIVO(IDX-SUS)
                   MOVE DetalleEntrada TO TSU-ORIGINAL(IDX-SUS)
                   MOVE DetalleEntrada TO TSU-ACTUAL(IDX-SUS)
                   MOVE SPACES TO TSU-CORREGIDO(IDX-SUS)
                   MOVE "S" TO TSU-VISTO-RECHAZO(IDX-SUS)
                   MOVE "N" TO TSU-VISTO-ACEPTADO(IDX-SUS)
                   ADD 1 TO SUSPENSO-NUEVOS
               ELSE
                   MOVE "S" TO SUSPENSO-EN-LIMITE
               END-IF
           END-IF.

      *> UN ACEPTADO DE ESTA CORRIDA QUE COINCIDE CON UNA ENTRADA
      *> ABIERTA QUEDA ANOTADO; SI ESA ENTRADA NO VUELVE A RECHAZARSE
      *> EN LA MISMA CORRIDA (UNA COPIA REPETIDA DE LA MISMA LINEA) SE
      *> DA POR RESUELTA AL FINAL
       ANOTAR-ACEPTADO-SUSPENSO.
           MOVE "N" TO ENCONTRADO-SUS
           PERFORM VARYING IDX-SUS-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-SUS-BUSQUEDA > TOTAL-SUSPENSO
               OR ENCONTRADO-SUS = "S"
               IF TSU-ACTUAL(IDX-SUS-BUSQUEDA) = DetalleEntrada
                   AND TSU-VISTO-ACEPTADO(IDX-SUS-BUSQUEDA) = "N"
                   AND (TSU-ESTADO(IDX-SUS-BUSQUEDA) = "P"
                   OR TSU-ESTADO(IDX-SUS-BUSQUEDA) = "R") THEN
                   MOVE "S" TO ENCONTRADO-SUS
                   MOVE "S" TO TSU-VISTO-ACEPTADO(IDX-SUS-BUSQUEDA)
               END-IF
           END-PERFORM.

      *> APLICA LO VISTO EN LA CORRIDA Y REESCRIBE EL SUSPENSO: LO
      *> RECHAZADO OTRA VEZ QUEDA PENDIENTE CON EL MOTIVO DE HOY, LO
      *> ACEPTADO SE CIERRA COMO RESUELTO, Y LAS ENTRADAS CERRADAS EN
      *> UN DIA ANTERIOR SE DESCARTAN (SALVO LA DEL ULTIMO NUMERO, QUE
      *> SE CONSERVA PARA QUE LA NUMERACION NO SE REPITA)
       ACTUALIZAR-SUSPENSO.
           PERFORM VARYING IDX-SUS FROM 1 BY 1
               UNTIL IDX-SUS > TOTAL-SUSPENSO
               IF TSU-VISTO-RECHAZO(IDX-SUS) = "S" THEN
                   IF TSU-VECES(IDX-SUS) < 999 THEN
                       ADD 1 TO TSU-VECES(IDX-SUS)
                   END-IF
                   MOVE "P" TO TSU-ESTADO(IDX-SUS)
                   MOVE FECHA-HOY-SUSPENSO TO TSU-FECHA-ULTIMA(IDX-SUS)
               ELSE
                   IF TSU-VISTO-ACEPTADO(IDX-SUS) = "S" THEN
                       MOVE "C" TO TSU-ESTADO(IDX-SUS)
                       MOVE FECHA-HOY-SUSPENSO
                           TO TSU-FECHA-ULTIMA(IDX-SUS)
                       ADD 1 TO SUSPENSO-RESUELTOS
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT SUSPENSO
           IF WS-SUSPENSO-STATUS NOT = "00" THEN
               DISPLAY "ERROR REESCRIBIENDO GameSuspense.txt, STATUS "
                   WS-SUSPENSO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING IDX-SUS FROM 1 BY 1
                   UNTIL IDX-SUS > TOTAL-SUSPENSO
                   IF (TSU-ESTADO(IDX-SUS) = "C"
                       OR TSU-ESTADO(IDX-SUS) = "B")
                       AND TSU-FECHA-ULTIMA(IDX-SUS) <
                       FECHA-HOY-SUSPENSO
                       AND IDX-SUS NOT = IDX-ULTIMO-ID THEN
                       ADD 1 TO SUSPENSO-DESCARTADOS
                   ELSE
                       PERFORM GRABAR-ENTRADA-SUSPENSO
                   END-IF
               END-PERFORM
               CLOSE SUSPENSO
               IF WS-SUSPENSO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR CERRANDO GameSuspense.txt, STATUS "
                       WS-SUSPENSO-STATUS
                   DISPLAY "GameSuspense.txt PUEDE HABER QUEDADO"
                       " INCOMPLETO; REVISAR ANTES DE LA PROXIMA"
                       " EDICION"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               STRING "SUSPENSO NUEVOS=" DELIMITED BY SIZE
                   SUSPENSO-NUEVOS DELIMITED BY SIZE
                   " REINCIDENTES=" DELIMITED BY SIZE
                   SUSPENSO-REINCIDENTES DELIMITED BY SIZE
                   " RESUELTOS=" DELIMITED BY SIZE
                   SUSPENSO-RESUELTOS DELIMITED BY SIZE
                   " ABIERTOS=" DELIMITED BY SIZE
                   SUSPENSO-ABIERTOS DELIMITED BY SIZE
                   " DESCARTADOS=" DELIMITED BY SIZE
                   SUSPENSO-DESCARTADOS DELIMITED BY SIZE
                   INTO WS-LINEA-RECHAZO
               DISPLAY WS-LINEA-RECHAZO
               MOVE SPACES TO WS-LINEA-RECHAZO
           END-IF
           IF SUSPENSO-EN-LIMITE = "S" THEN
               DISPLAY "AVISO: MAS DE 2000 ENTRADAS EN SUSPENSO;"
                   " HAY RECHAZOS SIN SEGUIMIENTO"
               MOVE 16 TO RETURN-CODE
           END-IF.

       GRABAR-ENTRADA-SUSPENSO.
           MOVE SPACES TO RegistroSuspenso
           MOVE TSU-ID(IDX-SUS) TO SUS-ID
           MOVE TSU-ESTADO(IDX-SUS) TO SUS-ESTADO
           MOVE TSU-FECHA-ALTA(IDX-SUS) TO SUS-FECHA-ALTA
           MOVE TSU-FECHA-ULTIMA(IDX-SUS) TO SUS-FECHA-ULTIMA
           MOVE TSU-VECES(IDX-SUS) TO SUS-VECES
           MOVE TSU-MOTIVO(IDX-SUS) TO SUS-MOTIVO
           MOVE TSU-CAMPO(IDX-SUS) TO SUS-CAMPO
           MOVE TSU-VALOR(IDX-SUS) TO SUS-VALOR
           MOVE TSU-BAJA-MOTIVO(IDX-SUS) TO SUS-BAJA-MOTIVO
           MOVE TSU-ORIGINAL(IDX-SUS) TO SUS-ORIGINAL
           MOVE TSU-ACTUAL(IDX-SUS) TO SUS-ACTUAL
           MOVE TSU-CORREGIDO(IDX-SUS) TO SUS-CORREGIDO
           WRITE RegistroSuspenso
           IF WS-SUSPENSO-STATUS NOT = "00" THEN
               DISPLAY "ERROR GRABANDO GameSuspense.txt, STATUS "
                   WS-SUSPENSO-STATUS " EN LA ENTRADA "
                   TSU-ID(IDX-SUS)
               DISPLAY "GameSuspense.txt PUEDE HABER QUEDADO"
                   " INCOMPLETO; REVISAR ANTES DE LA PROXIMA EDICION"
               CLOSE SUSPENSO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TSU-ESTADO(IDX-SUS) = "P" OR TSU-ESTADO(IDX-SUS) = "R"
               THEN
               ADD 1 TO SUSPENSO-ABIERTOS
           END-IF.

       END PROGRAM gameedit.
