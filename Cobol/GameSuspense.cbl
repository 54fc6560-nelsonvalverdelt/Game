       IDENTIFICATION DIVISION.
       PROGRAM-ID. gamesuspense.

      *> CORRECCION DE LOS RECHAZOS EN SUSPENSO: HASTA AHORA UN
      *> RECHAZO DE LA EDICION QUEDABA EN GameRejects.txt HASTA LA
      *> CORRIDA SIGUIENTE, QUE LO PISABA, Y LA LINEA MALA SEGUIA EN
      *> Game.txt RECHAZANDOSE NOCHE TRAS NOCHE SIN QUE NADIE LA
      *> ARREGLARA. LA EDICION ANOTA CADA RECHAZO EN GameSuspense.txt
      *> Y ESTE PROGRAMA LE PERMITE AL OPERADOR, POR NUMERO DE
      *> RECHAZO: CORREGIR EL CAMPO MALO, REENVIAR LA LINEA (CORREGIDA
      *> O NO) PARA QUE ENTRE EN LA PROXIMA EDICION, O DARLA DE BAJA
      *> CON UN MOTIVO. REENVIAR REEMPLAZA EN Game.txt LA LINEA MALA
      *> POR LA CORREGIDA; DAR DE BAJA LA QUITA DE Game.txt. LA ENTRADA
      *> QUEDA RESUELTA CUANDO LA EDICION ACEPTA LA LINEA REENVIADA;
      *> SI LA VUELVE A RECHAZAR REGRESA A PENDIENTE. CADA CAMBIO
      *> QUEDA EN GameSuspLog.txt CON IMAGEN ANTES Y DESPUES

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SUSPENSO ASSIGN TO "GameSuspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSO-STATUS.
       SELECT CRUDO ASSIGN TO "Game.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRUDO-STATUS.
       SELECT TRABCRUDO ASSIGN TO "GameSuspWork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRABCRUDO-STATUS.
       SELECT BITACORA ASSIGN TO "GameSuspLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BITACORA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO DIBUJO QUE EL SUSPENSO DE LA EDICION
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
       FD CRUDO.
       01 DetalleCrudo.
           88 FinCrudo VALUE HIGH-VALUES.
           02 CRU-REGISTRO PIC X(97).
       FD TRABCRUDO.
       01 DetalleTrabCrudo PIC X(97).
       FD BITACORA.
       01 LineaBitacora PIC X(200).

       WORKING-STORAGE SECTION.
       01 ControlCorreccion.
           02 WS-SUSPENSO-STATUS PIC XX VALUES "00".
           02 WS-CRUDO-STATUS PIC XX VALUES "00".
           02 WS-TRABCRUDO-STATUS PIC XX VALUES "00".
           02 WS-BITACORA-STATUS PIC XX VALUES "00".
           02 OPCION PIC X(1) VALUES SPACES.
           02 CAMPO-ELEGIDO PIC X(1) VALUES SPACES.
           02 CORRECCION-VALIDA PIC X(1) VALUES "N".
           02 ID-INGRESADO PIC X(7) VALUES SPACES.
           02 ID-BUSCADO PIC 9(7) VALUES 0000000.
           02 VALOR-INGRESADO PIC X(17) VALUES SPACES.
           02 VALOR-AJUSTADO PIC X(10) VALUES SPACES.
           02 VALOR-CORRIMIENTO PIC X(10) VALUES SPACES.
           02 MOTIVO-BAJA PIC X(30) VALUES SPACES.
           02 ACCION-BITACORA PIC X(8) VALUES SPACES.
           02 MOMENTO-BITACORA PIC X(8) VALUES SPACES.
           02 WS-FECHA-HOY PIC 9(8) VALUES 0.
           02 WS-HORA-AHORA PIC 9(8) VALUES 0.
           02 WS-LINEA-BITACORA PIC X(200) VALUES SPACES.
           02 TOTAL-LISTADOS PIC 9(5) VALUES 00000.
           02 IDX-SUS PIC 9(4) VALUES 0000.
           02 IDX-SUS-BUSQUEDA PIC 9(4) VALUES 0000.
           02 ENCONTRADO-SUS PIC X(1) VALUES "N".
           02 SUSPENSO-ILEGIBLES PIC 9(5) VALUES 00000.
      *> PASADA SOBRE EL CRUDO: R REEMPLAZA LA PRIMERA LINEA IGUAL A
      *> LA IMAGEN BUSCADA POR LA NUEVA, B LA QUITA, V SOLO VERIFICA
      *> QUE ESTE
           02 ACCION-CRUDO PIC X(1) VALUES SPACES.
           02 IMAGEN-BUSCADA PIC X(97) VALUES SPACES.
           02 IMAGEN-NUEVA PIC X(97) VALUES SPACES.
           02 ENCONTRADO-CRUDO PIC X(1) VALUES "N".
           02 CRUDO-PASADO PIC X(1) VALUES "N".
           02 CRUDO-CAMBIADO PIC X(1) VALUES "N".
           02 CRUDO-LEIDOS PIC 9(7) VALUES 0000000.
           02 CRUDO-REESCRITOS PIC 9(7) VALUES 0000000.
           02 CRUDO-ESPERADOS PIC 9(7) VALUES 0000000.
           02 TRABAJO-CORRECTO PIC X(1) VALUES "S".
      *> LA IMAGEN EN CORRECCION, CON EL MISMO DIBUJO QUE LA ENTRADA
      *> DE LA EDICION PARA PODER TOCAR UN CAMPO POR VEZ
       01 ImagenTrabajo.
           02 IMG-POSICION PIC X(9).
           02 IMG-ENTRADA PIC X(10).
           02 IMG-DIRECCION PIC X(17).
           02 IMG-COLOR PIC X(16).
           02 IMG-ACIERTO PIC X(10).
           02 IMG-TIEMPO PIC X(10).
           02 IMG-NOMBRE PIC X(15).
           02 IMG-FECHA PIC X(10).
      *> EL SUSPENSO COMPLETO EN MEMORIA; DESPUES DE CADA CAMBIO SE
      *> REESCRIBE ENTERO, IGUAL QUE LO HACE LA EDICION
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

       PROCEDURE DIVISION.
           DISPLAY "CORRECCION DE RECHAZOS EN SUSPENSO"

           OPEN INPUT SUSPENSO
           IF WS-SUSPENSO-STATUS = "35" THEN
               DISPLAY "NO EXISTE GameSuspense.txt TODAVIA; NADA QUE"
                   " CORREGIR"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
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
      *> CON LINEAS PERDIDAS AL CARGAR, REESCRIBIR EL SUSPENSO LAS
      *> BORRARIA PARA SIEMPRE: SE SALE SIN TOCAR NADA
           IF SUSPENSO-ILEGIBLES > 0 OR SUSPENSO-EN-LIMITE = "S" THEN
               DISPLAY "GameSuspense.txt CON " SUSPENSO-ILEGIBLES
                   " LINEAS ILEGIBLES O MAS DE 2000 ENTRADAS;"
                   " REVISAR ANTES DE CORREGIR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> LA BITACORA SE ABRE EN EXTEND PARA QUE EL HISTORIAL DE
      *> CAMBIOS DE TODAS LAS SESIONES QUEDE EN UN SOLO ARCHIVO
           OPEN EXTEND BITACORA
           IF WS-BITACORA-STATUS = "35" THEN
               OPEN OUTPUT BITACORA
           END-IF
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameSuspLog.txt, STATUS "
                   WS-BITACORA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OPCION = "0"
               DISPLAY " "
               DISPLAY "1 = LISTAR RECHAZOS ABIERTOS"
               DISPLAY "2 = CORREGIR UN CAMPO DE UN RECHAZO"
               DISPLAY "3 = REENVIAR UN RECHAZO A LA PROXIMA EDICION"
               DISPLAY "4 = DAR DE BAJA UN RECHAZO CON MOTIVO"
               DISPLAY "0 = SALIR"
               DISPLAY "OPCION: "
               ACCEPT OPCION
               IF OPCION = "1" THEN
                   PERFORM LISTAR-ABIERTOS
               END-IF
               IF OPCION = "2" THEN
                   PERFORM CORREGIR-RECHAZO
               END-IF
               IF OPCION = "3" THEN
                   PERFORM REENVIAR-RECHAZO
               END-IF
               IF OPCION = "4" THEN
                   PERFORM DAR-BAJA-RECHAZO
               END-IF
           END-PERFORM

           CLOSE BITACORA
           STOP RUN.

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
               ELSE
                   MOVE "S" TO SUSPENSO-EN-LIMITE
               END-IF
           END-IF.

      *> LOS PENDIENTES Y LOS REENVIADOS QUE TODAVIA ESPERAN LA
      *> PROXIMA EDICION; UNA CORRECCION HECHA Y NO REENVIADA SE
      *> MUESTRA DEBAJO DE LA LINEA ACTUAL
       LISTAR-ABIERTOS.
           DISPLAY " NUMERO  E ALTA     VECES MOTIVO CAMPO        VALOR"
           MOVE 0 TO TOTAL-LISTADOS
           PERFORM VARYING IDX-SUS FROM 1 BY 1
               UNTIL IDX-SUS > TOTAL-SUSPENSO
               IF TSU-ESTADO(IDX-SUS) = "P"
                   OR TSU-ESTADO(IDX-SUS) = "R" THEN
                   DISPLAY " " TSU-ID(IDX-SUS) " "
                       TSU-ESTADO(IDX-SUS) " "
                       TSU-FECHA-ALTA(IDX-SUS) "  "
                       TSU-VECES(IDX-SUS) "   "
                       TSU-MOTIVO(IDX-SUS) "   "
                       TSU-CAMPO(IDX-SUS) " ["
                       TSU-VALOR(IDX-SUS) "]"
                   DISPLAY "   ACTUAL:    " TSU-ACTUAL(IDX-SUS)
                   IF TSU-CORREGIDO(IDX-SUS) NOT = SPACES THEN
                       DISPLAY "   CORREGIDO: " TSU-CORREGIDO(IDX-SUS)
                   END-IF
                   ADD 1 TO TOTAL-LISTADOS
               END-IF
           END-PERFORM
           DISPLAY "TOTAL DE RECHAZOS ABIERTOS: " TOTAL-LISTADOS.

      *> UBICA EN LA TABLA EL NUMERO DE RECHAZO QUE TIPEA EL OPERADOR;
      *> EL NUMERO SE AJUSTA A CEROS A LA IZQUIERDA COMO EN EL
      *> MANTENIMIENTO DEL MAESTRO
       UBICAR-RECHAZO.
           MOVE "N" TO ENCONTRADO-SUS
           DISPLAY "NUMERO DE RECHAZO: "
           ACCEPT ID-INGRESADO
           MOVE ID-INGRESADO TO VALOR-INGRESADO
           PERFORM AJUSTAR-VALOR-NUMERICO
           IF VALOR-AJUSTADO IS NOT NUMERIC
               OR VALOR-AJUSTADO(1:3) NOT = "000" THEN
               DISPLAY "NUMERO INVALIDO"
           ELSE
               MOVE VALOR-AJUSTADO(4:7) TO ID-BUSCADO
               PERFORM VARYING IDX-SUS-BUSQUEDA FROM 1 BY 1
                   UNTIL IDX-SUS-BUSQUEDA > TOTAL-SUSPENSO
                   OR ENCONTRADO-SUS = "S"
                   IF TSU-ID(IDX-SUS-BUSQUEDA) = ID-BUSCADO THEN
                       MOVE "S" TO ENCONTRADO-SUS
                       MOVE IDX-SUS-BUSQUEDA TO IDX-SUS
                   END-IF
               END-PERFORM
               IF ENCONTRADO-SUS = "N" THEN
                   DISPLAY "RECHAZO NO ENCONTRADO EN EL SUSPENSO"
               END-IF
           END-IF.

      *> LA CORRECCION SE HACE SOBRE LA IMAGEN ACTUAL (O SOBRE LA
      *> CORRECCION ANTERIOR, SI YA HABIA UNA) Y QUEDA GUARDADA EN LA
      *> ENTRADA; Game.txt NO SE TOCA HASTA QUE SE REENVIA. SOLO SE
      *> CORRIGEN ENTRADAS PENDIENTES
       CORREGIR-RECHAZO.
           PERFORM UBICAR-RECHAZO
           IF ENCONTRADO-SUS = "S" THEN
           IF TSU-ESTADO(IDX-SUS) NOT = "P" THEN
               DISPLAY "SOLO SE CORRIGEN RECHAZOS PENDIENTES; ESTE"
                   " ESTA EN ESTADO " TSU-ESTADO(IDX-SUS)
           ELSE
               IF TSU-CORREGIDO(IDX-SUS) NOT = SPACES THEN
                   MOVE TSU-CORREGIDO(IDX-SUS) TO ImagenTrabajo
               ELSE
                   MOVE TSU-ACTUAL(IDX-SUS) TO ImagenTrabajo
               END-IF
               DISPLAY "MOTIVO " TSU-MOTIVO(IDX-SUS) " CAMPO "
                   TSU-CAMPO(IDX-SUS)
               DISPLAY "1 POSICION    [" IMG-POSICION "]"
               DISPLAY "2 ENTRADA     [" IMG-ENTRADA "]"
               DISPLAY "3 DIRECCION   [" IMG-DIRECCION "]"
               DISPLAY "4 COLORFLECHA [" IMG-COLOR "]"
               DISPLAY "5 ACIERTO     [" IMG-ACIERTO "]"
               DISPLAY "6 TIEMPO      [" IMG-TIEMPO "]"
               DISPLAY "7 NOMBRE      [" IMG-NOMBRE "]"
               DISPLAY "8 FECHA       [" IMG-FECHA "]"
               DISPLAY "CAMPO A CORREGIR: "
               ACCEPT CAMPO-ELEGIDO
               IF CAMPO-ELEGIDO < "1" OR CAMPO-ELEGIDO > "8" THEN
                   DISPLAY "CAMPO INVALIDO, NO SE CORRIGE"
               ELSE
                   DISPLAY "NUEVO VALOR: "
                   ACCEPT VALOR-INGRESADO
                   PERFORM APLICAR-CORRECCION
               END-IF
           END-IF
           END-IF.

      *> POSICION Y TIEMPO SE AJUSTAN A CEROS A LA IZQUIERDA Y SE
      *> EXIGEN NUMERICOS; EL RESTO SE TOMA TAL CUAL LO TIPEA EL
      *> OPERADOR (LA EDICION LO VUELVE A VALIDAR AL REENVIARLO)
       APLICAR-CORRECCION.
           MOVE "S" TO CORRECCION-VALIDA
           IF CAMPO-ELEGIDO = "1" OR CAMPO-ELEGIDO = "6" THEN
               PERFORM AJUSTAR-VALOR-NUMERICO
               IF VALOR-AJUSTADO IS NOT NUMERIC THEN
                   DISPLAY "VALOR NO NUMERICO, NO SE CORRIGE"
                   MOVE "N" TO CORRECCION-VALIDA
               ELSE
                   IF CAMPO-ELEGIDO = "1" THEN
                       IF VALOR-AJUSTADO(1:1) NOT = "0" THEN
                           DISPLAY "POSICION DE MAS DE 9 DIGITOS, NO"
                               " SE CORRIGE"
                           MOVE "N" TO CORRECCION-VALIDA
                       ELSE
                           MOVE VALOR-AJUSTADO(2:9) TO IMG-POSICION
                       END-IF
                   ELSE
                       MOVE VALOR-AJUSTADO TO IMG-TIEMPO
                   END-IF
               END-IF
           END-IF
           IF CAMPO-ELEGIDO = "2" THEN
               MOVE VALOR-INGRESADO TO IMG-ENTRADA
           END-IF
           IF CAMPO-ELEGIDO = "3" THEN
               MOVE VALOR-INGRESADO TO IMG-DIRECCION
           END-IF
           IF CAMPO-ELEGIDO = "4" THEN
               MOVE VALOR-INGRESADO TO IMG-COLOR
           END-IF
           IF CAMPO-ELEGIDO = "5" THEN
               MOVE VALOR-INGRESADO TO IMG-ACIERTO
           END-IF
           IF CAMPO-ELEGIDO = "7" THEN
               MOVE VALOR-INGRESADO TO IMG-NOMBRE
           END-IF
           IF CAMPO-ELEGIDO = "8" THEN
               MOVE VALOR-INGRESADO TO IMG-FECHA
           END-IF
           IF CORRECCION-VALIDA = "S" THEN
               MOVE "CORREGIR" TO ACCION-BITACORA
               MOVE "ANTES" TO MOMENTO-BITACORA
               PERFORM GRABAR-BITACORA
               MOVE ImagenTrabajo TO TSU-CORREGIDO(IDX-SUS)
               PERFORM GRABAR-SUSPENSO
               IF WS-SUSPENSO-STATUS = "00" THEN
                   MOVE "DESPUES" TO MOMENTO-BITACORA
                   PERFORM GRABAR-BITACORA
                   DISPLAY "CORRECCION GUARDADA; FALTA REENVIARLA"
               END-IF
           END-IF.

      *> EL REENVIO PONE LA IMAGEN CORREGIDA EN Game.txt EN LUGAR DE
      *> LA LINEA MALA (SIN CORRECCION SOLO SE VERIFICA QUE LA LINEA
      *> SIGA AHI: ES EL CASO DE UN JUGADOR QUE SE DIO DE ALTA EN EL
      *> PADRON DESPUES DEL RECHAZO). LA ENTRADA QUEDA REENVIADA
      *> HASTA QUE LA PROXIMA EDICION LA ACEPTE O LA RECHACE
       REENVIAR-RECHAZO.
           PERFORM UBICAR-RECHAZO
           IF ENCONTRADO-SUS = "S" THEN
           IF TSU-ESTADO(IDX-SUS) NOT = "P" THEN
               DISPLAY "SOLO SE REENVIAN RECHAZOS PENDIENTES; ESTE"
                   " ESTA EN ESTADO " TSU-ESTADO(IDX-SUS)
           ELSE
               MOVE TSU-ACTUAL(IDX-SUS) TO IMAGEN-BUSCADA
               IF TSU-CORREGIDO(IDX-SUS) = SPACES
                   OR TSU-CORREGIDO(IDX-SUS) = TSU-ACTUAL(IDX-SUS)
                   THEN
                   MOVE "V" TO ACCION-CRUDO
                   MOVE TSU-ACTUAL(IDX-SUS) TO IMAGEN-NUEVA
               ELSE
                   MOVE "R" TO ACCION-CRUDO
                   MOVE TSU-CORREGIDO(IDX-SUS) TO IMAGEN-NUEVA
               END-IF
               PERFORM PASAR-CRUDO
               IF CRUDO-PASADO = "N" THEN
                   DISPLAY "Game.txt NO SE PUDO RECORRER; NO SE"
                       " REENVIA"
               ELSE
               IF ENCONTRADO-CRUDO = "N" THEN
                   DISPLAY "LA LINEA NO ESTA EN Game.txt; NO SE"
                       " REENVIA (DAR DE BAJA SI YA NO CORRESPONDE)"
               ELSE
                   IF ACCION-CRUDO = "R" AND CRUDO-CAMBIADO = "N" THEN
                       DISPLAY "Game.txt NO SE PUDO REESCRIBIR; NO SE"
                           " REENVIA"
                   ELSE
                       MOVE "REENVIAR" TO ACCION-BITACORA
                       MOVE "ANTES" TO MOMENTO-BITACORA
                       PERFORM GRABAR-BITACORA
                       MOVE IMAGEN-NUEVA TO TSU-ACTUAL(IDX-SUS)
                       MOVE SPACES TO TSU-CORREGIDO(IDX-SUS)
                       MOVE "R" TO TSU-ESTADO(IDX-SUS)
                       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                       MOVE WS-FECHA-HOY TO TSU-FECHA-ULTIMA(IDX-SUS)
                       PERFORM GRABAR-SUSPENSO
                       IF WS-SUSPENSO-STATUS = "00" THEN
                           MOVE "DESPUES" TO MOMENTO-BITACORA
                           PERFORM GRABAR-BITACORA
                           DISPLAY "RECHAZO REENVIADO A LA PROXIMA"
                               " EDICION"
                       ELSE
                           DISPLAY "LA ENTRADA NO QUEDO REENVIADA EN"
                               " GameSuspense.txt; Game.txt YA TIENE LA"
                               " IMAGEN NUEVA"
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *> LA BAJA QUITA LA LINEA DE Game.txt (SI TODAVIA ESTA) PARA
      *> QUE NO SE SIGA RECHAZANDO CADA NOCHE, Y CIERRA LA ENTRADA
      *> CON EL MOTIVO QUE DA EL OPERADOR, QUE ES OBLIGATORIO
       DAR-BAJA-RECHAZO.
           PERFORM UBICAR-RECHAZO
           IF ENCONTRADO-SUS = "S" THEN
           IF TSU-ESTADO(IDX-SUS) NOT = "P"
               AND TSU-ESTADO(IDX-SUS) NOT = "R" THEN
               DISPLAY "EL RECHAZO YA ESTA CERRADO (ESTADO "
                   TSU-ESTADO(IDX-SUS) ")"
           ELSE
               DISPLAY "MOTIVO DE LA BAJA: "
               ACCEPT MOTIVO-BAJA
               IF MOTIVO-BAJA = SPACES THEN
                   DISPLAY "SIN MOTIVO NO SE DA DE BAJA"
               ELSE
                   MOVE TSU-ACTUAL(IDX-SUS) TO IMAGEN-BUSCADA
                   MOVE SPACES TO IMAGEN-NUEVA
                   MOVE "B" TO ACCION-CRUDO
                   PERFORM PASAR-CRUDO
                   IF CRUDO-PASADO = "N"
                       OR (ENCONTRADO-CRUDO = "S"
                       AND CRUDO-CAMBIADO = "N") THEN
                       DISPLAY "Game.txt NO SE PUDO REESCRIBIR; NO SE"
                           " DA DE BAJA"
                   ELSE
                       IF ENCONTRADO-CRUDO = "N" THEN
                           DISPLAY "AVISO: LA LINEA YA NO ESTABA EN"
                               " Game.txt"
                       END-IF
                       MOVE "BAJA" TO ACCION-BITACORA
                       MOVE "ANTES" TO MOMENTO-BITACORA
                       PERFORM GRABAR-BITACORA
                       MOVE "B" TO TSU-ESTADO(IDX-SUS)
                       MOVE MOTIVO-BAJA TO TSU-BAJA-MOTIVO(IDX-SUS)
                       ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                       MOVE WS-FECHA-HOY TO TSU-FECHA-ULTIMA(IDX-SUS)
                       PERFORM GRABAR-SUSPENSO
                       IF WS-SUSPENSO-STATUS = "00" THEN
                           MOVE "DESPUES" TO MOMENTO-BITACORA
                           PERFORM GRABAR-BITACORA
                           DISPLAY "RECHAZO DADO DE BAJA"
                       ELSE
                           DISPLAY "LA ENTRADA NO QUEDO DADA DE BAJA EN"
                               " GameSuspense.txt"
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *> UNA PASADA SOBRE Game.txt HACIA EL ARCHIVO DE TRABAJO,
      *> TOCANDO SOLO LA PRIMERA LINEA IGUAL A LA IMAGEN BUSCADA (LAS
      *> DEMAS COPIAS, SI LAS HAY, SON OTRAS ENTRADAS DEL SUSPENSO);
      *> SI HUBO CAMBIO Y LA COPIA QUEDO COMPLETA SE PASA DE VUELTA
      *> SOBRE Game.txt. SIN Game.txt LA LINEA SIMPLEMENTE NO ESTA
       PASAR-CRUDO.
           MOVE "N" TO ENCONTRADO-CRUDO
           MOVE "N" TO CRUDO-PASADO
           MOVE "N" TO CRUDO-CAMBIADO
           MOVE 0 TO CRUDO-LEIDOS
           MOVE 0 TO CRUDO-REESCRITOS
           OPEN INPUT CRUDO
           IF WS-CRUDO-STATUS = "35" THEN
               MOVE "S" TO CRUDO-PASADO
           ELSE
           IF WS-CRUDO-STATUS NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR Game.txt, STATUS "
                   WS-CRUDO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT TRABCRUDO
               IF WS-TRABCRUDO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO GameSuspWork.txt, STATUS "
                       WS-TRABCRUDO-STATUS
                   CLOSE CRUDO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "S" TO TRABAJO-CORRECTO
                   READ CRUDO
                   AT END SET FinCrudo TO TRUE
                   END-READ
                   PERFORM UNTIL FinCrudo OR TRABAJO-CORRECTO = "N"
                       ADD 1 TO CRUDO-LEIDOS
                       IF CRU-REGISTRO = IMAGEN-BUSCADA
                           AND ENCONTRADO-CRUDO = "N" THEN
                           MOVE "S" TO ENCONTRADO-CRUDO
                           IF ACCION-CRUDO NOT = "B" THEN
                               WRITE DetalleTrabCrudo FROM IMAGEN-NUEVA
                           END-IF
                       ELSE
                           WRITE DetalleTrabCrudo FROM DetalleCrudo
                       END-IF
                       IF WS-TRABCRUDO-STATUS NOT = "00" THEN
                           DISPLAY "ERROR GRABANDO GameSuspWork.txt,"
                               " STATUS " WS-TRABCRUDO-STATUS
                           MOVE "N" TO TRABAJO-CORRECTO
                       END-IF
                       READ CRUDO
                       AT END SET FinCrudo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE CRUDO
                   CLOSE TRABCRUDO
                   IF WS-TRABCRUDO-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO GameSuspWork.txt,"
                           " STATUS " WS-TRABCRUDO-STATUS
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   IF TRABAJO-CORRECTO = "N" THEN
                       DISPLAY "Game.txt NO SE TOCO"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE "S" TO CRUDO-PASADO
                       IF ENCONTRADO-CRUDO = "S"
                           AND ACCION-CRUDO NOT = "V" THEN
                           PERFORM REESCRIBIR-CRUDO
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *> VUELVE LA COPIA A Game.txt CONTROLANDO CADA GRABACION, EL
      *> CIERRE Y QUE PASEN TODAS LAS LINEAS LEIDAS (UNA MENOS EN UNA
      *> BAJA). CRUDO-CAMBIADO QUEDA EN "S" SOLO SI TODO CERRO; SI
      *> Game.txt QUEDO A MEDIO REESCRIBIR SE CORTA LA CORRIDA
       REESCRIBIR-CRUDO.
           MOVE CRUDO-LEIDOS TO CRUDO-ESPERADOS
           IF ACCION-CRUDO = "B" THEN
               SUBTRACT 1 FROM CRUDO-ESPERADOS
           END-IF
           OPEN INPUT TRABCRUDO
           IF WS-TRABCRUDO-STATUS NOT = "00" THEN
               DISPLAY "ERROR REABRIENDO GameSuspWork.txt, STATUS "
                   WS-TRABCRUDO-STATUS
               DISPLAY "Game.txt NO SE TOCO"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CRUDO
               IF WS-CRUDO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR REABRIENDO Game.txt, STATUS "
                       WS-CRUDO-STATUS
                   DISPLAY "EL CRUDO CORREGIDO QUEDA EN"
                       " GameSuspWork.txt"
                   CLOSE TRABCRUDO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   READ TRABCRUDO INTO CRU-REGISTRO
                   AT END SET FinCrudo TO TRUE
                   END-READ
                   PERFORM UNTIL FinCrudo OR TRABAJO-CORRECTO = "N"
                       WRITE DetalleCrudo
                       IF WS-CRUDO-STATUS NOT = "00" THEN
                           DISPLAY "ERROR REESCRIBIENDO Game.txt,"
                               " STATUS " WS-CRUDO-STATUS
                           MOVE "N" TO TRABAJO-CORRECTO
                       ELSE
                           ADD 1 TO CRUDO-REESCRITOS
                       END-IF
                       READ TRABCRUDO INTO CRU-REGISTRO
                       AT END SET FinCrudo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TRABCRUDO
                   CLOSE CRUDO
                   IF WS-CRUDO-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO Game.txt, STATUS "
                           WS-CRUDO-STATUS
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   IF CRUDO-REESCRITOS NOT = CRUDO-ESPERADOS THEN
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   DISPLAY "Game.txt REESCRITO: LEIDOS=" CRUDO-LEIDOS
                       " REESCRITOS=" CRUDO-REESCRITOS
                   IF TRABAJO-CORRECTO = "N" THEN
                       DISPLAY "Game.txt PUEDE HABER QUEDADO"
                           " INCOMPLETO; EL CRUDO CORREGIDO QUEDA EN"
                           " GameSuspWork.txt. LA ENTRADA NO SE TOCO"
                       CLOSE BITACORA
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "S" TO CRUDO-CAMBIADO
               END-IF
           END-IF.

      *> REESCRIBE EL SUSPENSO COMPLETO DESDE LA TABLA EN MEMORIA. SI
      *> FALLA UNA GRABACION EL ARCHIVO YA QUEDO TRUNCADO: SE CORTA
      *> ANTES DE SEGUIR, CON LA IMAGEN ANTES DEL CAMBIO EN LA BITACORA
       GRABAR-SUSPENSO.
           OPEN OUTPUT SUSPENSO
           IF WS-SUSPENSO-STATUS NOT = "00" THEN
               DISPLAY "ERROR REESCRIBIENDO GameSuspense.txt, STATUS "
                   WS-SUSPENSO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING IDX-SUS-BUSQUEDA FROM 1 BY 1
                   UNTIL IDX-SUS-BUSQUEDA > TOTAL-SUSPENSO
                   MOVE SPACES TO RegistroSuspenso
                   MOVE TSU-ID(IDX-SUS-BUSQUEDA) TO SUS-ID
                   MOVE TSU-ESTADO(IDX-SUS-BUSQUEDA) TO SUS-ESTADO
                   MOVE TSU-FECHA-ALTA(IDX-SUS-BUSQUEDA)
                       TO SUS-FECHA-ALTA
                   MOVE TSU-FECHA-ULTIMA(IDX-SUS-BUSQUEDA)
                       TO SUS-FECHA-ULTIMA
                   MOVE TSU-VECES(IDX-SUS-BUSQUEDA) TO SUS-VECES
                   MOVE TSU-MOTIVO(IDX-SUS-BUSQUEDA) TO SUS-MOTIVO
                   MOVE TSU-CAMPO(IDX-SUS-BUSQUEDA) TO SUS-CAMPO
                   MOVE TSU-VALOR(IDX-SUS-BUSQUEDA) TO SUS-VALOR
                   MOVE TSU-BAJA-MOTIVO(IDX-SUS-BUSQUEDA)
                       TO SUS-BAJA-MOTIVO
                   MOVE TSU-ORIGINAL(IDX-SUS-BUSQUEDA) TO SUS-ORIGINAL
                   MOVE TSU-ACTUAL(IDX-SUS-BUSQUEDA) TO SUS-ACTUAL
                   MOVE TSU-CORREGIDO(IDX-SUS-BUSQUEDA)
                       TO SUS-CORREGIDO
                   WRITE RegistroSuspenso
                   IF WS-SUSPENSO-STATUS NOT = "00" THEN
                       DISPLAY "ERROR GRABANDO GameSuspense.txt,"
                           " STATUS " WS-SUSPENSO-STATUS
                       DISPLAY "GameSuspense.txt PUEDE HABER QUEDADO"
                           " INCOMPLETO; REVISAR CON GameSuspLog.txt"
                       CLOSE SUSPENSO
                       CLOSE BITACORA
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE SUSPENSO
           END-IF.

      *> EL OPERADOR TIPEA EL NUMERO COMO LE SALGA: SE CORRE A LA
      *> DERECHA HASTA QUE EL ULTIMO CARACTER NO SEA BLANCO Y SE
      *> RELLENA CON CEROS A LA IZQUIERDA, IGUAL QUE EN EL
      *> MANTENIMIENTO DEL MAESTRO; UN VALOR DE MAS DE 10 POSICIONES
      *> O TODO EN BLANCO QUEDA NO NUMERICO
       AJUSTAR-VALOR-NUMERICO.
           MOVE SPACES TO VALOR-AJUSTADO
           IF VALOR-INGRESADO(11:7) = SPACES THEN
               MOVE VALOR-INGRESADO(1:10) TO VALOR-AJUSTADO
           END-IF
           IF VALOR-AJUSTADO NOT = SPACES THEN
               PERFORM UNTIL VALOR-AJUSTADO(10:1) NOT = " "
                   MOVE VALOR-AJUSTADO TO VALOR-CORRIMIENTO
                   MOVE SPACES TO VALOR-AJUSTADO
                   MOVE VALOR-CORRIMIENTO(1:9) TO VALOR-AJUSTADO(2:9)
               END-PERFORM
               INSPECT VALOR-AJUSTADO REPLACING LEADING " " BY "0"
           END-IF.

      *> IMAGEN DE LA ENTRADA EN LA BITACORA: FECHA Y HORA DEL
      *> CAMBIO, ACCION, MOMENTO (ANTES/DESPUES), NUMERO, ESTADO,
      *> MOTIVO Y LA LINEA QUE ESTA EN Game.txt (O LA CORREGIDA, SI
      *> HAY UNA CORRECCION SIN REENVIAR)
       GRABAR-BITACORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           STRING WS-FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-AHORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCION-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOMENTO-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TSU-ID(IDX-SUS) DELIMITED BY SIZE
               " E=" DELIMITED BY SIZE
               TSU-ESTADO(IDX-SUS) DELIMITED BY SIZE
               " M=" DELIMITED BY SIZE
               TSU-MOTIVO(IDX-SUS) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           IF TSU-CORREGIDO(IDX-SUS) NOT = SPACES THEN
               MOVE TSU-CORREGIDO(IDX-SUS) TO WS-LINEA-BITACORA(55:97)
               MOVE "] CORREGIDA" TO WS-LINEA-BITACORA(152:11)
           ELSE
               MOVE TSU-ACTUAL(IDX-SUS) TO WS-LINEA-BITACORA(55:97)
               MOVE "]" TO WS-LINEA-BITACORA(152:1)
           END-IF
           IF TSU-ESTADO(IDX-SUS) = "B" THEN
               MOVE TSU-BAJA-MOTIVO(IDX-SUS)
                   TO WS-LINEA-BITACORA(165:30)
           END-IF
           WRITE LineaBitacora FROM WS-LINEA-BITACORA
           MOVE SPACES TO WS-LINEA-BITACORA.

       END PROGRAM gamesuspense.
