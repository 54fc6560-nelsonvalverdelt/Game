       IDENTIFICATION DIVISION.
       PROGRAM-ID. gamemorning.

      *> RESUMEN DE OPERACIONES DE LA MANANA: REVISAR LA NOCHE
      *> OBLIGABA A ABRIR UNO POR UNO GameNightLog.txt, GameAudit.txt,
      *> GameEditControl.txt, GameRejects.txt, GameMaintLog.txt,
      *> GamePlayersLog.txt Y LA LISTA DE GENERACIONES DE RESPALDO.
      *> ESTE PROGRAMA LOS LEE TODOS PARA UNA FECHA DE CADENA Y
      *> ARMA UN SOLO REPORTE GameMorning_AAAAMMDD.txt CON LO ANORMAL
      *> ARRIBA DE TODO Y DESPUES EL DETALLE: PASOS DE LA CADENA Y SUS
      *> RETURN-CODE, LEIDOS / ACEPTADOS / RECHAZADOS DE LA EDICION,
      *> ARCHIVADOS / CONSERVADOS DE LA DEPURACION (DE
      *> GamePurgeLog.txt), OPERACIONES CORRIDAS Y ALTAS /
      *> ACTUALIZACIONES DEL MAESTRO, EL MANTENIMIENTO DEL MAESTRO Y
      *> DEL PADRON HECHO FUERA DE LA CADENA Y SI HAY UN RESPALDO DE
      *> GameMaster.dat TOMADO DESPUES DE LA CORRIDA.
      *>
      *> LA FECHA SALE DE GameMorningControl.txt (UN REGISTRO,
      *> AAAAMMDD); SIN ARCHIVO O EN BLANCO SE RESUME LA ULTIMA
      *> FECHA QUE TENGA GameNightLog.txt. SI LA CADENA CORRIO MAS DE
      *> UNA VEZ ESE DIA SE RESUME LA ULTIMA CORRIDA. LA CADENA PUEDE
      *> PASAR LA MEDIANOCHE: LOS PASOS, LA AUDITORIA Y LA DEPURACION
      *> SE UBICAN POR SU MOMENTO (DIA ABSOLUTO Y HORA) DENTRO DE LA
      *> VENTANA ENTRE EL INICIO DEL PRIMER PASO Y EL FIN DEL ULTIMO.
      *>
      *> RETURN-CODE PARA EL PLANIFICADOR: 0 = SIN EXCEPCIONES, NADIE
      *> TIENE QUE MIRAR; 8 = HAY EXCEPCIONES (O LA FECHA DEL CONTROL
      *> ES INVALIDA), ALGUIEN TIENE QUE MIRAR HOY; 16 = ERROR DE
      *> ENTRADA / SALIDA, EL RESUMEN NO ES CONFIABLE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONFMANANA ASSIGN TO "GameMorningControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFMANANA-STATUS.
       SELECT NOCHE ASSIGN TO "GameNightLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOCHE-STATUS.
       SELECT CONTROLEDIT ASSIGN TO "GameEditControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROLEDIT-STATUS.
       SELECT RECHAZOS ASSIGN TO "GameRejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECHAZOS-STATUS.
       SELECT PURGA ASSIGN TO "GamePurgeLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURGA-STATUS.
       SELECT AUDITORIA ASSIGN TO "GameAudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDITORIA-STATUS.
       SELECT MANTENIMIENTO ASSIGN TO "GameMaintLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANTENIMIENTO-STATUS.
       SELECT PADRONLOG ASSIGN TO "GamePlayersLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PADRONLOG-STATUS.
       SELECT GENERACIONES ASSIGN TO "GameBackGens.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENERACIONES-STATUS.
       SELECT RESPALDO ASSIGN TO WS-RESPALDO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPALDO-STATUS.
       SELECT REPORTE ASSIGN TO WS-REPORTE-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFMANANA.
       01 RegistroConfManana.
           02 CNM-FECHA PIC X(8).
      *> LINEA DE LA BITACORA DE LA CADENA, COMO LA ESCRIBE gamenight
       FD NOCHE.
       01 LineaNoche.
           88 FinNoche VALUE HIGH-VALUES.
           02 NOC-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 NOC-INICIO PIC X(8).
           02 FILLER PIC X(1).
           02 NOC-FIN PIC X(8).
           02 FILLER PIC X(1).
           02 NOC-PASO PIC X(10).
           02 FILLER PIC X(4).
           02 NOC-RC PIC X(3).
           02 FILLER PIC X(1).
           02 NOC-DECISION PIC X(30).
           02 FILLER PIC X(25).
       FD CONTROLEDIT.
       01 RegistroControlEdit.
           02 CED-LEIDOS PIC X(7).
           02 FILLER PIC X(1).
           02 CED-ACEPTADOS PIC X(7).
           02 FILLER PIC X(1).
           02 CED-RECHAZADOS PIC X(7).
           02 FILLER PIC X(1).
           02 CED-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 CED-HORA PIC X(8).
      *> LOS RECHAZOS DE LA ULTIMA EDICION: UNA LINEA "MOTIVO" POR
      *> RECHAZO Y LA LINEA "RESUMEN" CON EL CUADRE ORIGINAL DE LA
      *> EDICION (LA DEPURACION REESCRIBE DESPUES EL ACEPTADOS DEL
      *> REGISTRO DE CONTROL, ESTE NO)
       FD RECHAZOS.
       01 LineaRechazo.
           88 FinRechazos VALUE HIGH-VALUES.
           02 RCH-ROTULO PIC X(7).
           02 RCH-RESTO PIC X(153).
           02 RCH-MOTIVO REDEFINES RCH-RESTO.
               03 RCM-CODIGO PIC X(2).
               03 FILLER PIC X(7).
               03 RCM-CAMPO PIC X(12).
               03 FILLER PIC X(132).
           02 RCH-RESUMEN REDEFINES RCH-RESTO.
               03 FILLER PIC X(8).
               03 RCR-LEIDOS PIC X(7).
               03 FILLER PIC X(11).
               03 RCR-ACEPTADOS PIC X(7).
               03 FILLER PIC X(12).
               03 RCR-RECHAZADOS PIC X(7).
               03 FILLER PIC X(101).
      *> UNA LINEA POR DEPURACION QUE LLEGO AL CUADRE (gamepurge)
       FD PURGA.
       01 LineaPurga.
           88 FinPurga VALUE HIGH-VALUES.
           02 PUR-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 PUR-HORA PIC X(8).
           02 FILLER PIC X(8).
           02 PUR-LEIDOS PIC X(7).
           02 FILLER PIC X(12).
           02 PUR-ARCHIVADOS PIC X(7).
           02 FILLER PIC X(13).
           02 PUR-CONSERVADOS PIC X(7).
           02 FILLER PIC X(11).
           02 PUR-RETENIDAS PIC X(7).
           02 FILLER PIC X(8).
           02 PUR-CUADRE PIC X(2).
           02 FILLER PIC X(4).
           02 PUR-RC PIC X(3).
           02 FILLER PIC X(14).
      *> UN REGISTRO POR CORRIDA DEL PROGRAMA PRINCIPAL, COMO LO
      *> ARMA GRABAR-AUDITORIA DE game (ROTULOS DE ANCHO FIJO)
       FD AUDITORIA.
       01 LineaAuditoria.
           88 FinAuditoria VALUE HIGH-VALUES.
           02 AUD-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 AUD-HORA PIC X(8).
           02 FILLER PIC X(6).
           02 AUD-MODO PIC X(1).
           02 FILLER PIC X(5).
           02 AUD-OPS PIC X(10).
           02 FILLER PIC X(7).
           02 AUD-DESDE PIC X(10).
           02 FILLER PIC X(7).
           02 AUD-HASTA PIC X(10).
           02 FILLER PIC X(6).
           02 AUD-HIST PIC X(1).
           02 FILLER PIC X(8).
           02 AUD-LEIDOS PIC X(7).
           02 FILLER PIC X(7).
           02 AUD-ALTAS PIC X(5).
           02 FILLER PIC X(14).
           02 AUD-ACTUALIZADOS PIC X(5).
           02 FILLER PIC X(9).
           02 AUD-REPORTE PIC X(30).
           02 FILLER PIC X(54).
           02 FILLER PIC X(4).
           02 AUD-RC PIC X(2).
           02 FILLER PIC X(15).
      *> BITACORAS DEL MANTENIMIENTO: TODAS EMPIEZAN CON FECHA, HORA
      *> Y LA ACCION; EL RESTO DEPENDE DEL PROGRAMA QUE LA ESCRIBIO
       FD MANTENIMIENTO.
       01 LineaMantenimiento.
           88 FinMantenimiento VALUE HIGH-VALUES.
           02 MNT-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 MNT-HORA PIC X(8).
           02 FILLER PIC X(1).
           02 MNT-ACCION PIC X(10).
           02 FILLER PIC X(72).
       FD PADRONLOG.
       01 LineaPadronLog.
           88 FinPadronLog VALUE HIGH-VALUES.
           02 PLG-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 PLG-HORA PIC X(8).
           02 FILLER PIC X(83).
      *> LISTA DE GENERACIONES DE gameback: EL NOMBRE DEL ARCHIVO
      *> LLEVA LA FECHA Y HORA DEL RESPALDO
       FD GENERACIONES.
       01 RegistroGeneracion.
           88 FinGeneraciones VALUE HIGH-VALUES.
           02 GEN-NOMBRE-ARCHIVO PIC X(40).
           02 GEN-PARTES REDEFINES GEN-NOMBRE-ARCHIVO.
               03 GEN-PREFIJO PIC X(15).
               03 GEN-FECHA PIC X(8).
               03 FILLER PIC X(1).
               03 GEN-HORA PIC X(8).
               03 FILLER PIC X(8).
       FD RESPALDO.
       01 RegistroRespaldo.
           88 FinRespaldo VALUE HIGH-VALUES.
           02 RES-TIPO PIC X(3).
           02 FILLER PIC X(1).
           02 RES-CUENTA PIC X(7).
           02 FILLER PIC X(53).
       FD REPORTE.
       01 LineaReporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 ControlManana.
           02 WS-CONFMANANA-STATUS PIC XX VALUES "00".
           02 WS-NOCHE-STATUS PIC XX VALUES "00".
           02 WS-CONTROLEDIT-STATUS PIC XX VALUES "00".
           02 WS-RECHAZOS-STATUS PIC XX VALUES "00".
           02 WS-PURGA-STATUS PIC XX VALUES "00".
           02 WS-AUDITORIA-STATUS PIC XX VALUES "00".
           02 WS-MANTENIMIENTO-STATUS PIC XX VALUES "00".
           02 WS-PADRONLOG-STATUS PIC XX VALUES "00".
           02 WS-GENERACIONES-STATUS PIC XX VALUES "00".
           02 WS-RESPALDO-STATUS PIC XX VALUES "00".
           02 WS-REPORTE-STATUS PIC XX VALUES "00".
           02 WS-RESPALDO-NOMBRE PIC X(40) VALUES SPACES.
           02 WS-REPORTE-NOMBRE PIC X(30) VALUES SPACES.
           02 WS-LINEA-REPORTE PIC X(80) VALUES SPACES.
           02 WS-LINEA-EXCEPCION PIC X(80) VALUES SPACES.
           02 WS-FECHA-HOY PIC 9(8) VALUES 0.
           02 WS-HORA-AHORA PIC 9(8) VALUES 0.
           02 FECHA-RESUMEN PIC X(8) VALUES SPACES.
           02 FECHA-MAS-NUEVA PIC X(8) VALUES SPACES.
           02 CODIGO-FINAL PIC 9(3) VALUES 000.
           02 CUENTA-EDIT PIC ZZZZZZ9.
           02 CUENTA-EDIT-2 PIC ZZZZZZ9.
      *> MOMENTO DE UNA LINEA DE CUALQUIER BITACORA: DIA ABSOLUTO POR
      *> CIEN MILLONES MAS LA HORA HHMMSSCC, PARA COMPARAR CONTRA LA
      *> VENTANA DE LA CADENA AUNQUE PASE LA MEDIANOCHE
       01 ControlMomento.
           02 MOM-FECHA PIC X(8) VALUES SPACES.
           02 MOM-HORA PIC X(8) VALUES SPACES.
           02 MOM-HORA-NUM PIC 9(8) VALUES 0.
           02 MOM-CLAVE PIC 9(15) VALUES 0.
           02 EN-FECHA PIC X(1) VALUES "N".
           02 EN-VENTANA PIC X(1) VALUES "N".
      *> CALCULO DEL NUMERO DE DIA ABSOLUTO DE UNA FECHA AAAAMMDD
      *> (DIAS CORRIDOS DESDE EL 1 DE MARZO DEL ANO CERO, CON LOS
      *> BISIESTOS GREGORIANOS), EL MISMO DE gameaging
       01 CalculoDia.
           02 CDI-FECHA.
               03 CDI-ANO PIC 9(4).
               03 CDI-MES PIC 9(2).
               03 CDI-DIA PIC 9(2).
           02 CDI-ANO-MARZO PIC 9(4) VALUES 0.
           02 CDI-MES-MARZO PIC 9(2) VALUES 0.
           02 CDI-ERA PIC 9(2) VALUES 0.
           02 CDI-ANO-ERA PIC 9(3) VALUES 0.
           02 CDI-DIA-ANO PIC 9(3) VALUES 0.
           02 CDI-CUARTOS PIC 9(3) VALUES 0.
           02 CDI-SIGLOS PIC 9(3) VALUES 0.
           02 CDI-AUXILIAR PIC 9(5) VALUES 0.
           02 CDI-RESULTADO PIC 9(7) VALUES 0.
      *> LOS PASOS DE LA ULTIMA CORRIDA DE LA CADENA EN LA FECHA
       01 TablaPasos.
           02 CORRIDAS-CADENA PIC 9(3) VALUES 000.
           02 TOTAL-PASOS PIC 9(2) VALUES 00.
           02 IDX-PASO PIC 9(2) VALUES 00.
           02 HAY-CADENA PIC X(1) VALUES "N".
           02 CADENA-DESDE PIC 9(15) VALUES 0.
           02 CADENA-HASTA PIC 9(15) VALUES 0.
           02 DIA-CADENA PIC 9(7) VALUES 0.
           02 HORA-PREVIA PIC 9(8) VALUES 0.
           02 HORA-INICIO-NUM PIC 9(8) VALUES 0.
           02 HORA-FIN-NUM PIC 9(8) VALUES 0.
           02 ULTIMO-PASO PIC X(10) VALUES SPACES.
           02 CORRIO-EDICION PIC X(1) VALUES "N".
           02 CORRIO-DEPURACION PIC X(1) VALUES "N".
           02 CORRIO-PRINCIPAL PIC X(1) VALUES "N".
           02 CADENA-COMPLETA PIC X(1) VALUES "N".
           02 PASO-ENTRY OCCURS 20 TIMES.
               03 PAS-NOMBRE PIC X(10).
               03 PAS-INICIO PIC X(8).
               03 PAS-FIN PIC X(8).
               03 PAS-RC PIC X(3).
               03 PAS-DECISION PIC X(30).
               03 PAS-DESDE PIC 9(15).
               03 PAS-HASTA PIC 9(15).
      *> LA EDICION: SU REGISTRO DE CONTROL Y EL PIE DE SUS RECHAZOS.
      *> CONTROL-VIGENTE: "S" ES DE ESTA CORRIDA, "V" ES ANTERIOR,
      *> "P" FUE REESCRITO DESPUES (gamereview O UNA EDICION A MANO)
       01 DatosEdicion.
           02 HAY-CONTROL PIC X(1) VALUES "N".
           02 CONTROL-VIGENTE PIC X(1) VALUES "N".
           02 CTL-LEIDOS PIC 9(7) VALUES 0.
           02 CTL-ACEPTADOS PIC 9(7) VALUES 0.
           02 CTL-RECHAZADOS PIC 9(7) VALUES 0.
           02 CTL-FECHA PIC X(8) VALUES SPACES.
           02 CTL-HORA PIC X(8) VALUES SPACES.
           02 CTL-CLAVE PIC 9(15) VALUES 0.
           02 HAY-RESUMEN-RECHAZOS PIC X(1) VALUES "N".
           02 REJ-LEIDOS PIC 9(7) VALUES 0.
           02 REJ-ACEPTADOS PIC 9(7) VALUES 0.
           02 REJ-RECHAZADOS PIC 9(7) VALUES 0.
           02 LINEAS-MOTIVO PIC 9(7) VALUES 0.
      *> RECHAZOS POR MOTIVO: LOS ONCE CODIGOS DE LA EDICION Y UN
      *> DOCE PARA CUALQUIER CODIGO DESCONOCIDO
       01 TablaMotivos.
           02 IDX-MOTIVO PIC 9(2) VALUES 00.
           02 MOTIVO-ENTRY OCCURS 12 TIMES.
               03 TMO-CAMPO PIC X(12).
               03 TMO-CUENTA PIC 9(7).
       01 DatosDepuracion.
           02 HAY-PURGA PIC X(1) VALUES "N".
           02 PURGAS-FUERA PIC 9(3) VALUES 000.
           02 DEP-FECHA PIC X(8) VALUES SPACES.
           02 DEP-HORA PIC X(8) VALUES SPACES.
           02 DEP-LEIDOS PIC X(7) VALUES SPACES.
           02 DEP-ARCHIVADOS PIC X(7) VALUES SPACES.
           02 DEP-CONSERVADOS PIC X(7) VALUES SPACES.
           02 DEP-RETENIDAS PIC X(7) VALUES SPACES.
           02 DEP-CUADRE PIC X(2) VALUES SPACES.
           02 DEP-RC PIC X(3) VALUES SPACES.
       01 DatosPrincipal.
           02 HAY-AUDITORIA PIC X(1) VALUES "N".
           02 AUDITORIAS-FUERA PIC 9(3) VALUES 000.
           02 PRI-FECHA PIC X(8) VALUES SPACES.
           02 PRI-HORA PIC X(8) VALUES SPACES.
           02 PRI-MODO PIC X(1) VALUES SPACES.
           02 PRI-OPS PIC X(10) VALUES SPACES.
           02 PRI-HIST PIC X(1) VALUES SPACES.
           02 PRI-LEIDOS PIC X(7) VALUES SPACES.
           02 PRI-ALTAS PIC X(5) VALUES SPACES.
           02 PRI-ACTUALIZADOS PIC X(5) VALUES SPACES.
           02 PRI-REPORTE PIC X(30) VALUES SPACES.
           02 PRI-RC PIC X(2) VALUES SPACES.
           02 LISTA-OPS PIC X(40) VALUES SPACES.
           02 PUNTERO-OPS PIC 9(3) VALUES 001.
           02 IDX-OP PIC 9(2) VALUES 00.
           02 OP-EDIT PIC Z9.
      *> MANTENIMIENTO FUERA DE LA CADENA: LAS LINEAS DE LA FECHA (Y
      *> LAS QUE CAIGAN DENTRO DE LA VENTANA DE LA CADENA), DESDE LA
      *> HORA EN ADELANTE PARA QUE ENTREN EN EL RENGLON
       01 TablaMantenimiento.
           02 TOTAL-MANT PIC 9(3) VALUES 000.
           02 MANT-LISTADAS PIC 9(3) VALUES 000.
           02 MANT-DURANTE PIC 9(3) VALUES 000.
           02 RESTAURACIONES PIC 9(3) VALUES 000.
           02 RESPALDOS-EN-BITACORA PIC 9(3) VALUES 000.
           02 MANT-ENTRY OCCURS 50 TIMES.
               03 MAN-LINEA PIC X(78).
       01 TablaPadronLog.
           02 TOTAL-PADLOG PIC 9(3) VALUES 000.
           02 PADLOG-LISTADAS PIC 9(3) VALUES 000.
           02 PADLOG-DURANTE PIC 9(3) VALUES 000.
           02 PADLOG-ENTRY OCCURS 50 TIMES.
               03 PDL-LINEA PIC X(78).
           02 IDX-LINEA PIC 9(3) VALUES 000.
       01 DatosRespaldo.
           02 TOTAL-GENERACIONES PIC 9(3) VALUES 000.
           02 ULTIMA-GENERACION PIC X(40) VALUES SPACES.
           02 ULTIMA-GEN-CLAVE PIC 9(15) VALUES 0.
           02 RESPALDO-POSTERIOR PIC X(1) VALUES "N".
           02 RESPALDO-ABIERTO PIC X(1) VALUES "N".
           02 RESPALDO-DETALLES PIC 9(7) VALUES 0.
           02 RESPALDO-PIE PIC 9(7) VALUES 0.
           02 RESPALDO-HAY-PIE PIC X(1) VALUES "N".
      *> LAS EXCEPCIONES SE JUNTAN MIENTRAS SE LEE Y SE IMPRIMEN
      *> PRIMERO; PASADAS LAS CIEN SOLO SE CUENTAN
       01 TablaExcepciones.
           02 TOTAL-EXCEPCIONES PIC 9(3) VALUES 000.
           02 IDX-EXCEPCION PIC 9(3) VALUES 000.
           02 EXCEPCION-ENTRY OCCURS 100 TIMES.
               03 EXC-LINEA PIC X(80).

       PROCEDURE DIVISION.
           DISPLAY "RESUMEN DE OPERACIONES DE LA MANANA"

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           INITIALIZE TablaMotivos
           PERFORM ELEGIR-FECHA
           DISPLAY "FECHA DE LA CADENA: " FECHA-RESUMEN

      *> PRIMERO LA CADENA, QUE DEFINE LA VENTANA CONTRA LA QUE SE
      *> UBICAN LAS DEMAS BITACORAS
           PERFORM LEER-CADENA
           PERFORM LEER-CONTROL-EDICION
           PERFORM LEER-RECHAZOS
           PERFORM LEER-DEPURACION
           PERFORM LEER-AUDITORIA
           PERFORM CRUZAR-CUENTAS
           PERFORM LEER-MANTENIMIENTO
           PERFORM LEER-PADRON-LOG
           PERFORM LEER-GENERACIONES

           STRING "GameMorning_" DELIMITED BY SIZE
               FECHA-RESUMEN DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORTE-NOMBRE
           OPEN OUTPUT REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "RESUMEN DE OPERACIONES DE LA CADENA DEL "
               DELIMITED BY SIZE
               FECHA-RESUMEN DELIMITED BY SIZE
               " (EMITIDO " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-AHORA(1:4) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-SEPARADOR

           PERFORM INFORMAR-EXCEPCIONES
           PERFORM INFORMAR-CADENA
           PERFORM INFORMAR-EDICION
           PERFORM INFORMAR-DEPURACION
           PERFORM INFORMAR-PRINCIPAL
           PERFORM INFORMAR-MANTENIMIENTO
           PERFORM INFORMAR-RESPALDO

           IF TOTAL-EXCEPCIONES > 0 THEN
               MOVE 8 TO CODIGO-FINAL
           END-IF
           MOVE CODIGO-FINAL TO CUENTA-EDIT
           STRING "RETURN-CODE DEL RESUMEN: " DELIMITED BY SIZE
               CUENTA-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           CLOSE REPORTE
           DISPLAY "REPORTE: " WS-REPORTE-NOMBRE
           MOVE CODIGO-FINAL TO RETURN-CODE
           STOP RUN.

      *> LA FECHA A RESUMIR: LA DEL REGISTRO DE CONTROL SI VIENE, Y SI
      *> NO LA MAS NUEVA DE LA BITACORA DE LA CADENA (LA NOCHE QUE
      *> PASO); SIN BITACORA QUEDA LA FECHA DE HOY. UNA FECHA DE
      *> CONTROL INVALIDA NO SE ADIVINA: TERMINA CON 8
       ELEGIR-FECHA.
           OPEN INPUT CONFMANANA
           IF WS-CONFMANANA-STATUS = "00" THEN
               READ CONFMANANA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CNM-FECHA TO FECHA-RESUMEN
               END-READ
               CLOSE CONFMANANA
           END-IF
           IF FECHA-RESUMEN NOT = SPACES THEN
               MOVE FECHA-RESUMEN TO CDI-FECHA
               IF FECHA-RESUMEN IS NOT NUMERIC
                   OR CDI-MES < 1 OR CDI-MES > 12
                   OR CDI-DIA < 1 OR CDI-DIA > 31 THEN
                   DISPLAY "FECHA INVALIDA EN GameMorningControl.txt ["
                       FECHA-RESUMEN "]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT NOCHE
               IF WS-NOCHE-STATUS = "00" THEN
                   READ NOCHE
                   AT END SET FinNoche TO TRUE
                   END-READ
                   PERFORM UNTIL FinNoche
                       IF NOC-FECHA IS NUMERIC
                           AND NOC-FECHA > FECHA-MAS-NUEVA THEN
                           MOVE NOC-FECHA TO FECHA-MAS-NUEVA
                       END-IF
                       READ NOCHE
                       AT END SET FinNoche TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE NOCHE
               END-IF
               IF FECHA-MAS-NUEVA NOT = SPACES THEN
                   MOVE FECHA-MAS-NUEVA TO FECHA-RESUMEN
               ELSE
                   MOVE WS-FECHA-HOY TO FECHA-RESUMEN
               END-IF
           END-IF.

      *> LOS PASOS DE LA FECHA EN GameNightLog.txt. UNA CORRIDA NUEVA
      *> EMPIEZA EN EL PASO INGRESO (O EN LA EDICION SI NO LA
      *> PRECEDIO UN INGRESO, COMO EN LAS BITACORAS VIEJAS); SE
      *> CONSERVA SOLO LA ULTIMA. LA HORA QUE RETROCEDE ES UN DIA MAS
       LEER-CADENA.
           OPEN INPUT NOCHE
           IF WS-NOCHE-STATUS = "35" THEN
               MOVE "CADENA: NO EXISTE GameNightLog.txt"
                   TO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           ELSE
           IF WS-NOCHE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameNightLog.txt, STATUS "
                   WS-NOCHE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               READ NOCHE
               AT END SET FinNoche TO TRUE
               END-READ
               PERFORM UNTIL FinNoche
                   IF NOC-FECHA = FECHA-RESUMEN THEN
                       PERFORM ANOTAR-PASO
                   END-IF
                   READ NOCHE
                   AT END SET FinNoche TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NOCHE
               IF CORRIDAS-CADENA = 0 THEN
                   STRING "CADENA: NO CORRIO EL " DELIMITED BY SIZE
                       FECHA-RESUMEN DELIMITED BY SIZE
                       " (SIN PASOS EN GameNightLog.txt)"
                       DELIMITED BY SIZE
                       INTO WS-LINEA-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION
               END-IF
           END-IF
           END-IF

           IF TOTAL-PASOS > 0 THEN
               MOVE "S" TO HAY-CADENA
               MOVE PAS-DESDE(1) TO CADENA-DESDE
               MOVE PAS-HASTA(TOTAL-PASOS) TO CADENA-HASTA
               PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > TOTAL-PASOS
                   PERFORM EVALUAR-PASO
               END-PERFORM
               IF PAS-DECISION(TOTAL-PASOS)(1:24) =
                   "TERMINA: CADENA COMPLETA" THEN
                   MOVE "S" TO CADENA-COMPLETA
               ELSE
                   STRING "CADENA: NO TERMINO COMPLETA; ULTIMO PASO "
                       DELIMITED BY SIZE
                       PAS-NOMBRE(TOTAL-PASOS) DELIMITED BY SPACE
                       INTO WS-LINEA-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION
               END-IF
           END-IF.

       ANOTAR-PASO.
           IF NOC-PASO = "INGRESO"
               OR (NOC-PASO = "EDICION" AND ULTIMO-PASO NOT = "INGRESO")
               OR CORRIDAS-CADENA = 0 THEN
               ADD 1 TO CORRIDAS-CADENA
               MOVE 0 TO TOTAL-PASOS
               MOVE NOC-FECHA TO CDI-FECHA
               PERFORM CALCULAR-DIA-ABSOLUTO
               MOVE CDI-RESULTADO TO DIA-CADENA
               MOVE 0 TO HORA-PREVIA
           END-IF
           MOVE NOC-PASO TO ULTIMO-PASO
           IF TOTAL-PASOS < 20 THEN
               ADD 1 TO TOTAL-PASOS
               MOVE NOC-PASO TO PAS-NOMBRE(TOTAL-PASOS)
               MOVE NOC-INICIO TO PAS-INICIO(TOTAL-PASOS)
               MOVE NOC-FIN TO PAS-FIN(TOTAL-PASOS)
               MOVE NOC-RC TO PAS-RC(TOTAL-PASOS)
               MOVE NOC-DECISION TO PAS-DECISION(TOTAL-PASOS)
               MOVE 0 TO HORA-INICIO-NUM
               MOVE 0 TO HORA-FIN-NUM
               IF NOC-INICIO IS NUMERIC THEN
                   MOVE NOC-INICIO TO HORA-INICIO-NUM
               END-IF
               IF NOC-FIN IS NUMERIC THEN
                   MOVE NOC-FIN TO HORA-FIN-NUM
               END-IF
               IF HORA-INICIO-NUM < HORA-PREVIA THEN
                   ADD 1 TO DIA-CADENA
               END-IF
               COMPUTE PAS-DESDE(TOTAL-PASOS) =
                   DIA-CADENA * 100000000 + HORA-INICIO-NUM
               IF HORA-FIN-NUM < HORA-INICIO-NUM THEN
                   ADD 1 TO DIA-CADENA
               END-IF
               COMPUTE PAS-HASTA(TOTAL-PASOS) =
                   DIA-CADENA * 100000000 + HORA-FIN-NUM
               MOVE HORA-FIN-NUM TO HORA-PREVIA
           END-IF.

      *> CADA PASO CON RETURN-CODE DISTINTO DE CERO O QUE CORTO LA
      *> CADENA ES UNA EXCEPCION; DE PASO SE ANOTA QUE PASOS CORRIERON
       EVALUAR-PASO.
           IF PAS-NOMBRE(IDX-PASO) = "EDICION" THEN
               MOVE "S" TO CORRIO-EDICION
           END-IF
           IF PAS-NOMBRE(IDX-PASO) = "DEPURACION" THEN
               MOVE "S" TO CORRIO-DEPURACION
           END-IF
           IF PAS-NOMBRE(IDX-PASO) = "PRINCIPAL" THEN
               MOVE "S" TO CORRIO-PRINCIPAL
           END-IF
           IF PAS-RC(IDX-PASO) NOT = "000"
               OR PAS-DECISION(IDX-PASO)(1:5) = "CORTA" THEN
               STRING "CADENA: PASO " DELIMITED BY SIZE
                   PAS-NOMBRE(IDX-PASO) DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   PAS-RC(IDX-PASO) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PAS-DECISION(IDX-PASO) DELIMITED BY SIZE
                   INTO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           END-IF.

      *> EL REGISTRO DE CONTROL DE LA EDICION Y SU UBICACION RESPECTO
      *> DE LA CORRIDA: SI ES ANTERIOR Y LA EDICION CORRIO, LA
      *> EDICION NO LLEGO A ESCRIBIRLO
       LEER-CONTROL-EDICION.
           OPEN INPUT CONTROLEDIT
           IF WS-CONTROLEDIT-STATUS = "00" THEN
               READ CONTROLEDIT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CED-LEIDOS IS NUMERIC
                           AND CED-ACEPTADOS IS NUMERIC
                           AND CED-RECHAZADOS IS NUMERIC THEN
                           MOVE "S" TO HAY-CONTROL
                           MOVE CED-LEIDOS TO CTL-LEIDOS
                           MOVE CED-ACEPTADOS TO CTL-ACEPTADOS
                           MOVE CED-RECHAZADOS TO CTL-RECHAZADOS
                           MOVE CED-FECHA TO CTL-FECHA
                           MOVE CED-HORA TO CTL-HORA
                       END-IF
               END-READ
               CLOSE CONTROLEDIT
           END-IF
           IF HAY-CONTROL = "N" THEN
               MOVE "EDICION: GameEditControl.txt FALTA O ES ILEGIBLE"
                   TO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           ELSE
               MOVE CTL-FECHA TO MOM-FECHA
               MOVE CTL-HORA TO MOM-HORA
               PERFORM CALCULAR-MOMENTO
               MOVE MOM-CLAVE TO CTL-CLAVE
               IF HAY-CADENA = "S" THEN
                   IF CTL-CLAVE < CADENA-DESDE THEN
                       MOVE "V" TO CONTROL-VIGENTE
                   ELSE
                       IF CTL-CLAVE > CADENA-HASTA THEN
                           MOVE "P" TO CONTROL-VIGENTE
                       ELSE
                           MOVE "S" TO CONTROL-VIGENTE
                       END-IF
                   END-IF
               ELSE
                   IF CTL-FECHA < FECHA-RESUMEN THEN
                       MOVE "V" TO CONTROL-VIGENTE
                   ELSE
                       IF CTL-FECHA > FECHA-RESUMEN THEN
                           MOVE "P" TO CONTROL-VIGENTE
                       ELSE
                           MOVE "S" TO CONTROL-VIGENTE
                       END-IF
                   END-IF
               END-IF
               IF CONTROL-VIGENTE = "V" AND CORRIO-EDICION = "S" THEN
                   STRING "EDICION: EL CONTROL ES DEL "
                       DELIMITED BY SIZE
                       CTL-FECHA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CTL-HORA DELIMITED BY SIZE
                       ", ANTERIOR A LA CORRIDA" DELIMITED BY SIZE
                       INTO WS-LINEA-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION
               END-IF
           END-IF.

      *> GameRejects.txt ES DE LA ULTIMA EDICION: SE CUENTAN SUS
      *> MOTIVOS Y SE TOMA SU LINEA RESUMEN
       LEER-RECHAZOS.
           OPEN INPUT RECHAZOS
           IF WS-RECHAZOS-STATUS = "00" THEN
               READ RECHAZOS
               AT END SET FinRechazos TO TRUE
               END-READ
               PERFORM UNTIL FinRechazos
                   IF RCH-ROTULO = "MOTIVO " THEN
                       PERFORM CONTAR-MOTIVO
                   END-IF
                   IF RCH-ROTULO = "RESUMEN"
                       AND RCR-LEIDOS IS NUMERIC
                       AND RCR-ACEPTADOS IS NUMERIC
                       AND RCR-RECHAZADOS IS NUMERIC THEN
                       MOVE "S" TO HAY-RESUMEN-RECHAZOS
                       MOVE RCR-LEIDOS TO REJ-LEIDOS
                       MOVE RCR-ACEPTADOS TO REJ-ACEPTADOS
                       MOVE RCR-RECHAZADOS TO REJ-RECHAZADOS
                   END-IF
                   READ RECHAZOS
                   AT END SET FinRechazos TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECHAZOS
           END-IF
           IF HAY-RESUMEN-RECHAZOS = "N" AND CORRIO-EDICION = "S" THEN
               MOVE "EDICION: GameRejects.txt SIN LINEA RESUMEN"
                   TO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           END-IF.

       CONTAR-MOTIVO.
           ADD 1 TO LINEAS-MOTIVO
           IF RCM-CODIGO IS NUMERIC
               AND RCM-CODIGO > "00" AND RCM-CODIGO < "12" THEN
               MOVE RCM-CODIGO TO IDX-MOTIVO
           ELSE
               MOVE 12 TO IDX-MOTIVO
           END-IF
           ADD 1 TO TMO-CUENTA(IDX-MOTIVO)
           IF TMO-CAMPO(IDX-MOTIVO) = SPACES THEN
               MOVE RCM-CAMPO TO TMO-CAMPO(IDX-MOTIVO)
           END-IF.

      *> LA ULTIMA DEPURACION DENTRO DE LA VENTANA DE LA CADENA (SIN
      *> CADENA, LA ULTIMA DE LA FECHA); LAS DE LA FECHA FUERA DE LA
      *> VENTANA SON CORRIDAS A MANO Y SOLO SE CUENTAN
       LEER-DEPURACION.
           OPEN INPUT PURGA
           IF WS-PURGA-STATUS = "00" THEN
               READ PURGA
               AT END SET FinPurga TO TRUE
               END-READ
               PERFORM UNTIL FinPurga
                   MOVE PUR-FECHA TO MOM-FECHA
                   MOVE PUR-HORA TO MOM-HORA
                   PERFORM CALCULAR-MOMENTO
                   IF EN-VENTANA = "S"
                       OR (HAY-CADENA = "N" AND EN-FECHA = "S") THEN
                       MOVE "S" TO HAY-PURGA
                       MOVE PUR-FECHA TO DEP-FECHA
                       MOVE PUR-HORA TO DEP-HORA
                       MOVE PUR-LEIDOS TO DEP-LEIDOS
                       MOVE PUR-ARCHIVADOS TO DEP-ARCHIVADOS
                       MOVE PUR-CONSERVADOS TO DEP-CONSERVADOS
                       MOVE PUR-RETENIDAS TO DEP-RETENIDAS
                       MOVE PUR-CUADRE TO DEP-CUADRE
                       MOVE PUR-RC TO DEP-RC
                   ELSE
                       IF EN-FECHA = "S" THEN
                           ADD 1 TO PURGAS-FUERA
                       END-IF
                   END-IF
                   READ PURGA
                   AT END SET FinPurga TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PURGA
           END-IF
           IF HAY-PURGA = "S" AND DEP-CUADRE NOT = "OK" THEN
               STRING "DEPURACION: EL CUADRE NO CERRO (RC="
                   DELIMITED BY SIZE
                   DEP-RC DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           END-IF.

      *> LA ULTIMA LINEA DE AUDITORIA DENTRO DE LA VENTANA ES LA DE
      *> LA CORRIDA PRINCIPAL DE LA CADENA; LAS DEMAS DE LA FECHA SON
      *> CORRIDAS INTERACTIVAS O A MANO
       LEER-AUDITORIA.
           OPEN INPUT AUDITORIA
           IF WS-AUDITORIA-STATUS = "00" THEN
               READ AUDITORIA
               AT END SET FinAuditoria TO TRUE
               END-READ
               PERFORM UNTIL FinAuditoria
                   MOVE AUD-FECHA TO MOM-FECHA
                   MOVE AUD-HORA TO MOM-HORA
                   PERFORM CALCULAR-MOMENTO
                   IF EN-VENTANA = "S"
                       OR (HAY-CADENA = "N" AND EN-FECHA = "S") THEN
                       MOVE "S" TO HAY-AUDITORIA
                       MOVE AUD-FECHA TO PRI-FECHA
                       MOVE AUD-HORA TO PRI-HORA
                       MOVE AUD-MODO TO PRI-MODO
                       MOVE AUD-OPS TO PRI-OPS
                       MOVE AUD-HIST TO PRI-HIST
                       MOVE AUD-LEIDOS TO PRI-LEIDOS
                       MOVE AUD-ALTAS TO PRI-ALTAS
                       MOVE AUD-ACTUALIZADOS TO PRI-ACTUALIZADOS
                       MOVE AUD-REPORTE TO PRI-REPORTE
                       MOVE AUD-RC TO PRI-RC
                   ELSE
                       IF EN-FECHA = "S" THEN
                           ADD 1 TO AUDITORIAS-FUERA
                       END-IF
                   END-IF
                   READ AUDITORIA
                   AT END SET FinAuditoria TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF
           IF CORRIO-PRINCIPAL = "S" AND HAY-AUDITORIA = "N" THEN
               STRING "PRINCIPAL: SIN REGISTRO EN GameAudit.txt"
                   DELIMITED BY SIZE
                   " DENTRO DE LA CADENA" DELIMITED BY SIZE
                   INTO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           END-IF
           IF HAY-AUDITORIA = "S" AND PRI-RC NOT = "00" THEN
               STRING "PRINCIPAL: LA AUDITORIA TERMINO CON RC="
                   DELIMITED BY SIZE
                   PRI-RC DELIMITED BY SIZE
                   INTO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           END-IF.

      *> EL APRETON DE MANOS CON LA EDICION: CON EL CONTROL DE ESTA
      *> CORRIDA, LEIDOS Y RECHAZADOS TIENEN QUE SER LOS DE
      *> GameRejects.txt Y EL ACEPTADOS EL QUE DEJO LA DEPURACION (O
      *> EL DE LA EDICION SI NO HUBO DEPURACION)
       CRUZAR-CUENTAS.
           IF HAY-CONTROL = "S" AND CONTROL-VIGENTE = "S"
               AND HAY-RESUMEN-RECHAZOS = "S" THEN
               IF CTL-LEIDOS NOT = REJ-LEIDOS
                   OR CTL-RECHAZADOS NOT = REJ-RECHAZADOS THEN
                   STRING "EDICION: GameRejects.txt NO COINCIDE CON"
                       DELIMITED BY SIZE
                       " GameEditControl.txt" DELIMITED BY SIZE
                       INTO WS-LINEA-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION
               END-IF
               IF LINEAS-MOTIVO NOT = REJ-RECHAZADOS THEN
                   MOVE LINEAS-MOTIVO TO CUENTA-EDIT
                   MOVE REJ-RECHAZADOS TO CUENTA-EDIT-2
                   STRING "EDICION: MOTIVOS LISTADOS" DELIMITED BY SIZE
                       CUENTA-EDIT DELIMITED BY SIZE
                       " DISTINTO DE RECHAZADOS" DELIMITED BY SIZE
                       CUENTA-EDIT-2 DELIMITED BY SIZE
                       INTO WS-LINEA-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION
               END-IF
               IF HAY-PURGA = "S" AND DEP-CUADRE = "OK" THEN
                   IF DEP-CONSERVADOS IS NOT NUMERIC
                       OR CTL-ACEPTADOS NOT = DEP-CONSERVADOS THEN
                       STRING "DEPURACION: ACEPTADOS DEL CONTROL "
                           DELIMITED BY SIZE
                           CTL-ACEPTADOS DELIMITED BY SIZE
                           " DISTINTO DE CONSERVADOS " DELIMITED BY SIZE
                           DEP-CONSERVADOS DELIMITED BY SIZE
                           INTO WS-LINEA-EXCEPCION
                       PERFORM ANOTAR-EXCEPCION
                   END-IF
               ELSE
                   IF CTL-ACEPTADOS NOT = REJ-ACEPTADOS THEN
                       STRING "EDICION: ACEPTADOS DEL CONTROL "
                           DELIMITED BY SIZE
                           CTL-ACEPTADOS DELIMITED BY SIZE
                           " DISTINTO DEL RESUMEN " DELIMITED BY SIZE
                           REJ-ACEPTADOS DELIMITED BY SIZE
                           INTO WS-LINEA-EXCEPCION
                       PERFORM ANOTAR-EXCEPCION
                   END-IF
               END-IF
           END-IF.

      *> GameMaintLog.txt LO ESCRIBEN gamemaint, gameseason, gameback
      *> Y gameerase, TODOS FUERA DE LA CADENA. UNA RESTAURACION DEL
      *> MAESTRO O CUALQUIER CAMBIO DENTRO DE LA VENTANA DE LA CADENA
      *> ES UNA EXCEPCION; LOS RESPALDOS SE VEN APARTE
       LEER-MANTENIMIENTO.
           OPEN INPUT MANTENIMIENTO
           IF WS-MANTENIMIENTO-STATUS = "00" THEN
               READ MANTENIMIENTO
               AT END SET FinMantenimiento TO TRUE
               END-READ
               PERFORM UNTIL FinMantenimiento
                   MOVE MNT-FECHA TO MOM-FECHA
                   MOVE MNT-HORA TO MOM-HORA
                   PERFORM CALCULAR-MOMENTO
                   IF EN-FECHA = "S" OR EN-VENTANA = "S" THEN
                       PERFORM ANOTAR-MANTENIMIENTO
                   END-IF
                   READ MANTENIMIENTO
                   AT END SET FinMantenimiento TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MANTENIMIENTO
           END-IF
           IF RESTAURACIONES > 0 THEN
               MOVE RESTAURACIONES TO CUENTA-EDIT
               STRING "MAESTRO: RESTAURADO DESDE UN RESPALDO"
                   DELIMITED BY SIZE
                   CUENTA-EDIT DELIMITED BY SIZE
                   " VEZ/VECES EN LA FECHA" DELIMITED BY SIZE
                   INTO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           END-IF
           IF MANT-DURANTE > 0 THEN
               MOVE MANT-DURANTE TO CUENTA-EDIT
               STRING "MAESTRO: MANTENIMIENTO DURANTE LA CADENA ("
                   DELIMITED BY SIZE
                   CUENTA-EDIT DELIMITED BY SIZE
                   " LINEAS)" DELIMITED BY SIZE
                   INTO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           END-IF.

       ANOTAR-MANTENIMIENTO.
           IF MNT-ACCION = "RESPALDAR" THEN
               ADD 1 TO RESPALDOS-EN-BITACORA
           ELSE
               IF MNT-ACCION = "RESTAURAR" THEN
                   ADD 1 TO RESTAURACIONES
               END-IF
               ADD 1 TO TOTAL-MANT
               IF EN-VENTANA = "S" THEN
                   ADD 1 TO MANT-DURANTE
               END-IF
               IF MANT-LISTADAS < 50 THEN
                   ADD 1 TO MANT-LISTADAS
                   MOVE LineaMantenimiento(10:78)
                       TO MAN-LINEA(MANT-LISTADAS)
               END-IF
           END-IF.

      *> GamePlayersLog.txt: ALTAS, BAJAS Y CAMBIOS DEL PADRON HECHOS
      *> CON gameplayers; DENTRO DE LA VENTANA AFECTAN LA EDICION
       LEER-PADRON-LOG.
           OPEN INPUT PADRONLOG
           IF WS-PADRONLOG-STATUS = "00" THEN
               READ PADRONLOG
               AT END SET FinPadronLog TO TRUE
               END-READ
               PERFORM UNTIL FinPadronLog
                   MOVE PLG-FECHA TO MOM-FECHA
                   MOVE PLG-HORA TO MOM-HORA
                   PERFORM CALCULAR-MOMENTO
                   IF EN-FECHA = "S" OR EN-VENTANA = "S" THEN
                       ADD 1 TO TOTAL-PADLOG
                       IF EN-VENTANA = "S" THEN
                           ADD 1 TO PADLOG-DURANTE
                       END-IF
                       IF PADLOG-LISTADAS < 50 THEN
                           ADD 1 TO PADLOG-LISTADAS
                           MOVE LineaPadronLog(10:78)
                               TO PDL-LINEA(PADLOG-LISTADAS)
                       END-IF
                   END-IF
                   READ PADRONLOG
                   AT END SET FinPadronLog TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PADRONLOG
           END-IF
           IF PADLOG-DURANTE > 0 THEN
               MOVE PADLOG-DURANTE TO CUENTA-EDIT
               STRING "PADRON: CAMBIOS DURANTE LA CADENA ("
                   DELIMITED BY SIZE
                   CUENTA-EDIT DELIMITED BY SIZE
                   " LINEAS)" DELIMITED BY SIZE
                   INTO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           END-IF.

      *> LA GENERACION MAS NUEVA DE GameBackGens.txt: SI LA CORRIDA
      *> PRINCIPAL CORRIO TIENE QUE HABER UN RESPALDO POSTERIOR AL
      *> FIN DE LA CADENA, Y ESE RESPALDO TIENE QUE ABRIR Y CUADRAR
      *> CON SU PIE
       LEER-GENERACIONES.
           OPEN INPUT GENERACIONES
           IF WS-GENERACIONES-STATUS = "00" THEN
               READ GENERACIONES
               AT END SET FinGeneraciones TO TRUE
               END-READ
               PERFORM UNTIL FinGeneraciones
                   IF GEN-NOMBRE-ARCHIVO NOT = SPACES THEN
                       ADD 1 TO TOTAL-GENERACIONES
                       MOVE GEN-FECHA TO MOM-FECHA
                       MOVE GEN-HORA TO MOM-HORA
                       PERFORM CALCULAR-MOMENTO
                       IF MOM-CLAVE NOT < ULTIMA-GEN-CLAVE THEN
                           MOVE MOM-CLAVE TO ULTIMA-GEN-CLAVE
                           MOVE GEN-NOMBRE-ARCHIVO TO ULTIMA-GENERACION
                       END-IF
                   END-IF
                   READ GENERACIONES
                   AT END SET FinGeneraciones TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GENERACIONES
           END-IF
           IF HAY-CADENA = "S" AND ULTIMA-GEN-CLAVE > CADENA-HASTA THEN
               MOVE "S" TO RESPALDO-POSTERIOR
           END-IF
           IF CORRIO-PRINCIPAL = "S" AND RESPALDO-POSTERIOR = "N" THEN
               STRING "RESPALDO: NO HAY RESPALDO DE GameMaster.dat"
                   DELIMITED BY SIZE
                   " POSTERIOR A LA CORRIDA" DELIMITED BY SIZE
                   INTO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           END-IF
           IF ULTIMA-GENERACION NOT = SPACES THEN
               PERFORM VERIFICAR-RESPALDO
           END-IF.

       VERIFICAR-RESPALDO.
           MOVE ULTIMA-GENERACION TO WS-RESPALDO-NOMBRE
           OPEN INPUT RESPALDO
           IF WS-RESPALDO-STATUS NOT = "00" THEN
               STRING "RESPALDO: NO SE PUEDE ABRIR " DELIMITED BY SIZE
                   WS-RESPALDO-NOMBRE DELIMITED BY SPACE
                   " STATUS " DELIMITED BY SIZE
                   WS-RESPALDO-STATUS DELIMITED BY SIZE
                   INTO WS-LINEA-EXCEPCION
               PERFORM ANOTAR-EXCEPCION
           ELSE
               MOVE "S" TO RESPALDO-ABIERTO
               READ RESPALDO
               AT END SET FinRespaldo TO TRUE
               END-READ
               PERFORM UNTIL FinRespaldo
                   IF RES-TIPO = "DET" THEN
                       ADD 1 TO RESPALDO-DETALLES
                   END-IF
                   IF RES-TIPO = "PIE" AND RES-CUENTA IS NUMERIC THEN
                       MOVE "S" TO RESPALDO-HAY-PIE
                       MOVE RES-CUENTA TO RESPALDO-PIE
                   END-IF
                   READ RESPALDO
                   AT END SET FinRespaldo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RESPALDO
               IF RESPALDO-HAY-PIE = "N"
                   OR RESPALDO-PIE NOT = RESPALDO-DETALLES THEN
                   STRING "RESPALDO: " DELIMITED BY SIZE
                       WS-RESPALDO-NOMBRE DELIMITED BY SPACE
                       " NO CUADRA CON SU PIE" DELIMITED BY SIZE
                       INTO WS-LINEA-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> SECCIONES DEL REPORTE, LAS EXCEPCIONES PRIMERO
      *> ---------------------------------------------------------
       INFORMAR-EXCEPCIONES.
           IF TOTAL-EXCEPCIONES = 0 THEN
               MOVE "SIN EXCEPCIONES: NADIE TIENE QUE MIRAR NADA HOY"
                   TO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               MOVE TOTAL-EXCEPCIONES TO CUENTA-EDIT
               STRING "*** EXCEPCIONES:" DELIMITED BY SIZE
                   CUENTA-EDIT DELIMITED BY SIZE
                   " - ALGUIEN TIENE QUE MIRAR HOY ***"
                   DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               PERFORM VARYING IDX-EXCEPCION FROM 1 BY 1
                   UNTIL IDX-EXCEPCION > TOTAL-EXCEPCIONES
                   OR IDX-EXCEPCION > 100
                   MOVE EXC-LINEA(IDX-EXCEPCION) TO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-PERFORM
               IF TOTAL-EXCEPCIONES > 100 THEN
                   STRING "AVISO: MAS DE 100 EXCEPCIONES;"
                       DELIMITED BY SIZE
                       " LAS DEMAS NO SE LISTAN" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
           END-IF
           PERFORM MOSTRAR-SEPARADOR.

       INFORMAR-CADENA.
           MOVE CORRIDAS-CADENA TO CUENTA-EDIT
           STRING "CADENA NOCTURNA (CORRIDAS EN LA FECHA:"
               DELIMITED BY SIZE
               CUENTA-EDIT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF TOTAL-PASOS = 0 THEN
               MOVE "  SIN PASOS" TO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               IF CORRIDAS-CADENA > 1 THEN
                   STRING "  LA CADENA SE RELANZO; SE RESUME LA ULTIMA"
                       DELIMITED BY SIZE
                       " CORRIDA" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
               MOVE "  PASO       INICIO   FIN      RC  DECISION"
                   TO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > TOTAL-PASOS
                   STRING "  " DELIMITED BY SIZE
                       PAS-NOMBRE(IDX-PASO) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PAS-INICIO(IDX-PASO) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PAS-FIN(IDX-PASO) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PAS-RC(IDX-PASO) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PAS-DECISION(IDX-PASO) DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-PERFORM
           END-IF
           PERFORM MOSTRAR-SEPARADOR.

       INFORMAR-EDICION.
           MOVE "EDICION" TO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF HAY-RESUMEN-RECHAZOS = "S" THEN
               STRING "  LEIDOS=" DELIMITED BY SIZE
                   REJ-LEIDOS DELIMITED BY SIZE
                   " ACEPTADOS=" DELIMITED BY SIZE
                   REJ-ACEPTADOS DELIMITED BY SIZE
                   " RECHAZADOS=" DELIMITED BY SIZE
                   REJ-RECHAZADOS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               MOVE "  SIN RESUMEN EN GameRejects.txt"
                   TO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF HAY-CONTROL = "S" THEN
               STRING "  CONTROL " DELIMITED BY SIZE
                   CTL-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTL-HORA DELIMITED BY SIZE
                   ": LEIDOS=" DELIMITED BY SIZE
                   CTL-LEIDOS DELIMITED BY SIZE
                   " ACEPTADOS=" DELIMITED BY SIZE
                   CTL-ACEPTADOS DELIMITED BY SIZE
                   " RECHAZADOS=" DELIMITED BY SIZE
                   CTL-RECHAZADOS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               IF CONTROL-VIGENTE = "P" THEN
                   STRING "  EL CONTROL SE REESCRIBIO DESPUES DE LA"
                       DELIMITED BY SIZE
                       " CADENA; NO SE CRUZA" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
           END-IF
           IF LINEAS-MOTIVO > 0 THEN
               MOVE "  RECHAZOS POR MOTIVO" TO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               PERFORM VARYING IDX-MOTIVO FROM 1 BY 1
                   UNTIL IDX-MOTIVO > 12
                   IF TMO-CUENTA(IDX-MOTIVO) > 0 THEN
                       MOVE TMO-CUENTA(IDX-MOTIVO) TO CUENTA-EDIT
                       IF IDX-MOTIVO = 12 THEN
                           STRING "    OTROS           "
                               DELIMITED BY SIZE
                               CUENTA-EDIT DELIMITED BY SIZE
                               INTO WS-LINEA-REPORTE
                       ELSE
                           STRING "    " DELIMITED BY SIZE
                               IDX-MOTIVO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               TMO-CAMPO(IDX-MOTIVO) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               CUENTA-EDIT DELIMITED BY SIZE
                               INTO WS-LINEA-REPORTE
                       END-IF
                       PERFORM MOSTRAR-LINEA
                   END-IF
               END-PERFORM
           END-IF
           PERFORM MOSTRAR-SEPARADOR.

       INFORMAR-DEPURACION.
           MOVE "DEPURACION" TO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF HAY-PURGA = "S" THEN
               STRING "  " DELIMITED BY SIZE
                   DEP-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEP-HORA DELIMITED BY SIZE
                   " LEIDOS=" DELIMITED BY SIZE
                   DEP-LEIDOS DELIMITED BY SIZE
                   " ARCHIVADOS=" DELIMITED BY SIZE
                   DEP-ARCHIVADOS DELIMITED BY SIZE
                   " CONSERVADOS=" DELIMITED BY SIZE
                   DEP-CONSERVADOS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "  RETENIDAS EN REVISION=" DELIMITED BY SIZE
                   DEP-RETENIDAS DELIMITED BY SIZE
                   " CUADRE=" DELIMITED BY SIZE
                   DEP-CUADRE DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   DEP-RC DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               IF CORRIO-DEPURACION = "S" THEN
                   STRING "  CORRIO SIN LLEGAR AL CUADRE (NADA SEGURO"
                       DELIMITED BY SIZE
                       " PARA ARCHIVAR)" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
               ELSE
                   MOVE "  NO CORRIO" TO WS-LINEA-REPORTE
               END-IF
               PERFORM MOSTRAR-LINEA
           END-IF
           IF PURGAS-FUERA > 0 THEN
               MOVE PURGAS-FUERA TO CUENTA-EDIT
               STRING "  DEPURACIONES FUERA DE LA CADENA EN LA FECHA:"
                   DELIMITED BY SIZE
                   CUENTA-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           PERFORM MOSTRAR-SEPARADOR.

      *> LAS OPERACIONES CORRIDAS SALEN DE LA MASCARA DE LA
      *> AUDITORIA, UNA "S" POR OPERACION EJECUTADA
       INFORMAR-PRINCIPAL.
           MOVE "CORRIDA PRINCIPAL" TO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF HAY-AUDITORIA = "S" THEN
               MOVE SPACES TO LISTA-OPS
               MOVE 1 TO PUNTERO-OPS
               PERFORM VARYING IDX-OP FROM 1 BY 1 UNTIL IDX-OP > 10
                   IF PRI-OPS(IDX-OP:1) = "S" THEN
                       MOVE IDX-OP TO OP-EDIT
                       STRING OP-EDIT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INTO LISTA-OPS WITH POINTER PUNTERO-OPS
                   END-IF
               END-PERFORM
               IF LISTA-OPS = SPACES THEN
                   MOVE "NINGUNA" TO LISTA-OPS
               END-IF
               STRING "  " DELIMITED BY SIZE
                   PRI-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRI-HORA DELIMITED BY SIZE
                   " MODO LOTE=" DELIMITED BY SIZE
                   PRI-MODO DELIMITED BY SIZE
                   " HISTORIA=" DELIMITED BY SIZE
                   PRI-HIST DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   PRI-RC DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "  OPERACIONES CORRIDAS: " DELIMITED BY SIZE
                   LISTA-OPS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "  LEIDOS=" DELIMITED BY SIZE
                   PRI-LEIDOS DELIMITED BY SIZE
                   " MAESTRO: ALTAS=" DELIMITED BY SIZE
                   PRI-ALTAS DELIMITED BY SIZE
                   " ACTUALIZADOS=" DELIMITED BY SIZE
                   PRI-ACTUALIZADOS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "  REPORTE: " DELIMITED BY SIZE
                   PRI-REPORTE DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               MOVE "  SIN REGISTRO DE AUDITORIA" TO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF AUDITORIAS-FUERA > 0 THEN
               MOVE AUDITORIAS-FUERA TO CUENTA-EDIT
               STRING "  CORRIDAS DE game FUERA DE LA CADENA EN LA"
                   DELIMITED BY SIZE
                   " FECHA:" DELIMITED BY SIZE
                   CUENTA-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           PERFORM MOSTRAR-SEPARADOR.

       INFORMAR-MANTENIMIENTO.
           MOVE TOTAL-MANT TO CUENTA-EDIT
           STRING "MANTENIMIENTO DEL MAESTRO FUERA DE LA CADENA"
               DELIMITED BY SIZE
               " (GameMaintLog.txt):" DELIMITED BY SIZE
               CUENTA-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
               UNTIL IDX-LINEA > MANT-LISTADAS
               STRING "  " DELIMITED BY SIZE
                   MAN-LINEA(IDX-LINEA) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-PERFORM
           IF TOTAL-MANT > MANT-LISTADAS THEN
               MOVE "  (SE LISTAN LAS PRIMERAS 50)" TO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           MOVE TOTAL-PADLOG TO CUENTA-EDIT
           STRING "MANTENIMIENTO DEL PADRON FUERA DE LA CADENA"
               DELIMITED BY SIZE
               " (GamePlayersLog.txt):" DELIMITED BY SIZE
               CUENTA-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
               UNTIL IDX-LINEA > PADLOG-LISTADAS
               STRING "  " DELIMITED BY SIZE
                   PDL-LINEA(IDX-LINEA) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-PERFORM
           IF TOTAL-PADLOG > PADLOG-LISTADAS THEN
               MOVE "  (SE LISTAN LAS PRIMERAS 50)" TO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           PERFORM MOSTRAR-SEPARADOR.

       INFORMAR-RESPALDO.
           MOVE TOTAL-GENERACIONES TO CUENTA-EDIT
           STRING "RESPALDO DEL MAESTRO (GENERACIONES:"
               DELIMITED BY SIZE
               CUENTA-EDIT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF ULTIMA-GENERACION = SPACES THEN
               MOVE "  SIN GENERACIONES DE RESPALDO"
                   TO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               STRING "  ULTIMO: " DELIMITED BY SIZE
                   ULTIMA-GENERACION DELIMITED BY SPACE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               IF RESPALDO-ABIERTO = "S" THEN
                   MOVE RESPALDO-DETALLES TO CUENTA-EDIT
                   MOVE RESPALDO-PIE TO CUENTA-EDIT-2
                   STRING "  JUGADORES:" DELIMITED BY SIZE
                       CUENTA-EDIT DELIMITED BY SIZE
                       "  PIE:" DELIMITED BY SIZE
                       CUENTA-EDIT-2 DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
           END-IF
           IF RESPALDO-POSTERIOR = "S" THEN
               MOVE "  TOMADO DESPUES DE LA CORRIDA: SI"
                   TO WS-LINEA-REPORTE
           ELSE
               MOVE "  TOMADO DESPUES DE LA CORRIDA: NO"
                   TO WS-LINEA-REPORTE
           END-IF
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-SEPARADOR.

      *> ---------------------------------------------------------
      *> RUTINAS COMUNES
      *> ---------------------------------------------------------
       ANOTAR-EXCEPCION.
           ADD 1 TO TOTAL-EXCEPCIONES
           IF TOTAL-EXCEPCIONES NOT > 100 THEN
               MOVE WS-LINEA-EXCEPCION TO EXC-LINEA(TOTAL-EXCEPCIONES)
           END-IF
           DISPLAY "EXCEPCION: " WS-LINEA-EXCEPCION
           MOVE SPACES TO WS-LINEA-EXCEPCION.

      *> MOMENTO DE MOM-FECHA / MOM-HORA EN MOM-CLAVE (CERO SI NO SON
      *> UNA FECHA Y HORA LEGIBLES) Y SI CAE EN LA FECHA RESUMIDA O
      *> DENTRO DE LA VENTANA DE LA CADENA
       CALCULAR-MOMENTO.
           MOVE 0 TO MOM-CLAVE
           MOVE "N" TO EN-FECHA
           MOVE "N" TO EN-VENTANA
           IF MOM-FECHA IS NUMERIC AND MOM-HORA IS NUMERIC THEN
               MOVE MOM-FECHA TO CDI-FECHA
               IF CDI-MES > 0 AND CDI-MES < 13 THEN
                   PERFORM CALCULAR-DIA-ABSOLUTO
                   MOVE MOM-HORA TO MOM-HORA-NUM
                   COMPUTE MOM-CLAVE =
                       CDI-RESULTADO * 100000000 + MOM-HORA-NUM
               END-IF
           END-IF
           IF MOM-FECHA = FECHA-RESUMEN THEN
               MOVE "S" TO EN-FECHA
           END-IF
           IF HAY-CADENA = "S" AND MOM-CLAVE NOT < CADENA-DESDE
               AND MOM-CLAVE NOT > CADENA-HASTA THEN
               MOVE "S" TO EN-VENTANA
           END-IF.

      *> NUMERO DE DIA ABSOLUTO DE CDI-FECHA EN CDI-RESULTADO: EL ANO
      *> SE CUENTA DESDE MARZO PARA QUE EL 29 DE FEBRERO QUEDE AL
      *> FINAL, Y LOS BISIESTOS SALEN DE LOS CUARTOS MENOS LOS SIGLOS
      *> MAS LOS CUATRO SIGLOS (LA ERA DE 400 ANOS = 146097 DIAS)
       CALCULAR-DIA-ABSOLUTO.
           IF CDI-MES > 2 THEN
               MOVE CDI-ANO TO CDI-ANO-MARZO
               COMPUTE CDI-MES-MARZO = CDI-MES - 3
           ELSE
               COMPUTE CDI-ANO-MARZO = CDI-ANO - 1
               COMPUTE CDI-MES-MARZO = CDI-MES + 9
           END-IF
           DIVIDE CDI-ANO-MARZO BY 400 GIVING CDI-ERA
           COMPUTE CDI-ANO-ERA = CDI-ANO-MARZO - CDI-ERA * 400
           COMPUTE CDI-AUXILIAR = 153 * CDI-MES-MARZO + 2
           DIVIDE CDI-AUXILIAR BY 5 GIVING CDI-DIA-ANO
           COMPUTE CDI-DIA-ANO = CDI-DIA-ANO + CDI-DIA - 1
           DIVIDE CDI-ANO-ERA BY 4 GIVING CDI-CUARTOS
           DIVIDE CDI-ANO-ERA BY 100 GIVING CDI-SIGLOS
           COMPUTE CDI-RESULTADO = CDI-ERA * 146097
               + CDI-ANO-ERA * 365 + CDI-CUARTOS - CDI-SIGLOS
               + CDI-DIA-ANO.

       MOSTRAR-SEPARADOR.
           MOVE "------------------------------------------"
               TO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> ESCRIBE UNA LINEA DE RESULTADO EN PANTALLA Y EN EL REPORTE
       MOSTRAR-LINEA.
           DISPLAY WS-LINEA-REPORTE
           WRITE LineaReporte FROM WS-LINEA-REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE.

       END PROGRAM gamemorning.
