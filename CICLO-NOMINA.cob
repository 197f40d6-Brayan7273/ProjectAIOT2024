       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLO-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT PARAMETROS-CICLO ASSIGN TO "CICLO-PARAM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.
       SELECT CONTROL-CICLO ASSIGN TO "CICLO-CONTROL.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CIC-PERIODO
           FILE STATUS IS FS-CICLO.
       SELECT BITACORA-CICLO ASSIGN TO "CICLO-LOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG.
       SELECT ENTRADA-PASO ASSIGN TO "CICLO-ENTRADA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.
       SELECT RESULTADO-PASO ASSIGN TO "RESULTADO-PASO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESULTADO.
       SELECT CONTROL-NOMINA ASSIGN TO "CONTROL-NOM.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-PERIODO
           FILE STATUS IS FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS-CICLO.
       01 REGISTRO-PARAMETRO.
          05 PAR-PERIODO            PIC 9(8).
          05 PAR-USUARIO            PIC X(8).
          05 PAR-LIBRE              PIC X(8).
          05 PAR-PASO-INICIAL       PIC 9.
          05 PAR-RUTA               PIC X(60).
       FD CONTROL-CICLO.
       01 REGISTRO-CICLO.
          05 CIC-PERIODO            PIC 9(8).
          05 CIC-ESTADO             PIC X.
          05 CIC-ULTIMO-PASO        PIC 9.
          05 CIC-PASO-DETENIDO      PIC 9.
          05 CIC-CORRIDAS           PIC 9(3).
          05 CIC-FECHA-INICIO       PIC 9(8).
          05 CIC-HORA-INICIO        PIC 9(6).
          05 CIC-FECHA-FIN          PIC 9(8).
          05 CIC-HORA-FIN           PIC 9(6).
       FD BITACORA-CICLO.
       01 REGISTRO-LOG.
          05 LOG-PERIODO            PIC 9(8).
          05 LOG-CORRIDA            PIC 9(3).
          05 LOG-PASO               PIC 9.
          05 LOG-PROGRAMA           PIC X(24).
          05 LOG-FECHA-INICIO       PIC 9(8).
          05 LOG-HORA-INICIO        PIC 9(6).
          05 LOG-FECHA-FIN          PIC 9(8).
          05 LOG-HORA-FIN           PIC 9(6).
          05 LOG-RESULTADO          PIC X.
          05 LOG-CODIGO             PIC 9(4).
          05 LOG-LEIDOS             PIC 9(7).
          05 LOG-GRABADOS           PIC 9(7).
          05 LOG-RECHAZOS           PIC 9(7).
          05 LOG-ERRORES            PIC 9(7).
          05 LOG-MENSAJE            PIC X(40).
       FD ENTRADA-PASO.
       01 LINEA-ENTRADA             PIC X(80).
       FD RESULTADO-PASO.
       01 REGISTRO-RESULTADO.
          05 RES-PROGRAMA           PIC X(24).
          05 RES-PERIODO            PIC 9(8).
          05 RES-FECHA              PIC 9(8).
          05 RES-HORA               PIC 9(6).
          05 RES-CODIGO             PIC 9(2).
          05 RES-LEIDOS             PIC 9(7).
          05 RES-GRABADOS           PIC 9(7).
          05 RES-RECHAZOS           PIC 9(7).
          05 RES-ERRORES            PIC 9(7).
       FD CONTROL-NOMINA.
       01 REGISTRO-CONTROL.
          05 CTL-PERIODO            PIC 9(8).
          05 CTL-ESTADO             PIC X.
          05 CTL-FECHA-CORRIDA      PIC 9(8).
          05 CTL-HORA-CORRIDA       PIC 9(6).
          05 CTL-EMPLEADOS          PIC 9(5).
          05 CTL-TOTAL-NETO         PIC 9(13)V99.
          05 CTL-DISPERSION         PIC X.
          05 CTL-PAGOS-PENDIENTES   PIC 9(5).
          05 CTL-REVISION           PIC X.
          05 CTL-FECHA-REVISION     PIC 9(8).
          05 CTL-OBSERVADOS         PIC 9(5).
          05 CTL-USUARIO-REVISION   PIC X(8).

       WORKING-STORAGE SECTION.
       77 FS-PARAMETROS         PIC X(02).
       77 FS-CICLO              PIC X(02).
       77 FS-LOG                PIC X(02).
       77 FS-ENTRADA            PIC X(02).
       77 FS-RESULTADO          PIC X(02).
       77 FS-CONTROL            PIC X(02).
       77 WS-PERIODO-CICLO      PIC 9(8).
       77 WS-PASO-INICIAL       PIC 9.
       77 WS-RUTA               PIC X(60).
       77 WS-CLAVE-OPERADOR     PIC X(8).
       77 WS-PASO               PIC 9.
       77 WS-CICLO-EXISTE       PIC X.
       77 WS-CICLO-DETENIDO     PIC X.
       77 WS-OMITIR-PASO        PIC X.
       77 WS-RESULTADO-LEIDO    PIC X.
       77 WS-CONTROL-EXISTE     PIC X.
       77 WS-CONTROL-LEIDO      PIC X.
       77 WS-PASOS-EJECUTADOS   PIC 9 VALUE ZERO.
       77 WS-CODIGO-SISTEMA     PIC S9(9) VALUE ZERO.
       77 WS-CODIGO-CICLO       PIC 9(2) VALUE ZERO.
       77 WS-COMANDO            PIC X(200).

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 WS-HORA-HHMMSS     PIC 9(6).
          05 FILLER             PIC X(7).

       01 WS-PERIODO-PARTES.
          05 WS-PER-ANIO        PIC 9(4).
          05 WS-PER-MES         PIC 9(2).
          05 WS-PER-DIA         PIC 9(2).

       01 WS-TABLA-PASOS.
          05 FILLER             PIC X(24) VALUE "VALIDAR-INCIDENCIAS".
          05 FILLER             PIC X(24) VALUE "CALCULO-NOMINA".
          05 FILLER             PIC X(24) VALUE "DISPERSION-NOMINA".
          05 FILLER             PIC X(24) VALUE "EXTRACTO-CONTABLE".
       01 WS-PASOS REDEFINES WS-TABLA-PASOS.
          05 WS-PASO-PROGRAMA   PIC X(24) OCCURS 4.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM LEER-PARAMETROS
           OPEN I-O CONTROL-CICLO
           IF FS-CICLO = "35"
               OPEN OUTPUT CONTROL-CICLO
               CLOSE CONTROL-CICLO
               OPEN I-O CONTROL-CICLO
           END-IF
           IF FS-CICLO NOT = "00"
               DISPLAY "Error al abrir CICLO-CONTROL.dat, estado: "
                   FS-CICLO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND BITACORA-CICLO
           IF FS-LOG = "35"
               OPEN OUTPUT BITACORA-CICLO
           END-IF
           IF FS-LOG NOT = "00"
               DISPLAY "Error al abrir CICLO-LOG.dat, estado: "
                   FS-LOG
               CLOSE CONTROL-CICLO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM DETERMINAR-PASO-INICIAL
           MOVE "N" TO WS-CICLO-DETENIDO
           PERFORM UNTIL WS-PASO > 4 OR WS-CICLO-DETENIDO = "S"
               PERFORM EJECUTAR-PASO
               IF WS-CICLO-DETENIDO NOT = "S"
                   ADD 1 TO WS-PASO
               END-IF
           END-PERFORM
           IF WS-PASOS-EJECUTADOS > ZERO
               PERFORM CERRAR-CICLO
           END-IF
           CLOSE CONTROL-CICLO
           CLOSE BITACORA-CICLO
           DISPLAY "Ciclo de nomina del periodo " WS-PERIODO-CICLO
           IF WS-CICLO-DETENIDO = "S"
               DISPLAY "Ciclo detenido en el paso " WS-PASO " ("
                   WS-PASO-PROGRAMA(WS-PASO) ")."
               DISPLAY "Corrija la causa y vuelva a someter el "
                   "ciclo; se reanudara en ese paso."
           ELSE
               DISPLAY "Ciclo terminado."
           END-IF
           DISPLAY "Pasos ejecutados en esta corrida: "
               WS-PASOS-EJECUTADOS
           DISPLAY "Detalle de los pasos en CICLO-LOG.dat"
           MOVE WS-CODIGO-CICLO TO RETURN-CODE
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-CICLO
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "Error al abrir CICLO-PARAM.dat, estado: "
                   FS-PARAMETROS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETROS-CICLO
               AT END
                   DISPLAY "CICLO-PARAM.dat esta vacio."
                   CLOSE PARAMETROS-CICLO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARAMETROS-CICLO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           IF PAR-PERIODO NOT NUMERIC
               DISPLAY "El periodo de CICLO-PARAM.dat no es "
                   "numerico: " PAR-PERIODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PAR-PERIODO TO WS-PERIODO-CICLO
           IF WS-PERIODO-CICLO = ZERO
               MOVE WS-FECHA-AAAAMMDD TO WS-PERIODO-CICLO
           END-IF
           MOVE WS-PERIODO-CICLO TO WS-PERIODO-PARTES
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
                   OR WS-PER-DIA < 1 OR WS-PER-DIA > 31
               DISPLAY "El periodo " WS-PERIODO-CICLO " no es una "
                   "fecha de quincena valida."
               DISPLAY "Los finiquitos y el aguinaldo no se corren "
                   "con el ciclo de nomina."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PAR-USUARIO = SPACES
               DISPLAY "Falta el usuario operador en CICLO-PARAM.dat."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PAR-LIBRE NOT = SPACES
               DISPLAY "Las posiciones 17 a 24 de CICLO-PARAM.dat "
                   "deben quedar en blanco."
               DISPLAY "La contraseña ya no se guarda en el archivo; "
                   "borrela y vuelva a enviar el ciclo."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Contraseña del operador " PAR-USUARIO ": "
           ACCEPT WS-CLAVE-OPERADOR
           IF WS-CLAVE-OPERADOR = SPACES
               DISPLAY "No se recibio la contraseña del operador."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PAR-PASO-INICIAL NUMERIC
               MOVE PAR-PASO-INICIAL TO WS-PASO-INICIAL
           ELSE
               MOVE ZERO TO WS-PASO-INICIAL
           END-IF
           IF WS-PASO-INICIAL > 4
               DISPLAY "El paso inicial de CICLO-PARAM.dat debe ser "
                   "de 0 a 4."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PAR-RUTA = SPACES
               MOVE "./" TO WS-RUTA
           ELSE
               MOVE PAR-RUTA TO WS-RUTA
           END-IF.

       DETERMINAR-PASO-INICIAL.
           MOVE WS-PERIODO-CICLO TO CIC-PERIODO
           READ CONTROL-CICLO KEY IS CIC-PERIODO
               INVALID KEY
                   MOVE "N" TO WS-CICLO-EXISTE
                   MOVE WS-PERIODO-CICLO  TO CIC-PERIODO
                   MOVE SPACE             TO CIC-ESTADO
                   MOVE ZERO              TO CIC-ULTIMO-PASO
                   MOVE ZERO              TO CIC-PASO-DETENIDO
                   MOVE ZERO              TO CIC-CORRIDAS
                   MOVE WS-FECHA-AAAAMMDD TO CIC-FECHA-INICIO
                   MOVE WS-HORA-HHMMSS    TO CIC-HORA-INICIO
                   MOVE ZERO              TO CIC-FECHA-FIN
                   MOVE ZERO              TO CIC-HORA-FIN
               NOT INVALID KEY
                   MOVE "S" TO WS-CICLO-EXISTE
           END-READ
           IF WS-PASO-INICIAL > ZERO
               MOVE WS-PASO-INICIAL TO WS-PASO
               DISPLAY "Se inicia en el paso " WS-PASO " ("
                   WS-PASO-PROGRAMA(WS-PASO) ") indicado en "
                   "CICLO-PARAM.dat."
           ELSE
               IF WS-CICLO-EXISTE = "S" AND CIC-ESTADO = "T"
                   DISPLAY "El ciclo del periodo " WS-PERIODO-CICLO
                       " ya termino el " CIC-FECHA-FIN "."
                   DISPLAY "Para repetir un paso indique el paso "
                       "inicial en CICLO-PARAM.dat."
                   MOVE 5 TO WS-PASO
               ELSE
                   COMPUTE WS-PASO = CIC-ULTIMO-PASO + 1
                   IF WS-CICLO-EXISTE = "S"
                       DISPLAY "Se reanuda el ciclo del periodo "
                           WS-PERIODO-CICLO " en el paso " WS-PASO
                           " (" WS-PASO-PROGRAMA(WS-PASO) ")."
                   END-IF
               END-IF
           END-IF
           IF WS-PASO <= 4
               ADD 1 TO CIC-CORRIDAS
               MOVE "E" TO CIC-ESTADO
               MOVE ZERO TO CIC-PASO-DETENIDO
               PERFORM GRABAR-CONTROL-CICLO
           END-IF.

       EJECUTAR-PASO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-PERIODO-CICLO          TO LOG-PERIODO
           MOVE CIC-CORRIDAS              TO LOG-CORRIDA
           MOVE WS-PASO                   TO LOG-PASO
           MOVE WS-PASO-PROGRAMA(WS-PASO) TO LOG-PROGRAMA
           MOVE WS-FECHA-AAAAMMDD         TO LOG-FECHA-INICIO
           MOVE WS-HORA-HHMMSS            TO LOG-HORA-INICIO
           MOVE SPACE                     TO LOG-RESULTADO
           MOVE ZERO                      TO LOG-CODIGO
           MOVE ZERO                      TO LOG-LEIDOS
           MOVE ZERO                      TO LOG-GRABADOS
           MOVE ZERO                      TO LOG-RECHAZOS
           MOVE ZERO                      TO LOG-ERRORES
           MOVE SPACES                    TO LOG-MENSAJE
           MOVE "N" TO WS-OMITIR-PASO
           DISPLAY "Paso " WS-PASO ": " WS-PASO-PROGRAMA(WS-PASO)
               " inicio " WS-FECHA-AAAAMMDD " " WS-HORA-HHMMSS
           EVALUATE WS-PASO
               WHEN 2
                   PERFORM PREPARAR-CALCULO
               WHEN 3
                   PERFORM VERIFICAR-REVISION
               WHEN OTHER
                   PERFORM PREPARAR-ENTRADA-VACIA
           END-EVALUATE
           IF LOG-RESULTADO = SPACE AND WS-OMITIR-PASO = "N"
               PERFORM CORRER-PROGRAMA
           END-IF
           PERFORM LIMPIAR-ENTRADA
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO LOG-FECHA-FIN
           MOVE WS-HORA-HHMMSS    TO LOG-HORA-FIN
           WRITE REGISTRO-LOG
           IF FS-LOG NOT = "00"
               DISPLAY "Aviso: no se pudo escribir CICLO-LOG.dat, "
                   "estado: " FS-LOG
           END-IF
           DISPLAY "Paso " WS-PASO ": " WS-PASO-PROGRAMA(WS-PASO)
               " fin " WS-FECHA-AAAAMMDD " " WS-HORA-HHMMSS
               " resultado " LOG-RESULTADO " " LOG-MENSAJE
           ADD 1 TO WS-PASOS-EJECUTADOS
           EVALUATE LOG-RESULTADO
               WHEN "F"
                   MOVE "S" TO WS-CICLO-DETENIDO
                   MOVE "F" TO CIC-ESTADO
                   MOVE WS-PASO TO CIC-PASO-DETENIDO
                   COMPUTE CIC-ULTIMO-PASO = WS-PASO - 1
                   MOVE 8 TO WS-CODIGO-CICLO
               WHEN "R"
                   MOVE "S" TO WS-CICLO-DETENIDO
                   MOVE "R" TO CIC-ESTADO
                   MOVE WS-PASO TO CIC-PASO-DETENIDO
                   COMPUTE CIC-ULTIMO-PASO = WS-PASO - 1
                   IF WS-CODIGO-CICLO < 4
                       MOVE 4 TO WS-CODIGO-CICLO
                   END-IF
               WHEN "A"
                   MOVE WS-PASO TO CIC-ULTIMO-PASO
                   IF WS-CODIGO-CICLO < 4
                       MOVE 4 TO WS-CODIGO-CICLO
                   END-IF
               WHEN OTHER
                   MOVE WS-PASO TO CIC-ULTIMO-PASO
           END-EVALUATE
           PERFORM GRABAR-CONTROL-CICLO.

       PREPARAR-CALCULO.
           PERFORM LEER-CONTROL-NOMINA
           IF WS-CONTROL-LEIDO NOT = "S"
               MOVE "F" TO LOG-RESULTADO
               MOVE "NO SE PUDO LEER CONTROL-NOM.DAT"
                   TO LOG-MENSAJE
           ELSE
               IF WS-CONTROL-EXISTE = "S" AND CTL-ESTADO = "C"
                   MOVE "S" TO WS-OMITIR-PASO
                   MOVE "O" TO LOG-RESULTADO
                   MOVE "PERIODO YA CERRADO EN CONTROL-NOM"
                       TO LOG-MENSAJE
               ELSE
                   PERFORM ABRIR-ENTRADA
                   IF LOG-RESULTADO = SPACE
                       MOVE PAR-USUARIO TO LINEA-ENTRADA
                       WRITE LINEA-ENTRADA
                       MOVE WS-CLAVE-OPERADOR TO LINEA-ENTRADA
                       WRITE LINEA-ENTRADA
                       MOVE WS-PERIODO-CICLO TO LINEA-ENTRADA
                       WRITE LINEA-ENTRADA
                       IF WS-CONTROL-EXISTE = "S"
                           MOVE "S" TO LINEA-ENTRADA
                           WRITE LINEA-ENTRADA
                           MOVE "REANUDACION DEL CALCULO"
                               TO LOG-MENSAJE
                       END-IF
                       CLOSE ENTRADA-PASO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-REVISION.
           PERFORM LEER-CONTROL-NOMINA
           IF WS-CONTROL-LEIDO NOT = "S"
               MOVE "F" TO LOG-RESULTADO
               MOVE "NO SE PUDO LEER CONTROL-NOM.DAT"
                   TO LOG-MENSAJE
           ELSE
               IF WS-CONTROL-EXISTE NOT = "S" OR CTL-ESTADO NOT = "C"
                   MOVE "F" TO LOG-RESULTADO
                   MOVE "PERIODO NO CERRADO EN CONTROL-NOM"
                       TO LOG-MENSAJE
               ELSE
                   IF CTL-REVISION NOT = "A"
                       MOVE "R" TO LOG-RESULTADO
                       MOVE "ESPERA APROBACION EN REVISION-NOMINA"
                           TO LOG-MENSAJE
                       DISPLAY "El periodo " WS-PERIODO-CICLO
                           " no tiene aprobada la revision de "
                           "variaciones."
                       DISPLAY "Ejecute REVISION-NOMINA y vuelva a "
                           "someter el ciclo."
                   ELSE
                       PERFORM ABRIR-ENTRADA
                       IF LOG-RESULTADO = SPACE
                           MOVE WS-PERIODO-CICLO TO LINEA-ENTRADA
                           WRITE LINEA-ENTRADA
                           CLOSE ENTRADA-PASO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PREPARAR-ENTRADA-VACIA.
           PERFORM ABRIR-ENTRADA
           IF LOG-RESULTADO = SPACE
               CLOSE ENTRADA-PASO
           END-IF.

       ABRIR-ENTRADA.
           OPEN OUTPUT ENTRADA-PASO
           IF FS-ENTRADA NOT = "00"
               DISPLAY "Error al abrir CICLO-ENTRADA.txt, estado: "
                   FS-ENTRADA
               MOVE "F" TO LOG-RESULTADO
               MOVE "NO SE PUDO PREPARAR CICLO-ENTRADA.TXT"
                   TO LOG-MENSAJE
           END-IF.

       LIMPIAR-ENTRADA.
           OPEN OUTPUT ENTRADA-PASO
           IF FS-ENTRADA = "00"
               CLOSE ENTRADA-PASO
           END-IF.

       LEER-CONTROL-NOMINA.
           MOVE "N" TO WS-CONTROL-EXISTE
           MOVE "S" TO WS-CONTROL-LEIDO
           OPEN INPUT CONTROL-NOMINA
           IF FS-CONTROL NOT = "35"
               IF FS-CONTROL NOT = "00"
                   DISPLAY "Error al abrir CONTROL-NOM.dat, estado: "
                       FS-CONTROL
                   MOVE "N" TO WS-CONTROL-LEIDO
               ELSE
                   MOVE WS-PERIODO-CICLO TO CTL-PERIODO
                   READ CONTROL-NOMINA KEY IS CTL-PERIODO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-CONTROL-EXISTE
                   END-READ
                   CLOSE CONTROL-NOMINA
               END-IF
           END-IF.

       CORRER-PROGRAMA.
           OPEN OUTPUT RESULTADO-PASO
           IF FS-RESULTADO NOT = "00"
               DISPLAY "Error al limpiar RESULTADO-PASO.dat, estado: "
                   FS-RESULTADO
               MOVE "F" TO LOG-RESULTADO
               MOVE "NO SE PUDO LIMPIAR RESULTADO-PASO.DAT"
                   TO LOG-MENSAJE
           ELSE
               CLOSE RESULTADO-PASO
               MOVE SPACES TO WS-COMANDO
               STRING WS-RUTA DELIMITED BY SPACE
                   WS-PASO-PROGRAMA(WS-PASO) DELIMITED BY SPACE
                   " < CICLO-ENTRADA.txt" DELIMITED BY SIZE
                   INTO WS-COMANDO
               END-STRING
               CALL "SYSTEM" USING WS-COMANDO
               MOVE RETURN-CODE TO WS-CODIGO-SISTEMA
               MOVE ZERO TO RETURN-CODE
               IF WS-CODIGO-SISTEMA < ZERO
                       OR WS-CODIGO-SISTEMA > 9999
                   MOVE 9999 TO LOG-CODIGO
               ELSE
                   MOVE WS-CODIGO-SISTEMA TO LOG-CODIGO
               END-IF
               PERFORM LEER-RESULTADO
           END-IF.

       LEER-RESULTADO.
           MOVE "N" TO WS-RESULTADO-LEIDO
           OPEN INPUT RESULTADO-PASO
           IF FS-RESULTADO = "00"
               READ RESULTADO-PASO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RES-PROGRAMA = WS-PASO-PROGRAMA(WS-PASO)
                           MOVE "S" TO WS-RESULTADO-LEIDO
                       END-IF
               END-READ
               CLOSE RESULTADO-PASO
           END-IF
           IF WS-RESULTADO-LEIDO NOT = "S"
               MOVE "F" TO LOG-RESULTADO
               MOVE "EL PASO NO TERMINO NORMALMENTE"
                   TO LOG-MENSAJE
           ELSE
               MOVE RES-LEIDOS   TO LOG-LEIDOS
               MOVE RES-GRABADOS TO LOG-GRABADOS
               MOVE RES-RECHAZOS TO LOG-RECHAZOS
               MOVE RES-ERRORES  TO LOG-ERRORES
               IF (WS-PASO = 2 OR WS-PASO = 3)
                       AND RES-PERIODO NOT = WS-PERIODO-CICLO
                   MOVE "F" TO LOG-RESULTADO
                   MOVE "EL PASO PROCESO OTRO PERIODO"
                       TO LOG-MENSAJE
               ELSE
                   EVALUATE TRUE
                       WHEN RES-CODIGO > 4
                           MOVE "F" TO LOG-RESULTADO
                           MOVE "EL PASO TERMINO CON ERROR"
                               TO LOG-MENSAJE
                       WHEN RES-CODIGO > ZERO
                           MOVE "A" TO LOG-RESULTADO
                           MOVE "TERMINADO CON AVISOS"
                               TO LOG-MENSAJE
                       WHEN OTHER
                           MOVE "T" TO LOG-RESULTADO
                           IF LOG-MENSAJE = SPACES
                               MOVE "TERMINADO" TO LOG-MENSAJE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       CERRAR-CICLO.
           IF WS-CICLO-DETENIDO NOT = "S"
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE "T" TO CIC-ESTADO
               MOVE 4 TO CIC-ULTIMO-PASO
               MOVE ZERO TO CIC-PASO-DETENIDO
               MOVE WS-FECHA-AAAAMMDD TO CIC-FECHA-FIN
               MOVE WS-HORA-HHMMSS    TO CIC-HORA-FIN
               PERFORM GRABAR-CONTROL-CICLO
           END-IF.

       GRABAR-CONTROL-CICLO.
           IF WS-CICLO-EXISTE = "S"
               REWRITE REGISTRO-CICLO
                   INVALID KEY
                       DISPLAY "Error al actualizar CICLO-CONTROL.dat, "
                           "estado: " FS-CICLO
               END-REWRITE
           ELSE
               WRITE REGISTRO-CICLO
                   INVALID KEY
                       DISPLAY "Error al registrar el ciclo en "
                           "CICLO-CONTROL.dat, estado: " FS-CICLO
                   NOT INVALID KEY
                       MOVE "S" TO WS-CICLO-EXISTE
               END-WRITE
           END-IF.
