           RECORD KEY IS EMPLEADO-ID
           ALTERNATE RECORD KEY IS APELLIDO-EMPLEADO WITH DUPLICATES
           FILE STATUS IS FS-EMPLEADOS.
       SELECT EMPLEADO-NOMINA ASSIGN TO "NOMINA.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NOMINA-ID
           FILE STATUS IS FS-NOMINA.
       SELECT VACACIONES-ARCHIVO ASSIGN TO "VACACIONES.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VAC-CLAVE
           FILE STATUS IS FS-VACACIONES.
       SELECT INCIDENCIAS-ARCHIVO ASSIGN TO "INCIDENCIAS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INCIDENCIAS.
       SELECT RECHAZOS-INCID ASSIGN TO "RECHAZOS-INC.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.
       SELECT RESULTADO-PASO ASSIGN TO "RESULTADO-PASO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESULTADO.

       DATA DIVISION.
       FILE SECTION.
          05 TELEFONO        PIC X(12).
          05 DIRECCION       PIC X(50).
          05 ESTADO-EMPLEADO PIC X.
       FD EMPLEADO-NOMINA.
       01 REGISTRO-NOMINA.
          05 NOMINA-ID              PIC 9(5).
          05 NOMINA-SALARIO         PIC 9(7)V99.
          05 NOMINA-DEPARTAMENTO    PIC X(20).
          05 NOMINA-PUESTO          PIC X(20).
          05 NOMINA-FECHA-INGRESO   PIC 9(8).
       FD VACACIONES-ARCHIVO.
       01 REGISTRO-VACACIONES.
          05 VAC-CLAVE.
             10 VAC-ID              PIC 9(5).
             10 VAC-ANIO            PIC 9(4).
          05 VAC-ANIVERSARIO        PIC 9(2).
          05 VAC-FECHA-ANIV         PIC 9(8).
          05 VAC-DIAS-OTORGADOS     PIC 9(3).
          05 VAC-DIAS-TOMADOS       PIC 9(3)V99.
          05 VAC-FECHA-MOV          PIC 9(8).
       FD INCIDENCIAS-ARCHIVO.
       01 REGISTRO-INCIDENCIA.
          05 INC-ID              PIC X(5).
          05 RECH-MOTIVO        PIC X(2).
          05 FILLER             PIC X(1).
          05 RECH-DESCRIPCION   PIC X(30).
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

       WORKING-STORAGE SECTION.
       77 FS-EMPLEADOS          PIC X(02).
       77 FS-NOMINA             PIC X(02).
       77 FS-VACACIONES         PIC X(02).
       77 FS-INCIDENCIAS        PIC X(02).
       77 FS-VALIDAS            PIC X(02).
       77 FS-RECHAZOS           PIC X(02).
       77 FS-RESULTADO          PIC X(02).
       77 WS-FIN-LOTE           PIC X.
       77 WS-INCID-VALIDAS      PIC 9(5) VALUE ZERO.
       77 WS-INCID-REGRABADAS   PIC 9(5) VALUE ZERO.
       77 WS-RECHAZOS-SINGRABAR PIC 9(5) VALUE ZERO.
       77 WS-MOTIVO-RECHAZO     PIC X(2).
       77 WS-DESCRIP-RECHAZO    PIC X(30).
       77 WS-INCID-GRABADA      PIC X.
       77 WS-FIN-VAC            PIC X.
       77 WS-VAC-HALLADO        PIC X.
       77 WS-VAC-OTORGADOS      PIC 9(5) VALUE ZERO.
       77 WS-DIAS-PREVIOS       PIC 9(7)V99.
       77 WS-DIAS-SOLICITADOS   PIC S9(7)V99.
       77 WS-DIAS-MOVER         PIC 9(7)V99.
       77 WS-DIAS-DISPONIBLES   PIC 9(3)V99.
       77 WS-SALDO-VAC          PIC S9(5)V99.
       77 WS-ANIOS-CUMPLIDOS    PIC 9(3).
       77 WS-ANIV-INICIAL       PIC 9(3).
       77 WS-ANIV-ACTUAL        PIC 9(3).
       77 WS-DIAS-ANIV          PIC 9(3).
       77 WS-ANIO-ULTIMO        PIC 9(4).
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-COCIENTE           PIC 9(4).
       77 WS-RESTO-4            PIC 9(4).
       77 WS-RESTO-100          PIC 9(4).
       77 WS-RESTO-400          PIC 9(4).

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 WS-HORA-HHMMSS     PIC 9(6).
          05 FILLER             PIC X(7).

       01 WS-FECHA-CORTE.
          05 WS-COR-ANIO        PIC 9(4).
          05 WS-COR-MMDD        PIC 9(4).
       01 WS-FECHA-CORTE-NUM REDEFINES WS-FECHA-CORTE PIC 9(8).

       01 WS-FECHA-INGRESO.
          05 WS-ING-ANIO        PIC 9(4).
          05 WS-ING-MMDD        PIC 9(4).

       01 WS-FECHA-ANIVERSARIO.
          05 WS-ANI-ANIO        PIC 9(4).
          05 WS-ANI-MMDD        PIC 9(4).
       01 WS-FECHA-ANIV-NUM REDEFINES WS-FECHA-ANIVERSARIO
          PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           IF FS-EMPLEADOS NOT = "00"
               DISPLAY "Error al abrir PHYSICAL-FILE.dat, estado: "
                   FS-EMPLEADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLEADO-NOMINA
           IF FS-NOMINA NOT = "00"
               DISPLAY "Error al abrir NOMINA.dat, estado: "
                   FS-NOMINA
               CLOSE EMPLEADOS-ARCHIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O VACACIONES-ARCHIVO
           IF FS-VACACIONES = "35"
               OPEN OUTPUT VACACIONES-ARCHIVO
               CLOSE VACACIONES-ARCHIVO
               OPEN I-O VACACIONES-ARCHIVO
           END-IF
           IF FS-VACACIONES NOT = "00"
               DISPLAY "Error al abrir VACACIONES.dat, estado: "
                   FS-VACACIONES
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INCIDENCIAS-ARCHIVO
               DISPLAY "No se pudo abrir el archivo de incidencias "
                   "(INCIDENCIAS.dat), estado: " FS-INCIDENCIAS
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE VACACIONES-ARCHIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O INCIDENCIAS-VALIDAS
               DISPLAY "Error al abrir INCID-VAL.dat, estado: "
                   FS-VALIDAS
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE VACACIONES-ARCHIVO
               CLOSE INCIDENCIAS-ARCHIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECHAZOS-INCID
                   "estado: " FS-RECHAZOS
               DISPLAY "Los rechazos solo se mostraran en pantalla."
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY
           MOVE "N" TO WS-FIN-LOTE
           PERFORM UNTIL WS-FIN-LOTE = "S"
               READ INCIDENCIAS-ARCHIVO
               END-READ
           END-PERFORM
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE VACACIONES-ARCHIVO
           CLOSE INCIDENCIAS-ARCHIVO
           CLOSE INCIDENCIAS-VALIDAS
           IF WS-RECHAZOS-ABIERTO = "S"
           DISPLAY "Incidencias regrabadas:   " WS-INCID-REGRABADAS
           DISPLAY "Incidencias rechazadas:   " WS-INCID-RECHAZADAS
           DISPLAY "Errores de E/S:           " WS-ERRORES-ES
           DISPLAY "Aniversarios otorgados:   " WS-VAC-OTORGADOS
           IF WS-RECHAZOS-SINGRABAR > ZERO
               DISPLAY "ATENCION: " WS-RECHAZOS-SINGRABAR
                   " rechazos NO quedaron grabados en "
                       "y vuelva a procesarlos como INCIDENCIAS.dat."
               END-IF
           END-IF
           PERFORM GRABAR-RESULTADO-PASO
           STOP RUN.

       VALIDAR-INCIDENCIA.
                           TO WS-DESCRIP-RECHAZO
                       PERFORM GRABAR-RECHAZO
                   ELSE
                       IF INC-TIPO = "V"
                           PERFORM VALIDAR-VACACIONES
                       ELSE
                           PERFORM GRABAR-INCIDENCIA
                       END-IF
                   END-IF
           END-READ.

       VALIDAR-VACACIONES.
           MOVE INC-ID-NUM TO NOMINA-ID
           READ EMPLEADO-NOMINA KEY IS NOMINA-ID
               INVALID KEY
                   MOVE "07" TO WS-MOTIVO-RECHAZO
                   MOVE "SIN DATOS DE NOMINA (INGRESO)"
                       TO WS-DESCRIP-RECHAZO
                   PERFORM GRABAR-RECHAZO
               NOT INVALID KEY
                   PERFORM VALIDAR-SALDO-VACACIONES
           END-READ.

       VALIDAR-SALDO-VACACIONES.
           MOVE INC-PERIODO-NUM TO WS-FECHA-CORTE-NUM
           PERFORM OTORGAR-ANIVERSARIOS
           MOVE ZERO TO WS-DIAS-PREVIOS
           MOVE INC-PERIODO-NUM TO INV-PERIODO
           MOVE INC-ID-NUM      TO INV-ID
           MOVE INC-TIPO        TO INV-TIPO
           READ INCIDENCIAS-VALIDAS KEY IS INV-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-CANTIDAD TO WS-DIAS-PREVIOS
           END-READ
           PERFORM SUMAR-SALDO-VACACIONES
           COMPUTE WS-DIAS-SOLICITADOS =
               INC-CANTIDAD-NUM - WS-DIAS-PREVIOS
           IF WS-DIAS-SOLICITADOS > WS-SALDO-VAC
               MOVE "06" TO WS-MOTIVO-RECHAZO
               MOVE "DIAS DE VACACIONES SIN SALDO"
                   TO WS-DESCRIP-RECHAZO
               PERFORM GRABAR-RECHAZO
           ELSE
               PERFORM GRABAR-INCIDENCIA
               IF WS-INCID-GRABADA = "S"
                   IF WS-DIAS-SOLICITADOS > ZERO
                       MOVE WS-DIAS-SOLICITADOS TO WS-DIAS-MOVER
                       PERFORM CARGAR-DIAS-VACACIONES
                   END-IF
                   IF WS-DIAS-SOLICITADOS < ZERO
                       COMPUTE WS-DIAS-MOVER =
                           ZERO - WS-DIAS-SOLICITADOS
                       PERFORM DEVOLVER-DIAS-VACACIONES
                   END-IF
               END-IF
           END-IF.

       OTORGAR-ANIVERSARIOS.
           MOVE NOMINA-FECHA-INGRESO TO WS-FECHA-INGRESO
           IF WS-ING-ANIO NOT < WS-COR-ANIO
               MOVE ZERO TO WS-ANIOS-CUMPLIDOS
           ELSE
               COMPUTE WS-ANIOS-CUMPLIDOS = WS-COR-ANIO - WS-ING-ANIO
               IF WS-COR-MMDD < WS-ING-MMDD
                   SUBTRACT 1 FROM WS-ANIOS-CUMPLIDOS
               END-IF
           END-IF
           IF WS-ANIOS-CUMPLIDOS > ZERO
               PERFORM BUSCAR-ULTIMO-ANIVERSARIO
               IF WS-VAC-HALLADO = "S"
                   COMPUTE WS-ANIV-INICIAL = VAC-ANIVERSARIO + 1
               ELSE
                   MOVE WS-ANIOS-CUMPLIDOS TO WS-ANIV-INICIAL
               END-IF
               MOVE WS-ANIV-INICIAL TO WS-ANIV-ACTUAL
               PERFORM UNTIL WS-ANIV-ACTUAL > WS-ANIOS-CUMPLIDOS
                   PERFORM GRABAR-ANIVERSARIO
                   ADD 1 TO WS-ANIV-ACTUAL
               END-PERFORM
           END-IF.

       BUSCAR-ULTIMO-ANIVERSARIO.
           MOVE "N" TO WS-VAC-HALLADO
           MOVE ZERO TO WS-ANIO-ULTIMO
           MOVE "N" TO WS-FIN-VAC
           MOVE INC-ID-NUM TO VAC-ID
           MOVE ZERO TO VAC-ANIO
           START VACACIONES-ARCHIVO KEY IS NOT LESS THAN VAC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-VAC
           END-START
           PERFORM UNTIL WS-FIN-VAC = "S"
               READ VACACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-VAC
                   NOT AT END
                       IF VAC-ID NOT = INC-ID-NUM
                           MOVE "S" TO WS-FIN-VAC
                       ELSE
                           MOVE "S" TO WS-VAC-HALLADO
                           MOVE VAC-ANIO TO WS-ANIO-ULTIMO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VAC-HALLADO = "S"
               MOVE INC-ID-NUM     TO VAC-ID
               MOVE WS-ANIO-ULTIMO TO VAC-ANIO
               READ VACACIONES-ARCHIVO KEY IS VAC-CLAVE
                   INVALID KEY
                       MOVE "N" TO WS-VAC-HALLADO
               END-READ
           END-IF.

       GRABAR-ANIVERSARIO.
           COMPUTE WS-ANI-ANIO = WS-ING-ANIO + WS-ANIV-ACTUAL
           MOVE WS-ING-MMDD TO WS-ANI-MMDD
           IF WS-ANI-MMDD = 0229
               PERFORM AJUSTAR-ANIV-BISIESTO
           END-IF
           IF WS-ANIV-ACTUAL NOT > 5
               COMPUTE WS-DIAS-ANIV = 10 + WS-ANIV-ACTUAL * 2
           ELSE
               COMPUTE WS-COCIENTE = (WS-ANIV-ACTUAL - 6) / 5
               COMPUTE WS-DIAS-ANIV = 22 + WS-COCIENTE * 2
           END-IF
           MOVE INC-ID-NUM        TO VAC-ID
           MOVE WS-ANI-ANIO       TO VAC-ANIO
           MOVE WS-ANIV-ACTUAL    TO VAC-ANIVERSARIO
           MOVE WS-FECHA-ANIV-NUM TO VAC-FECHA-ANIV
           MOVE WS-DIAS-ANIV      TO VAC-DIAS-OTORGADOS
           MOVE ZERO              TO VAC-DIAS-TOMADOS
           MOVE WS-FECHA-HOY      TO VAC-FECHA-MOV
           WRITE REGISTRO-VACACIONES
               INVALID KEY
                   IF FS-VACACIONES NOT = "22"
                       DISPLAY "Error al otorgar vacaciones al ID "
                           INC-ID ", estado: " FS-VACACIONES
                       ADD 1 TO WS-ERRORES-ES
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-VAC-OTORGADOS
           END-WRITE.

       AJUSTAR-ANIV-BISIESTO.
           DIVIDE WS-ANI-ANIO BY 4
               GIVING WS-COCIENTE REMAINDER WS-RESTO-4
           DIVIDE WS-ANI-ANIO BY 100
               GIVING WS-COCIENTE REMAINDER WS-RESTO-100
           DIVIDE WS-ANI-ANIO BY 400
               GIVING WS-COCIENTE REMAINDER WS-RESTO-400
           IF (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO)
                   OR WS-RESTO-400 = ZERO
               CONTINUE
           ELSE
               MOVE 0228 TO WS-ANI-MMDD
           END-IF.

       SUMAR-SALDO-VACACIONES.
           MOVE ZERO TO WS-SALDO-VAC
           MOVE "N" TO WS-FIN-VAC
           MOVE INC-ID-NUM TO VAC-ID
           MOVE ZERO TO VAC-ANIO
           START VACACIONES-ARCHIVO KEY IS NOT LESS THAN VAC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-VAC
           END-START
           PERFORM UNTIL WS-FIN-VAC = "S"
               READ VACACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-VAC
                   NOT AT END
                       IF VAC-ID NOT = INC-ID-NUM
                           MOVE "S" TO WS-FIN-VAC
                       ELSE
                           COMPUTE WS-SALDO-VAC = WS-SALDO-VAC
                               + VAC-DIAS-OTORGADOS - VAC-DIAS-TOMADOS
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-DIAS-VACACIONES.
           MOVE "N" TO WS-FIN-VAC
           MOVE INC-ID-NUM TO VAC-ID
           MOVE ZERO TO VAC-ANIO
           START VACACIONES-ARCHIVO KEY IS NOT LESS THAN VAC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-VAC
           END-START
           PERFORM UNTIL WS-FIN-VAC = "S" OR WS-DIAS-MOVER = ZERO
               READ VACACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-VAC
                   NOT AT END
                       IF VAC-ID NOT = INC-ID-NUM
                           MOVE "S" TO WS-FIN-VAC
                       ELSE
                           PERFORM CARGAR-UN-ANIVERSARIO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DIAS-MOVER > ZERO
               DISPLAY "Aviso: no se pudieron cargar " WS-DIAS-MOVER
                   " dias de vacaciones al libro del ID " INC-ID
               ADD 1 TO WS-ERRORES-ES
           END-IF.

       CARGAR-UN-ANIVERSARIO.
           COMPUTE WS-DIAS-DISPONIBLES =
               VAC-DIAS-OTORGADOS - VAC-DIAS-TOMADOS
           IF VAC-DIAS-TOMADOS < VAC-DIAS-OTORGADOS
               IF WS-DIAS-DISPONIBLES > WS-DIAS-MOVER
                   MOVE WS-DIAS-MOVER TO WS-DIAS-DISPONIBLES
               END-IF
               ADD WS-DIAS-DISPONIBLES TO VAC-DIAS-TOMADOS
               MOVE WS-FECHA-HOY TO VAC-FECHA-MOV
               REWRITE REGISTRO-VACACIONES
                   INVALID KEY
                       DISPLAY "Error al actualizar VACACIONES.dat "
                           "del ID " INC-ID ", estado: "
                           FS-VACACIONES
                       ADD 1 TO WS-ERRORES-ES
                       MOVE "S" TO WS-FIN-VAC
                   NOT INVALID KEY
                       SUBTRACT WS-DIAS-DISPONIBLES FROM WS-DIAS-MOVER
               END-REWRITE
           END-IF.

       DEVOLVER-DIAS-VACACIONES.
           MOVE "S" TO WS-VAC-HALLADO
           PERFORM UNTIL WS-DIAS-MOVER = ZERO OR WS-VAC-HALLADO = "N"
               PERFORM BUSCAR-ULTIMO-CON-TOMADOS
               IF WS-VAC-HALLADO = "S"
                   PERFORM DEVOLVER-UN-ANIVERSARIO
               END-IF
           END-PERFORM.

       BUSCAR-ULTIMO-CON-TOMADOS.
           MOVE "N" TO WS-VAC-HALLADO
           MOVE "N" TO WS-FIN-VAC
           MOVE INC-ID-NUM TO VAC-ID
           MOVE ZERO TO VAC-ANIO
           START VACACIONES-ARCHIVO KEY IS NOT LESS THAN VAC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-VAC
           END-START
           PERFORM UNTIL WS-FIN-VAC = "S"
               READ VACACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-VAC
                   NOT AT END
                       IF VAC-ID NOT = INC-ID-NUM
                           MOVE "S" TO WS-FIN-VAC
                       ELSE
                           IF VAC-DIAS-TOMADOS > ZERO
                               MOVE "S" TO WS-VAC-HALLADO
                               MOVE VAC-ANIO TO WS-ANIO-ULTIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DEVOLVER-UN-ANIVERSARIO.
           MOVE INC-ID-NUM     TO VAC-ID
           MOVE WS-ANIO-ULTIMO TO VAC-ANIO
           READ VACACIONES-ARCHIVO KEY IS VAC-CLAVE
               INVALID KEY
                   MOVE "N" TO WS-VAC-HALLADO
               NOT INVALID KEY
                   MOVE VAC-DIAS-TOMADOS TO WS-DIAS-DISPONIBLES
                   IF WS-DIAS-DISPONIBLES > WS-DIAS-MOVER
                       MOVE WS-DIAS-MOVER TO WS-DIAS-DISPONIBLES
                   END-IF
                   SUBTRACT WS-DIAS-DISPONIBLES FROM VAC-DIAS-TOMADOS
                   MOVE WS-FECHA-HOY TO VAC-FECHA-MOV
                   REWRITE REGISTRO-VACACIONES
                       INVALID KEY
                           DISPLAY "Error al actualizar VACACIONES.dat "
                               "del ID " INC-ID ", estado: "
                               FS-VACACIONES
                           ADD 1 TO WS-ERRORES-ES
                           MOVE "N" TO WS-VAC-HALLADO
                       NOT INVALID KEY
                           SUBTRACT WS-DIAS-DISPONIBLES
                               FROM WS-DIAS-MOVER
                   END-REWRITE
           END-READ.

       GRABAR-INCIDENCIA.
           MOVE "N" TO WS-INCID-GRABADA
           MOVE INC-PERIODO-NUM  TO INV-PERIODO
           MOVE INC-ID-NUM       TO INV-ID
           MOVE INC-TIPO         TO INV-TIPO
                               ADD 1 TO WS-ERRORES-ES
                           NOT INVALID KEY
                               ADD 1 TO WS-INCID-REGRABADAS
                               MOVE "S" TO WS-INCID-GRABADA
                       END-REWRITE
                   ELSE
                       DISPLAY "Error al grabar la incidencia del "
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-INCID-VALIDAS
                   MOVE "S" TO WS-INCID-GRABADA
           END-WRITE.

       GRABAR-RECHAZO.
                   WS-MOTIVO-RECHAZO " " WS-DESCRIP-RECHAZO
               ADD 1 TO WS-RECHAZOS-SINGRABAR
           END-IF.

       GRABAR-RESULTADO-PASO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE "VALIDAR-INCIDENCIAS" TO RES-PROGRAMA
           MOVE ZERO TO RES-PERIODO
           MOVE WS-FECHA-AAAAMMDD TO RES-FECHA
           MOVE WS-HORA-HHMMSS    TO RES-HORA
           COMPUTE RES-LEIDOS = WS-INCID-VALIDAS + WS-INCID-REGRABADAS
               + WS-INCID-RECHAZADAS
           COMPUTE RES-GRABADOS = WS-INCID-VALIDAS
               + WS-INCID-REGRABADAS
           MOVE WS-INCID-RECHAZADAS TO RES-RECHAZOS
           MOVE WS-ERRORES-ES TO RES-ERRORES
           IF RES-ERRORES > ZERO OR RES-RECHAZOS > ZERO
               MOVE 4 TO RES-CODIGO
           ELSE
               MOVE ZERO TO RES-CODIGO
           END-IF
           MOVE RES-CODIGO TO RETURN-CODE
           OPEN OUTPUT RESULTADO-PASO
           IF FS-RESULTADO NOT = "00"
               DISPLAY "Aviso: no se pudo grabar RESULTADO-PASO.dat, "
                   "estado: " FS-RESULTADO
           ELSE
               WRITE REGISTRO-RESULTADO
               CLOSE RESULTADO-PASO
           END-IF.
