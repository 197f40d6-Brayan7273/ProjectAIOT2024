       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-ANUAL-ISR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO ASSIGN TO "PHYSICAL-FILE.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMPLEADO-ID
           ALTERNATE RECORD KEY IS APELLIDO-EMPLEADO WITH DUPLICATES
           FILE STATUS IS FS-EMPLEADOS.
       SELECT EMPLEADO-NOMINA ASSIGN TO "NOMINA.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NOMINA-ID
           FILE STATUS IS FS-NOMINA.
       SELECT PAGOS-HISTORICO ASSIGN TO "PAGOS-HIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAGO-CLAVE
           FILE STATUS IS FS-PAGOS-HIST.
       SELECT TARIFAS-ANUAL-ARCHIVO ASSIGN TO "TARIFAS-ANUAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TAN-FECHA-EFECTIVA
           FILE STATUS IS FS-TARIFAS-ANUAL.
       SELECT AUDITORIA-NOMINA ASSIGN TO "AUDITORIA-NOM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUD-NOMINA.
       SELECT REPORTE-CONSTANCIAS ASSIGN TO "CONSTANCIAS.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSTANCIAS.
       SELECT REPORTE-AJUSTE ASSIGN TO "AJUSTE-ANUAL.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.
       SELECT ORDENA-ARCHIVO ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       01 EMPLEADO-REGISTRO.
          05 EMPLEADO-ID     PIC 9(5).
          05 NOMBRE-EMPLEADO PIC X(30).
          05 APELLIDO-EMPLEADO PIC X(30).
          05 EDAD-EMPLEADO    PIC 99.
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
       FD PAGOS-HISTORICO.
       01 REGISTRO-PAGO-HIST.
          05 PAGO-CLAVE.
             10 PAGO-PERIODO        PIC 9(8).
             10 PAGO-ID             PIC 9(5).
          05 PAGO-BRUTO             PIC 9(7)V99.
          05 PAGO-ISR               PIC 9(7)V99.
          05 PAGO-IMSS              PIC 9(7)V99.
          05 PAGO-OTRAS             PIC 9(7)V99.
          05 PAGO-NETO              PIC 9(7)V99.
       FD TARIFAS-ANUAL-ARCHIVO.
       01 REGISTRO-TARIFA-ANUAL.
          05 TAN-FECHA-EFECTIVA     PIC 9(8).
          05 TAN-RENGLON OCCURS 4.
             10 TAN-LIM-SUP         PIC 9(9)V99.
             10 TAN-CUOTA-FIJA      PIC 9(9)V99.
             10 TAN-PORCENTAJE      PIC 9V9999.
       FD AUDITORIA-NOMINA.
       01 REGISTRO-AUD-NOMINA.
          05 AUN-FECHA              PIC 9(8).
          05 AUN-HORA               PIC 9(6).
          05 AUN-PROGRAMA           PIC X(20).
          05 AUN-OPERACION          PIC X.
          05 AUN-ID                 PIC 9(5).
          05 AUN-ANT-SALARIO        PIC 9(7)V99.
          05 AUN-ANT-DEPARTAMENTO   PIC X(20).
          05 AUN-ANT-PUESTO         PIC X(20).
          05 AUN-ANT-FECHA-INGRESO  PIC 9(8).
          05 AUN-NVO-SALARIO        PIC 9(7)V99.
          05 AUN-NVO-DEPARTAMENTO   PIC X(20).
          05 AUN-NVO-PUESTO         PIC X(20).
          05 AUN-NVO-FECHA-INGRESO  PIC 9(8).
          05 AUN-USUARIO            PIC X(8).
       FD REPORTE-CONSTANCIAS.
       01 LINEA-CONSTANCIA PIC X(80).
       FD REPORTE-AJUSTE.
       01 LINEA-REPORTE PIC X(132).
       SD ORDENA-ARCHIVO.
       01 REGISTRO-ORDENA.
          05 ORD-ID            PIC 9(5).
          05 ORD-PERIODO       PIC 9(8).
          05 ORD-PERIODO-R REDEFINES ORD-PERIODO.
             10 ORD-PER-ANIO   PIC 9(4).
             10 ORD-PER-MES    PIC 9(2).
             10 ORD-PER-DIA    PIC 9(2).
          05 ORD-BRUTO         PIC 9(7)V99.
          05 ORD-ISR           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77 FS-EMPLEADOS          PIC X(02).
       77 FS-NOMINA             PIC X(02).
       77 FS-PAGOS-HIST         PIC X(02).
       77 FS-TARIFAS-ANUAL      PIC X(02).
       77 FS-AUD-NOMINA         PIC X(02).
       77 FS-CONSTANCIAS        PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 WS-EJERCICIO          PIC 9(4).
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-FIN-PAGOS          PIC X.
       77 WS-FIN-ORDENA         PIC X.
       77 WS-FIN-TARIFAS        PIC X.
       77 WS-FIN-AUDITORIA      PIC X.
       77 WS-TARIFA-HALLADA     PIC X.
       77 WS-PRIMER-EMPLEADO    PIC X.
       77 WS-ID-ACTUAL          PIC 9(5).
       77 WS-MAX-LINEAS         PIC 9(2) VALUE 20.
       77 WS-LINEAS-PAGINA      PIC 9(2) VALUE ZERO.
       77 WS-NUM-PAGINA         PIC 9(3) VALUE ZERO.
       77 WS-DIAS-EXENTOS-UMA   PIC 9(3) VALUE 30.
       77 WS-UMA-DIARIA         PIC 9(5)V99 VALUE 108.57.
       77 WS-EXENTO-AGUINALDO   PIC 9(7)V99.
       77 WS-EMP-PAGOS          PIC 9(3).
       77 WS-EMP-BRUTO          PIC 9(9)V99.
       77 WS-EMP-EXENTO         PIC 9(9)V99.
       77 WS-EMP-GRAVADO        PIC 9(9)V99.
       77 WS-EMP-RETENIDO       PIC 9(9)V99.
       77 WS-EMP-ANUAL          PIC 9(9)V99.
       77 WS-EMP-DIFERENCIA     PIC S9(9)V99.
       77 WS-EMP-PRIMER-PERIODO PIC 9(8).
       77 WS-EMP-FINIQUITO      PIC X.
       77 WS-EMP-NOMBRE         PIC X(40).
       77 WS-EMP-DEPTO          PIC X(20).
       77 WS-MOTIVO-REVISION    PIC X(12).
       77 WS-IDX-TARIFA         PIC 9(2).
       77 WS-LIM-INFERIOR       PIC 9(9)V99.
       77 WS-NUM-REINGRESOS     PIC 9(4) VALUE ZERO.
       77 WS-IDX-REINGRESO      PIC 9(4).
       77 WS-REINGRESO-HALLADO  PIC X.
       77 WS-EMPLEADOS          PIC 9(5) VALUE ZERO.
       77 WS-AJUSTADOS          PIC 9(5) VALUE ZERO.
       77 WS-EN-REVISION        PIC 9(5) VALUE ZERO.
       77 WS-CON-CARGO          PIC 9(5) VALUE ZERO.
       77 WS-CON-FAVOR          PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-GRAVADO      PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-RETENIDO     PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-ANUAL        PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-CARGO        PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-FAVOR        PIC 9(13)V99 VALUE ZERO.

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 FILLER             PIC X(13).

       01 WS-INICIO-EJERCICIO.
          05 WS-INI-ANIO        PIC 9(4).
          05 WS-INI-MMDD        PIC 9(4).
       01 WS-INICIO-NUM REDEFINES WS-INICIO-EJERCICIO PIC 9(8).

       01 WS-FIN-EJERCICIO.
          05 WS-FIN-ANIO        PIC 9(4).
          05 WS-FIN-MMDD        PIC 9(4).
       01 WS-FIN-NUM REDEFINES WS-FIN-EJERCICIO PIC 9(8).

       01 WS-TABLA-REINGRESOS.
          05 WS-REI-ID OCCURS 1000 PIC 9(5).

       01 WS-TARIFA-ANUAL.
          05 WS-TAN-FECHA       PIC 9(8).
          05 WS-TAN-RENGLON OCCURS 4.
             10 WS-TAN-LIM      PIC 9(9)V99.
             10 WS-TAN-CUOTA    PIC 9(9)V99.
             10 WS-TAN-PCT      PIC 9V9999.

       01 ENCABEZADO-1.
          05 FILLER          PIC X(42) VALUE
             "AJUSTE ANUAL DE ISR - RESUMEN".
          05 FILLER          PIC X(11) VALUE "Ejercicio: ".
          05 ENC-EJERCICIO   PIC 9(4).
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE "Fecha: ".
          05 ENC-FECHA       PIC 9(8).
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "Pagina: ".
          05 ENC-PAGINA      PIC ZZ9.

       01 ENCABEZADO-2.
          05 FILLER          PIC X(7)  VALUE "ID".
          05 FILLER          PIC X(32) VALUE "NOMBRE".
          05 FILLER          PIC X(16) VALUE "    GRAVADO".
          05 FILLER          PIC X(16) VALUE "  ISR RETENIDO".
          05 FILLER          PIC X(16) VALUE "     ISR ANUAL".
          05 FILLER          PIC X(16) VALUE "      A CARGO".
          05 FILLER          PIC X(16) VALUE "      A FAVOR".
          05 FILLER          PIC X(13) VALUE " OBSERVACION".

       01 LINEA-DETALLE.
          05 DET-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-NOMBRE      PIC X(30).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-GRAVADO     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-RETENIDO    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-ANUAL       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-CARGO       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-FAVOR       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 DET-OBSERVA     PIC X(12).

       01 LINEA-TOTALES.
          05 FILLER          PIC X(25) VALUE "TOTALES DEL EJERCICIO".
          05 FILLER          PIC X(14) VALUE SPACES.
          05 TOT-GRAVADO     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TOT-RETENIDO    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TOT-ANUAL       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TOT-CARGO       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 TOT-FAVOR       PIC ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TOTAL.
          05 TOT-TEXTO       PIC X(45).
          05 TOT-CANTIDAD    PIC ZZZZ9.

       01 CON-TITULO.
          05 FILLER          PIC X(52) VALUE
             "CONSTANCIA DE SUELDOS, SALARIOS Y RETENCIONES".
          05 FILLER          PIC X(11) VALUE "Ejercicio: ".
          05 CON-EJERCICIO   PIC 9(4).

       01 CON-EMPLEADO.
          05 FILLER          PIC X(10) VALUE "Empleado: ".
          05 CON-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CON-NOMBRE      PIC X(40).

       01 CON-DEPTO.
          05 FILLER          PIC X(14) VALUE "Departamento: ".
          05 CON-DEPTO-DESC  PIC X(20).
          05 FILLER          PIC X(24) VALUE
             "   Pagos en el ejercicio".
          05 FILLER          PIC X(2)  VALUE ": ".
          05 CON-PAGOS       PIC ZZ9.

       01 CON-IMPORTE.
          05 CON-CONCEPTO    PIC X(45).
          05 CON-VALOR       PIC ZZZ,ZZZ,ZZ9.99.

       01 CON-REVISION.
          05 FILLER          PIC X(38) VALUE
             "AJUSTE ANUAL PENDIENTE DE REVISION: ".
          05 CON-MOTIVO      PIC X(12).

       01 CON-FIRMA.
          05 FILLER          PIC X(34) VALUE ALL "_".

       01 CON-FIRMA-TEXTO.
          05 FILLER          PIC X(34) VALUE
             "Nombre y firma del retenedor".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT PAGOS-HISTORICO
           IF FS-PAGOS-HIST NOT = "00"
               DISPLAY "Error al abrir PAGOS-HIST.dat, estado: "
                   FS-PAGOS-HIST
               STOP RUN
           END-IF
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF FS-EMPLEADOS NOT = "00"
               DISPLAY "Error al abrir PHYSICAL-FILE.dat, estado: "
                   FS-EMPLEADOS
               CLOSE PAGOS-HISTORICO
               STOP RUN
           END-IF
           OPEN INPUT EMPLEADO-NOMINA
           IF FS-NOMINA NOT = "00"
               DISPLAY "Error al abrir NOMINA.dat, estado: "
                   FS-NOMINA
               CLOSE PAGOS-HISTORICO
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-CONSTANCIAS
           IF FS-CONSTANCIAS NOT = "00"
               DISPLAY "Error al abrir CONSTANCIAS.prt, estado: "
                   FS-CONSTANCIAS
               CLOSE PAGOS-HISTORICO
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-AJUSTE
           IF FS-REPORTE NOT = "00"
               DISPLAY "Error al abrir AJUSTE-ANUAL.prt, estado: "
                   FS-REPORTE
               CLOSE PAGOS-HISTORICO
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE REPORTE-CONSTANCIAS
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY
           DISPLAY "Ingrese el ejercicio fiscal (AAAA): "
           ACCEPT WS-EJERCICIO
           MOVE WS-EJERCICIO TO WS-INI-ANIO
           MOVE 0101         TO WS-INI-MMDD
           MOVE WS-EJERCICIO TO WS-FIN-ANIO
           MOVE 1299         TO WS-FIN-MMDD
           COMPUTE WS-EXENTO-AGUINALDO =
               WS-DIAS-EXENTOS-UMA * WS-UMA-DIARIA
           PERFORM CARGAR-TARIFA-ANUAL
           PERFORM CARGAR-REINGRESOS
           SORT ORDENA-ARCHIVO
               ON ASCENDING KEY ORD-ID
               ON ASCENDING KEY ORD-PERIODO
               INPUT PROCEDURE IS SELECCIONAR-PAGOS
               OUTPUT PROCEDURE IS PROCESAR-EMPLEADOS
           CLOSE PAGOS-HISTORICO
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE REPORTE-CONSTANCIAS
           CLOSE REPORTE-AJUSTE
           DISPLAY "Constancias generadas en CONSTANCIAS.prt"
           DISPLAY "Resumen generado en AJUSTE-ANUAL.prt"
           DISPLAY "Empleados con pagos:     " WS-EMPLEADOS
           DISPLAY "Ajustados:               " WS-AJUSTADOS
           DISPLAY "Para revision manual:    " WS-EN-REVISION
           DISPLAY "Con saldo a cargo:       " WS-CON-CARGO
           DISPLAY "Con saldo a favor:       " WS-CON-FAVOR
           STOP RUN.

       CARGAR-TARIFA-ANUAL.
           MOVE "N" TO WS-TARIFA-HALLADA
           OPEN INPUT TARIFAS-ANUAL-ARCHIVO
           IF FS-TARIFAS-ANUAL NOT = "00"
               DISPLAY "No se pudo abrir TARIFAS-ANUAL.dat, estado: "
                   FS-TARIFAS-ANUAL
           ELSE
               MOVE "N" TO WS-FIN-TARIFAS
               MOVE LOW-VALUES TO TAN-FECHA-EFECTIVA
               START TARIFAS-ANUAL-ARCHIVO KEY IS NOT LESS THAN
                       TAN-FECHA-EFECTIVA
                   INVALID KEY
                       MOVE "S" TO WS-FIN-TARIFAS
               END-START
               PERFORM UNTIL WS-FIN-TARIFAS = "S"
                   READ TARIFAS-ANUAL-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-TARIFAS
                       NOT AT END
                           IF TAN-FECHA-EFECTIVA <= WS-FIN-NUM
                               MOVE REGISTRO-TARIFA-ANUAL
                                   TO WS-TARIFA-ANUAL
                               MOVE "S" TO WS-TARIFA-HALLADA
                           ELSE
                               MOVE "S" TO WS-FIN-TARIFAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-ANUAL-ARCHIVO
           END-IF
           IF WS-TARIFA-HALLADA = "S"
               DISPLAY "Tabla anual de ISR en vigor desde el "
                   WS-TAN-FECHA
           ELSE
               DISPLAY "No hay tabla anual de ISR vigente para el "
                   "ejercicio " WS-EJERCICIO "."
               DISPLAY "Dar de alta la tabla con "
                   "MANTENIMIENTO-TARIFAS y vuelva a correr."
               CLOSE PAGOS-HISTORICO
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE REPORTE-CONSTANCIAS
               CLOSE REPORTE-AJUSTE
               STOP RUN
           END-IF.

       CARGAR-REINGRESOS.
           MOVE "N" TO WS-FIN-AUDITORIA
           OPEN INPUT AUDITORIA-NOMINA
           IF FS-AUD-NOMINA NOT = "00"
               DISPLAY "Aviso: no se pudo abrir AUDITORIA-NOM.dat "
                   "(estado " FS-AUD-NOMINA "); los reingresos solo "
                   "se detectan por fecha de ingreso."
               MOVE "S" TO WS-FIN-AUDITORIA
           END-IF
           PERFORM UNTIL WS-FIN-AUDITORIA = "S"
               READ AUDITORIA-NOMINA
                   AT END
                       MOVE "S" TO WS-FIN-AUDITORIA
                   NOT AT END
                       IF AUN-PROGRAMA = "REINGRESO-EMPLEADOS"
                               AND AUN-OPERACION = "A"
                               AND AUN-FECHA NOT < WS-INICIO-NUM
                               AND AUN-FECHA NOT > WS-FIN-NUM
                           PERFORM ANOTAR-REINGRESO
                       END-IF
               END-READ
           END-PERFORM
           IF FS-AUD-NOMINA = "00" OR FS-AUD-NOMINA = "10"
               CLOSE AUDITORIA-NOMINA
           END-IF.

       ANOTAR-REINGRESO.
           IF WS-NUM-REINGRESOS < 1000
               ADD 1 TO WS-NUM-REINGRESOS
               MOVE AUN-ID TO WS-REI-ID(WS-NUM-REINGRESOS)
           ELSE
               DISPLAY "Aviso: demasiados reingresos en "
                   "AUDITORIA-NOM.dat; el ID " AUN-ID " no se marca."
           END-IF.

       SELECCIONAR-PAGOS.
           MOVE "N" TO WS-FIN-PAGOS
           MOVE WS-INICIO-NUM TO PAGO-PERIODO
           MOVE ZERO TO PAGO-ID
           START PAGOS-HISTORICO KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PAGOS
           END-START
           PERFORM UNTIL WS-FIN-PAGOS = "S"
               READ PAGOS-HISTORICO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PAGOS
                   NOT AT END
                       IF PAGO-PERIODO > WS-FIN-NUM
                           MOVE "S" TO WS-FIN-PAGOS
                       ELSE
                           MOVE PAGO-ID      TO ORD-ID
                           MOVE PAGO-PERIODO TO ORD-PERIODO
                           MOVE PAGO-BRUTO   TO ORD-BRUTO
                           MOVE PAGO-ISR     TO ORD-ISR
                           RELEASE REGISTRO-ORDENA
                       END-IF
               END-READ
           END-PERFORM.

       PROCESAR-EMPLEADOS.
           MOVE "N" TO WS-FIN-ORDENA
           MOVE "S" TO WS-PRIMER-EMPLEADO
           PERFORM IMPRIMIR-ENCABEZADOS
           PERFORM UNTIL WS-FIN-ORDENA = "S"
               RETURN ORDENA-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-ORDENA
                   NOT AT END
                       PERFORM ACUMULAR-PAGO
               END-RETURN
           END-PERFORM
           IF WS-PRIMER-EMPLEADO = "N"
               PERFORM CERRAR-EMPLEADO
           END-IF
           PERFORM IMPRIMIR-TOTALES.

       ACUMULAR-PAGO.
           IF ORD-ID NOT = WS-ID-ACTUAL
                   OR WS-PRIMER-EMPLEADO = "S"
               IF WS-PRIMER-EMPLEADO = "N"
                   PERFORM CERRAR-EMPLEADO
               END-IF
               MOVE "N" TO WS-PRIMER-EMPLEADO
               MOVE ORD-ID TO WS-ID-ACTUAL
               MOVE ZERO TO WS-EMP-PAGOS
               MOVE ZERO TO WS-EMP-BRUTO
               MOVE ZERO TO WS-EMP-EXENTO
               MOVE ZERO TO WS-EMP-RETENIDO
               MOVE "N" TO WS-EMP-FINIQUITO
               MOVE ORD-PERIODO TO WS-EMP-PRIMER-PERIODO
           END-IF
           ADD 1 TO WS-EMP-PAGOS
           ADD ORD-BRUTO TO WS-EMP-BRUTO
           ADD ORD-ISR   TO WS-EMP-RETENIDO
           EVALUATE ORD-PER-DIA
               WHEN 98
                   MOVE "S" TO WS-EMP-FINIQUITO
               WHEN 99
                   IF ORD-BRUTO > WS-EXENTO-AGUINALDO
                       ADD WS-EXENTO-AGUINALDO TO WS-EMP-EXENTO
                   ELSE
                       ADD ORD-BRUTO TO WS-EMP-EXENTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CERRAR-EMPLEADO.
           ADD 1 TO WS-EMPLEADOS
           MOVE SPACES TO WS-MOTIVO-REVISION
           MOVE SPACES TO WS-EMP-NOMBRE
           MOVE SPACES TO WS-EMP-DEPTO
           MOVE WS-ID-ACTUAL TO EMPLEADO-ID
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADO-ID
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)" TO WS-EMP-NOMBRE
                   MOVE "BAJA DEPURAD" TO WS-MOTIVO-REVISION
               NOT INVALID KEY
                   STRING NOMBRE-EMPLEADO DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       APELLIDO-EMPLEADO DELIMITED BY "  "
                       INTO WS-EMP-NOMBRE
                   END-STRING
                   IF ESTADO-EMPLEADO = "B"
                       MOVE "BAJA" TO WS-MOTIVO-REVISION
                   END-IF
           END-READ
           IF WS-EMP-FINIQUITO = "S" AND WS-MOTIVO-REVISION = SPACES
               MOVE "FINIQUITO" TO WS-MOTIVO-REVISION
           END-IF
           MOVE WS-ID-ACTUAL TO NOMINA-ID
           READ EMPLEADO-NOMINA KEY IS NOMINA-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOMINA-DEPARTAMENTO TO WS-EMP-DEPTO
                   IF NOMINA-FECHA-INGRESO > WS-EMP-PRIMER-PERIODO
                           AND WS-MOTIVO-REVISION = SPACES
                       MOVE "REINGRESO" TO WS-MOTIVO-REVISION
                   END-IF
           END-READ
           IF WS-MOTIVO-REVISION = SPACES
               PERFORM BUSCAR-REINGRESO
               IF WS-REINGRESO-HALLADO = "S"
                   MOVE "REINGRESO" TO WS-MOTIVO-REVISION
               END-IF
           END-IF
           IF WS-EMP-EXENTO > WS-EMP-BRUTO
               MOVE WS-EMP-BRUTO TO WS-EMP-EXENTO
           END-IF
           COMPUTE WS-EMP-GRAVADO = WS-EMP-BRUTO - WS-EMP-EXENTO
           MOVE ZERO TO WS-EMP-ANUAL
           MOVE ZERO TO WS-EMP-DIFERENCIA
           IF WS-MOTIVO-REVISION = SPACES
               PERFORM CALCULAR-ISR-ANUAL
               COMPUTE WS-EMP-DIFERENCIA =
                   WS-EMP-ANUAL - WS-EMP-RETENIDO
               ADD 1 TO WS-AJUSTADOS
               ADD WS-EMP-ANUAL TO WS-TOTAL-ANUAL
               IF WS-EMP-DIFERENCIA > ZERO
                   ADD 1 TO WS-CON-CARGO
                   ADD WS-EMP-DIFERENCIA TO WS-TOTAL-CARGO
               END-IF
               IF WS-EMP-DIFERENCIA < ZERO
                   ADD 1 TO WS-CON-FAVOR
                   SUBTRACT WS-EMP-DIFERENCIA FROM WS-TOTAL-FAVOR
               END-IF
           ELSE
               ADD 1 TO WS-EN-REVISION
           END-IF
           ADD WS-EMP-GRAVADO  TO WS-TOTAL-GRAVADO
           ADD WS-EMP-RETENIDO TO WS-TOTAL-RETENIDO
           PERFORM IMPRIMIR-DETALLE
           PERFORM IMPRIMIR-CONSTANCIA.

       BUSCAR-REINGRESO.
           MOVE "N" TO WS-REINGRESO-HALLADO
           MOVE 1 TO WS-IDX-REINGRESO
           PERFORM UNTIL WS-IDX-REINGRESO > WS-NUM-REINGRESOS
                   OR WS-REINGRESO-HALLADO = "S"
               IF WS-REI-ID(WS-IDX-REINGRESO) = WS-ID-ACTUAL
                   MOVE "S" TO WS-REINGRESO-HALLADO
               ELSE
                   ADD 1 TO WS-IDX-REINGRESO
               END-IF
           END-PERFORM.

       CALCULAR-ISR-ANUAL.
           MOVE 1 TO WS-IDX-TARIFA
           PERFORM UNTIL WS-IDX-TARIFA = 4
                   OR WS-EMP-GRAVADO <= WS-TAN-LIM(WS-IDX-TARIFA)
               ADD 1 TO WS-IDX-TARIFA
           END-PERFORM
           IF WS-IDX-TARIFA = 1
               MOVE ZERO TO WS-LIM-INFERIOR
           ELSE
               MOVE WS-TAN-LIM(WS-IDX-TARIFA - 1)
                   TO WS-LIM-INFERIOR
           END-IF
           IF WS-EMP-GRAVADO = ZERO
               MOVE ZERO TO WS-EMP-ANUAL
           ELSE
               COMPUTE WS-EMP-ANUAL ROUNDED =
                   WS-TAN-CUOTA(WS-IDX-TARIFA) +
                   (WS-EMP-GRAVADO - WS-LIM-INFERIOR)
                   * WS-TAN-PCT(WS-IDX-TARIFA)
           END-IF.

       IMPRIMIR-DETALLE.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM IMPRIMIR-SALTO-PAGINA
           END-IF
           MOVE WS-ID-ACTUAL    TO DET-ID
           MOVE WS-EMP-NOMBRE   TO DET-NOMBRE
           MOVE WS-EMP-GRAVADO  TO DET-GRAVADO
           MOVE WS-EMP-RETENIDO TO DET-RETENIDO
           MOVE WS-EMP-ANUAL    TO DET-ANUAL
           MOVE ZERO TO DET-CARGO
           MOVE ZERO TO DET-FAVOR
           IF WS-EMP-DIFERENCIA > ZERO
               MOVE WS-EMP-DIFERENCIA TO DET-CARGO
           END-IF
           IF WS-EMP-DIFERENCIA < ZERO
               COMPUTE DET-FAVOR = ZERO - WS-EMP-DIFERENCIA
           END-IF
           IF WS-MOTIVO-REVISION = SPACES
               MOVE SPACES TO DET-OBSERVA
           ELSE
               MOVE WS-MOTIVO-REVISION TO DET-OBSERVA
           END-IF
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA.

       IMPRIMIR-CONSTANCIA.
           MOVE WS-EJERCICIO TO CON-EJERCICIO
           WRITE LINEA-CONSTANCIA FROM CON-TITULO
           MOVE ALL "=" TO LINEA-CONSTANCIA
           WRITE LINEA-CONSTANCIA
           MOVE WS-ID-ACTUAL  TO CON-ID
           MOVE WS-EMP-NOMBRE TO CON-NOMBRE
           WRITE LINEA-CONSTANCIA FROM CON-EMPLEADO
           MOVE WS-EMP-DEPTO  TO CON-DEPTO-DESC
           MOVE WS-EMP-PAGOS  TO CON-PAGOS
           WRITE LINEA-CONSTANCIA FROM CON-DEPTO
           MOVE ALL "-" TO LINEA-CONSTANCIA
           WRITE LINEA-CONSTANCIA
           MOVE "Total de sueldos y salarios pagados:"
               TO CON-CONCEPTO
           MOVE WS-EMP-BRUTO TO CON-VALOR
           WRITE LINEA-CONSTANCIA FROM CON-IMPORTE
           MOVE "Ingresos exentos:" TO CON-CONCEPTO
           MOVE WS-EMP-EXENTO TO CON-VALOR
           WRITE LINEA-CONSTANCIA FROM CON-IMPORTE
           MOVE "Ingresos gravados:" TO CON-CONCEPTO
           MOVE WS-EMP-GRAVADO TO CON-VALOR
           WRITE LINEA-CONSTANCIA FROM CON-IMPORTE
           MOVE "ISR retenido en el ejercicio:" TO CON-CONCEPTO
           MOVE WS-EMP-RETENIDO TO CON-VALOR
           WRITE LINEA-CONSTANCIA FROM CON-IMPORTE
           IF WS-MOTIVO-REVISION = SPACES
               MOVE "ISR anual determinado:" TO CON-CONCEPTO
               MOVE WS-EMP-ANUAL TO CON-VALOR
               WRITE LINEA-CONSTANCIA FROM CON-IMPORTE
               IF WS-EMP-DIFERENCIA < ZERO
                   MOVE "ISR a favor del trabajador:"
                       TO CON-CONCEPTO
                   COMPUTE CON-VALOR = ZERO - WS-EMP-DIFERENCIA
               ELSE
                   MOVE "ISR a cargo del trabajador:"
                       TO CON-CONCEPTO
                   MOVE WS-EMP-DIFERENCIA TO CON-VALOR
               END-IF
               WRITE LINEA-CONSTANCIA FROM CON-IMPORTE
           ELSE
               MOVE WS-MOTIVO-REVISION TO CON-MOTIVO
               WRITE LINEA-CONSTANCIA FROM CON-REVISION
           END-IF
           MOVE SPACES TO LINEA-CONSTANCIA
           WRITE LINEA-CONSTANCIA
           WRITE LINEA-CONSTANCIA
           WRITE LINEA-CONSTANCIA FROM CON-FIRMA
           WRITE LINEA-CONSTANCIA FROM CON-FIRMA-TEXTO
           MOVE X"0C" TO LINEA-CONSTANCIA
           WRITE LINEA-CONSTANCIA.

       IMPRIMIR-ENCABEZADOS.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO ENC-PAGINA
           MOVE WS-FECHA-HOY  TO ENC-FECHA
           MOVE WS-EJERCICIO  TO ENC-EJERCICIO
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           MOVE ALL "-" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE ZERO TO WS-LINEAS-PAGINA.

       IMPRIMIR-SALTO-PAGINA.
           MOVE X"0C" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM IMPRIMIR-ENCABEZADOS.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-TOTAL-GRAVADO  TO TOT-GRAVADO
           MOVE WS-TOTAL-RETENIDO TO TOT-RETENIDO
           MOVE WS-TOTAL-ANUAL    TO TOT-ANUAL
           MOVE WS-TOTAL-CARGO    TO TOT-CARGO
           MOVE WS-TOTAL-FAVOR    TO TOT-FAVOR
           WRITE LINEA-REPORTE FROM LINEA-TOTALES
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "Empleados con pagos en el ejercicio:         "
               TO TOT-TEXTO
           MOVE WS-EMPLEADOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Empleados ajustados:                         "
               TO TOT-TEXTO
           MOVE WS-AJUSTADOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Bajas y reingresos para revision manual:     "
               TO TOT-TEXTO
           MOVE WS-EN-REVISION TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Empleados con saldo a cargo:                 "
               TO TOT-TEXTO
           MOVE WS-CON-CARGO TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Empleados con saldo a favor:                 "
               TO TOT-TEXTO
           MOVE WS-CON-FAVOR TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.
