       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTAS-PATRONALES.
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
       SELECT CONTROL-NOMINA ASSIGN TO "CONTROL-NOM.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-PERIODO
           FILE STATUS IS FS-CONTROL.
       SELECT TARIFAS-PATRON-ARCHIVO ASSIGN TO "TARIFAS-PATRON.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TPA-FECHA-EFECTIVA
           FILE STATUS IS FS-TARIFAS-PATRON.
       SELECT COSTO-PATRONAL ASSIGN TO "COSTO-PATRONAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPA-CLAVE
           FILE STATUS IS FS-COSTO.
       SELECT REPORTE-PROVISION ASSIGN TO "PROVISION.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.
       SELECT ARCHIVO-BIMESTRAL ASSIGN TO "PAGO-BIMESTRAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BIMESTRAL.
       SELECT ORDENA-COSTOS ASSIGN TO "SORTWORK".
       SELECT ORDENA-BIMESTRE ASSIGN TO "SORTWRK2".

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
       FD TARIFAS-PATRON-ARCHIVO.
       01 REGISTRO-TARIFA-PATRON.
          05 TPA-FECHA-EFECTIVA     PIC 9(8).
          05 TPA-TASA-ENF-MAT       PIC 9V9(6).
          05 TPA-TASA-INV-VIDA      PIC 9V9(6).
          05 TPA-TASA-RIESGO        PIC 9V9(6).
          05 TPA-TASA-GUARDERIA     PIC 9V9(6).
          05 TPA-TASA-RETIRO        PIC 9V9(6).
          05 TPA-TASA-CESANTIA      PIC 9V9(6).
          05 TPA-TASA-INFONAVIT     PIC 9V9(6).
          05 TPA-TASA-NOMINA        PIC 9V9(6).
          05 TPA-TOPE-MENSUAL       PIC 9(7)V99.
       FD COSTO-PATRONAL.
       01 REGISTRO-COSTO.
          05 CPA-CLAVE.
             10 CPA-MES             PIC 9(6).
             10 CPA-ID              PIC 9(5).
          05 CPA-DEPARTAMENTO       PIC X(20).
          05 CPA-QUINCENAS          PIC 9.
          05 CPA-BRUTO              PIC 9(9)V99.
          05 CPA-BASE-IMSS          PIC 9(9)V99.
          05 CPA-ENF-MAT            PIC 9(7)V99.
          05 CPA-INV-VIDA           PIC 9(7)V99.
          05 CPA-RIESGO             PIC 9(7)V99.
          05 CPA-GUARDERIA          PIC 9(7)V99.
          05 CPA-RETIRO             PIC 9(7)V99.
          05 CPA-CESANTIA           PIC 9(7)V99.
          05 CPA-INFONAVIT          PIC 9(7)V99.
          05 CPA-NOMINA             PIC 9(7)V99.
          05 CPA-TOTAL              PIC 9(9)V99.
          05 CPA-FECHA-CALCULO      PIC 9(8).
       FD REPORTE-PROVISION.
       01 LINEA-REPORTE PIC X(132).
       FD ARCHIVO-BIMESTRAL.
       01 REGISTRO-BIMESTRAL.
          05 BIM-TIPO               PIC X.
          05 BIM-DATOS              PIC X(119).
          05 BIM-CABECERA REDEFINES BIM-DATOS.
             10 BIM-EJERCICIO       PIC 9(4).
             10 BIM-BIMESTRE        PIC 9(2).
             10 BIM-MES-INICIAL     PIC 9(6).
             10 BIM-MES-FINAL       PIC 9(6).
             10 BIM-FECHA           PIC 9(8).
             10 BIM-CONCEPTO        PIC X(40).
             10 FILLER              PIC X(53).
          05 BIM-DETALLE REDEFINES BIM-DATOS.
             10 BIM-ID              PIC 9(5).
             10 BIM-NOMBRE          PIC X(40).
             10 BIM-DEPTO           PIC X(20).
             10 BIM-BASE            PIC 9(9)V99.
             10 BIM-RETIRO          PIC 9(7)V99.
             10 BIM-CESANTIA        PIC 9(7)V99.
             10 BIM-INFONAVIT       PIC 9(7)V99.
             10 BIM-MESES           PIC 9.
             10 FILLER              PIC X(15).
          05 BIM-COLA REDEFINES BIM-DATOS.
             10 BIM-EJERCICIO-COLA  PIC 9(4).
             10 BIM-BIMESTRE-COLA   PIC 9(2).
             10 BIM-CUENTA          PIC 9(5).
             10 BIM-TOTAL-RETIRO    PIC 9(11)V99.
             10 BIM-TOTAL-CESANTIA  PIC 9(11)V99.
             10 BIM-TOTAL-INFONAVIT PIC 9(11)V99.
             10 FILLER              PIC X(69).
       SD ORDENA-COSTOS.
       01 REGISTRO-ORDENA.
          05 ORD-DEPARTAMENTO  PIC X(20).
          05 ORD-ID            PIC 9(5).
          05 ORD-NOMBRE        PIC X(40).
          05 ORD-BRUTO         PIC 9(9)V99.
          05 ORD-IMSS          PIC 9(9)V99.
          05 ORD-RCV           PIC 9(9)V99.
          05 ORD-INFONAVIT     PIC 9(7)V99.
          05 ORD-NOMINA        PIC 9(7)V99.
          05 ORD-TOTAL         PIC 9(9)V99.
       SD ORDENA-BIMESTRE.
       01 REGISTRO-ORDENA-BIM.
          05 OBI-ID            PIC 9(5).
          05 OBI-MES           PIC 9(6).
          05 OBI-DEPARTAMENTO  PIC X(20).
          05 OBI-BASE          PIC 9(9)V99.
          05 OBI-RETIRO        PIC 9(7)V99.
          05 OBI-CESANTIA      PIC 9(7)V99.
          05 OBI-INFONAVIT     PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77 FS-EMPLEADOS          PIC X(02).
       77 FS-NOMINA             PIC X(02).
       77 FS-PAGOS-HIST         PIC X(02).
       77 FS-CONTROL            PIC X(02).
       77 FS-TARIFAS-PATRON     PIC X(02).
       77 FS-COSTO              PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 FS-BIMESTRAL          PIC X(02).
       77 WS-CONFIRMA           PIC X.
       77 WS-MES-PROVISION      PIC 9(6).
       77 WS-MES-ANTERIOR       PIC 9(6).
       77 WS-PERIODO-INICIAL    PIC 9(8).
       77 WS-PERIODO-FINAL      PIC 9(8).
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-FIN-LECTURA        PIC X.
       77 WS-FIN-ORDENA         PIC X.
       77 WS-TARIFA-HALLADA     PIC X.
       77 WS-QUINCENAS-CERRADAS PIC 9(2) VALUE ZERO.
       77 WS-QUINCENAS-ABIERTAS PIC 9(2) VALUE ZERO.
       77 WS-COSTOS-PREVIOS     PIC 9(5) VALUE ZERO.
       77 WS-PAGOS-LEIDOS       PIC 9(5) VALUE ZERO.
       77 WS-EMPLEADOS-COSTO    PIC 9(5) VALUE ZERO.
       77 WS-SIN-NOMINA         PIC 9(5) VALUE ZERO.
       77 WS-ERRORES            PIC 9(5) VALUE ZERO.
       77 WS-NOMBRE-COMPLETO    PIC X(40).
       77 WS-MAX-LINEAS         PIC 9(2) VALUE 20.
       77 WS-LINEAS-PAGINA      PIC 9(2) VALUE ZERO.
       77 WS-NUM-PAGINA         PIC 9(3) VALUE ZERO.
       77 WS-PRIMER-DEPTO       PIC X.
       77 WS-DEPTO-ACTUAL       PIC X(20).
       77 WS-DEP-EMPLEADOS      PIC 9(5) VALUE ZERO.
       77 WS-DEP-BRUTO          PIC 9(11)V99 VALUE ZERO.
       77 WS-DEP-IMSS           PIC 9(11)V99 VALUE ZERO.
       77 WS-DEP-RCV            PIC 9(11)V99 VALUE ZERO.
       77 WS-DEP-INFONAVIT      PIC 9(11)V99 VALUE ZERO.
       77 WS-DEP-NOMINA         PIC 9(11)V99 VALUE ZERO.
       77 WS-DEP-COSTO          PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-EMPLEADOS      PIC 9(5) VALUE ZERO.
       77 WS-TOT-BRUTO          PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-IMSS           PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-RCV            PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-INFONAVIT      PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-NOMINA         PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-COSTO          PIC 9(11)V99 VALUE ZERO.
       77 WS-TOT-CUOTAS         PIC 9(11)V99 VALUE ZERO.
       77 WS-RAMO-ENF-MAT       PIC 9(11)V99 VALUE ZERO.
       77 WS-RAMO-INV-VIDA      PIC 9(11)V99 VALUE ZERO.
       77 WS-RAMO-RIESGO        PIC 9(11)V99 VALUE ZERO.
       77 WS-RAMO-GUARDERIA     PIC 9(11)V99 VALUE ZERO.
       77 WS-RAMO-RETIRO        PIC 9(11)V99 VALUE ZERO.
       77 WS-RAMO-CESANTIA      PIC 9(11)V99 VALUE ZERO.
       77 WS-PRIMER-ID          PIC X.
       77 WS-ID-ACTUAL          PIC 9(5).
       77 WS-BIM-DEPTO          PIC X(20).
       77 WS-BIM-MESES          PIC 9.
       77 WS-BIM-BASE           PIC 9(9)V99 VALUE ZERO.
       77 WS-BIM-RETIRO         PIC 9(7)V99 VALUE ZERO.
       77 WS-BIM-CESANTIA       PIC 9(7)V99 VALUE ZERO.
       77 WS-BIM-INFONAVIT      PIC 9(7)V99 VALUE ZERO.
       77 WS-BIM-EMPLEADOS      PIC 9(5) VALUE ZERO.
       77 WS-BIM-TOT-RETIRO     PIC 9(11)V99 VALUE ZERO.
       77 WS-BIM-TOT-CESANTIA   PIC 9(11)V99 VALUE ZERO.
       77 WS-BIM-TOT-INFONAVIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-BIM-MES-ANTERIOR   PIC 9(5) VALUE ZERO.

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 WS-HORA-HHMMSS     PIC 9(6).
          05 FILLER             PIC X(7).

       01 WS-MES-PARTES.
          05 WS-MES-ANIO        PIC 9(4).
          05 WS-MES-MES         PIC 9(2).

       01 WS-TARIFA-PATRON.
          05 WS-TPA-FECHA       PIC 9(8).
          05 WS-TPA-ENF-MAT     PIC 9V9(6).
          05 WS-TPA-INV-VIDA    PIC 9V9(6).
          05 WS-TPA-RIESGO      PIC 9V9(6).
          05 WS-TPA-GUARDERIA   PIC 9V9(6).
          05 WS-TPA-RETIRO      PIC 9V9(6).
          05 WS-TPA-CESANTIA    PIC 9V9(6).
          05 WS-TPA-INFONAVIT   PIC 9V9(6).
          05 WS-TPA-NOMINA      PIC 9V9(6).
          05 WS-TPA-TOPE        PIC 9(7)V99.

       01 ENCABEZADO-1.
          05 FILLER          PIC X(42) VALUE
             "PROVISION MENSUAL DE CUOTAS PATRONALES".
          05 FILLER          PIC X(5)  VALUE "Mes: ".
          05 ENC-MES         PIC 9(6).
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE "Fecha: ".
          05 ENC-FECHA       PIC 9(8).
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "Pagina: ".
          05 ENC-PAGINA      PIC ZZ9.

       01 ENCABEZADO-2.
          05 FILLER          PIC X(7)  VALUE "ID".
          05 FILLER          PIC X(25) VALUE "NOMBRE".
          05 FILLER          PIC X(15) VALUE "   SUELDO BRUTO".
          05 FILLER          PIC X(15) VALUE "    IMSS PATRON".
          05 FILLER          PIC X(15) VALUE "            RCV".
          05 FILLER          PIC X(15) VALUE "      INFONAVIT".
          05 FILLER          PIC X(15) VALUE "  IMP. S/NOMINA".
          05 FILLER          PIC X(15) VALUE "    COSTO TOTAL".

       01 LINEA-DEPTO.
          05 FILLER          PIC X(14) VALUE "DEPARTAMENTO: ".
          05 DEP-NOMBRE      PIC X(20).

       01 LINEA-DETALLE.
          05 DET-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-NOMBRE      PIC X(25).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-BRUTO       PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-IMSS        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-RCV         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-INFONAVIT   PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-NOMINA      PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-COSTO       PIC ZZ,ZZZ,ZZ9.99.

       01 LINEA-SUBTOTAL.
          05 SUB-TEXTO       PIC X(20).
          05 SUB-CANTIDAD    PIC ZZZZ9.
          05 FILLER          PIC X(7)  VALUE " empl. ".
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 SUB-BRUTO       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 SUB-IMSS        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 SUB-RCV         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 SUB-INFONAVIT   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 SUB-NOMINA      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 SUB-COSTO       PIC ZZZ,ZZZ,ZZ9.99.

       01 LINEA-RAMO.
          05 RAM-TEXTO       PIC X(45).
          05 RAM-IMPORTE     PIC ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TOTAL.
          05 TOT-TEXTO       PIC X(45).
          05 TOT-CANTIDAD    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF FS-EMPLEADOS NOT = "00"
               DISPLAY "Error al abrir PHYSICAL-FILE.dat, estado: "
                   FS-EMPLEADOS
               STOP RUN
           END-IF
           OPEN INPUT EMPLEADO-NOMINA
           IF FS-NOMINA NOT = "00"
               DISPLAY "Error al abrir NOMINA.dat, estado: "
                   FS-NOMINA
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN
           END-IF
           OPEN INPUT PAGOS-HISTORICO
           IF FS-PAGOS-HIST NOT = "00"
               DISPLAY "Error al abrir PAGOS-HIST.dat, estado: "
                   FS-PAGOS-HIST
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               STOP RUN
           END-IF
           OPEN INPUT CONTROL-NOMINA
           IF FS-CONTROL NOT = "00"
               DISPLAY "Error al abrir CONTROL-NOM.dat, estado: "
                   FS-CONTROL
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE PAGOS-HISTORICO
               STOP RUN
           END-IF
           OPEN I-O COSTO-PATRONAL
           IF FS-COSTO = "35"
               OPEN OUTPUT COSTO-PATRONAL
               CLOSE COSTO-PATRONAL
               OPEN I-O COSTO-PATRONAL
           END-IF
           IF FS-COSTO NOT = "00"
               DISPLAY "Error al abrir COSTO-PATRONAL.dat, estado: "
                   FS-COSTO
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE PAGOS-HISTORICO
               CLOSE CONTROL-NOMINA
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY
           DISPLAY "Ingrese el mes a provisionar (AAAAMM), "
               "0 = mes actual: "
           ACCEPT WS-MES-PROVISION
           IF WS-MES-PROVISION = ZERO
               MOVE WS-FECHA-AAAAMMDD(1:6) TO WS-MES-PROVISION
           END-IF
           MOVE WS-MES-PROVISION TO WS-MES-PARTES
           IF WS-MES-MES < 1 OR WS-MES-MES > 12
               DISPLAY "El mes " WS-MES-PROVISION " no es valido."
               PERFORM ABANDONAR-PROCESO
           END-IF
           COMPUTE WS-PERIODO-INICIAL = WS-MES-PROVISION * 100 + 1
           COMPUTE WS-PERIODO-FINAL   = WS-MES-PROVISION * 100 + 31
           PERFORM VERIFICAR-QUINCENAS
           PERFORM CARGAR-TARIFA-PATRON
           PERFORM DEPURAR-COSTOS-MES
           PERFORM ACUMULAR-PAGOS-MES
           OPEN OUTPUT REPORTE-PROVISION
           IF FS-REPORTE NOT = "00"
               DISPLAY "Error al abrir PROVISION.prt, estado: "
                   FS-REPORTE
               PERFORM ABANDONAR-PROCESO
           END-IF
           SORT ORDENA-COSTOS
               ON ASCENDING KEY ORD-DEPARTAMENTO
               ON ASCENDING KEY ORD-ID
               INPUT PROCEDURE IS CALCULAR-CUOTAS
               OUTPUT PROCEDURE IS IMPRIMIR-PROVISION
           CLOSE REPORTE-PROVISION
           IF WS-MES-MES = 2 OR WS-MES-MES = 4 OR WS-MES-MES = 6
                   OR WS-MES-MES = 8 OR WS-MES-MES = 10
                   OR WS-MES-MES = 12
               PERFORM GENERAR-PAGO-BIMESTRAL
           ELSE
               DISPLAY "El archivo de pago bimestral se genera al "
                   "provisionar el mes par del bimestre."
           END-IF
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE PAGOS-HISTORICO
           CLOSE CONTROL-NOMINA
           CLOSE COSTO-PATRONAL
           DISPLAY "Provision generada en PROVISION.prt"
           DISPLAY "Mes provisionado:        " WS-MES-PROVISION
           DISPLAY "Quincenas incluidas:     " WS-QUINCENAS-CERRADAS
           DISPLAY "Pagos leidos:            " WS-PAGOS-LEIDOS
           DISPLAY "Empleados con costo:     " WS-EMPLEADOS-COSTO
           DISPLAY "Sin registro de nomina:  " WS-SIN-NOMINA
           DISPLAY "Errores de E/S:          " WS-ERRORES
           DISPLAY "Cuotas patronales:       " WS-TOT-CUOTAS
           STOP RUN.

       ABANDONAR-PROCESO.
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE PAGOS-HISTORICO
           CLOSE CONTROL-NOMINA
           CLOSE COSTO-PATRONAL
           STOP RUN.

       VERIFICAR-QUINCENAS.
           MOVE "N" TO WS-FIN-LECTURA
           MOVE WS-PERIODO-INICIAL TO CTL-PERIODO
           START CONTROL-NOMINA KEY IS NOT LESS THAN CTL-PERIODO
               INVALID KEY
                   MOVE "S" TO WS-FIN-LECTURA
           END-START
           PERFORM UNTIL WS-FIN-LECTURA = "S"
               READ CONTROL-NOMINA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                       IF CTL-PERIODO > WS-PERIODO-FINAL
                           MOVE "S" TO WS-FIN-LECTURA
                       ELSE
                           IF CTL-ESTADO = "C"
                               ADD 1 TO WS-QUINCENAS-CERRADAS
                           ELSE
                               ADD 1 TO WS-QUINCENAS-ABIERTAS
                               DISPLAY "La quincena " CTL-PERIODO
                                   " esta marcada en proceso."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUINCENAS-ABIERTAS > ZERO
               DISPLAY "Termine el calculo de nomina de las "
                   "quincenas del mes antes de provisionar."
               PERFORM ABANDONAR-PROCESO
           END-IF
           IF WS-QUINCENAS-CERRADAS = ZERO
               DISPLAY "No hay quincenas cerradas del mes "
                   WS-MES-PROVISION "."
               PERFORM ABANDONAR-PROCESO
           END-IF
           IF WS-QUINCENAS-CERRADAS = 1
               DISPLAY "Solo hay una quincena cerrada del mes "
                   WS-MES-PROVISION "; la provision quedara parcial."
               DISPLAY "¿Desea continuar? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "Provision cancelada."
                   PERFORM ABANDONAR-PROCESO
               END-IF
           END-IF.

       CARGAR-TARIFA-PATRON.
           MOVE "N" TO WS-TARIFA-HALLADA
           OPEN INPUT TARIFAS-PATRON-ARCHIVO
           IF FS-TARIFAS-PATRON NOT = "00"
               DISPLAY "No se pudo abrir TARIFAS-PATRON.dat, estado: "
                   FS-TARIFAS-PATRON
           ELSE
               MOVE "N" TO WS-FIN-LECTURA
               MOVE LOW-VALUES TO TPA-FECHA-EFECTIVA
               START TARIFAS-PATRON-ARCHIVO KEY IS NOT LESS THAN
                       TPA-FECHA-EFECTIVA
                   INVALID KEY
                       MOVE "S" TO WS-FIN-LECTURA
               END-START
               PERFORM UNTIL WS-FIN-LECTURA = "S"
                   READ TARIFAS-PATRON-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-LECTURA
                       NOT AT END
                           IF TPA-FECHA-EFECTIVA <= WS-PERIODO-FINAL
                               MOVE REGISTRO-TARIFA-PATRON
                                   TO WS-TARIFA-PATRON
                               MOVE "S" TO WS-TARIFA-HALLADA
                           ELSE
                               MOVE "S" TO WS-FIN-LECTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-PATRON-ARCHIVO
           END-IF
           IF WS-TARIFA-HALLADA = "S"
               DISPLAY "Cuotas patronales en vigor desde el "
                   WS-TPA-FECHA
           ELSE
               DISPLAY "No hay tabla de cuotas patronales vigente "
                   "para el mes " WS-MES-PROVISION "."
               DISPLAY "De de alta la tabla con "
                   "MANTENIMIENTO-TARIFAS y vuelva a correr."
               PERFORM ABANDONAR-PROCESO
           END-IF.

       DEPURAR-COSTOS-MES.
           MOVE ZERO TO WS-COSTOS-PREVIOS
           MOVE "N" TO WS-FIN-LECTURA
           MOVE WS-MES-PROVISION TO CPA-MES
           MOVE ZERO TO CPA-ID
           START COSTO-PATRONAL KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LECTURA
           END-START
           PERFORM UNTIL WS-FIN-LECTURA = "S"
               READ COSTO-PATRONAL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                       IF CPA-MES = WS-MES-PROVISION
                           DELETE COSTO-PATRONAL
                               INVALID KEY
                                   DISPLAY "Error al eliminar el "
                                       "costo previo del ID " CPA-ID
                                       ", estado: " FS-COSTO
                                   ADD 1 TO WS-ERRORES
                               NOT INVALID KEY
                                   ADD 1 TO WS-COSTOS-PREVIOS
                           END-DELETE
                       ELSE
                           MOVE "S" TO WS-FIN-LECTURA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COSTOS-PREVIOS > ZERO
               DISPLAY "Costos previos del mes eliminados de "
                   "COSTO-PATRONAL.dat: " WS-COSTOS-PREVIOS
           END-IF.

       ACUMULAR-PAGOS-MES.
           MOVE "N" TO WS-FIN-LECTURA
           MOVE WS-PERIODO-INICIAL TO PAGO-PERIODO
           MOVE ZERO TO PAGO-ID
           START PAGOS-HISTORICO KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LECTURA
           END-START
           PERFORM UNTIL WS-FIN-LECTURA = "S"
               READ PAGOS-HISTORICO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                       IF PAGO-PERIODO > WS-PERIODO-FINAL
                           MOVE "S" TO WS-FIN-LECTURA
                       ELSE
                           ADD 1 TO WS-PAGOS-LEIDOS
                           PERFORM ACUMULAR-PAGO
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-PAGO.
           MOVE WS-MES-PROVISION TO CPA-MES
           MOVE PAGO-ID TO CPA-ID
           READ COSTO-PATRONAL KEY IS CPA-CLAVE
               INVALID KEY
                   MOVE WS-MES-PROVISION TO CPA-MES
                   MOVE PAGO-ID          TO CPA-ID
                   MOVE SPACES           TO CPA-DEPARTAMENTO
                   MOVE 1                TO CPA-QUINCENAS
                   MOVE PAGO-BRUTO       TO CPA-BRUTO
                   MOVE ZERO             TO CPA-BASE-IMSS
                   MOVE ZERO             TO CPA-ENF-MAT
                   MOVE ZERO             TO CPA-INV-VIDA
                   MOVE ZERO             TO CPA-RIESGO
                   MOVE ZERO             TO CPA-GUARDERIA
                   MOVE ZERO             TO CPA-RETIRO
                   MOVE ZERO             TO CPA-CESANTIA
                   MOVE ZERO             TO CPA-INFONAVIT
                   MOVE ZERO             TO CPA-NOMINA
                   MOVE ZERO             TO CPA-TOTAL
                   MOVE WS-FECHA-HOY     TO CPA-FECHA-CALCULO
                   WRITE REGISTRO-COSTO
                       INVALID KEY
                           DISPLAY "Error al grabar el costo del ID "
                               PAGO-ID ", estado: " FS-COSTO
                           ADD 1 TO WS-ERRORES
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO CPA-QUINCENAS
                   ADD PAGO-BRUTO TO CPA-BRUTO
                   REWRITE REGISTRO-COSTO
                       INVALID KEY
                           DISPLAY "Error al acumular el costo del ID "
                               PAGO-ID ", estado: " FS-COSTO
                           ADD 1 TO WS-ERRORES
                   END-REWRITE
           END-READ.

       CALCULAR-CUOTAS.
           MOVE "N" TO WS-FIN-LECTURA
           MOVE WS-MES-PROVISION TO CPA-MES
           MOVE ZERO TO CPA-ID
           START COSTO-PATRONAL KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LECTURA
           END-START
           PERFORM UNTIL WS-FIN-LECTURA = "S"
               READ COSTO-PATRONAL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                       IF CPA-MES = WS-MES-PROVISION
                           PERFORM CALCULAR-COSTO-EMPLEADO
                       ELSE
                           MOVE "S" TO WS-FIN-LECTURA
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-COSTO-EMPLEADO.
           MOVE CPA-ID TO NOMINA-ID
           READ EMPLEADO-NOMINA KEY IS NOMINA-ID
               INVALID KEY
                   IF FS-NOMINA = "23"
                       ADD 1 TO WS-SIN-NOMINA
                   ELSE
                       DISPLAY "Error de E/S en NOMINA.dat para el "
                           "ID " CPA-ID ", estado: " FS-NOMINA
                       ADD 1 TO WS-ERRORES
                   END-IF
                   MOVE "(SIN NOMINA)" TO CPA-DEPARTAMENTO
               NOT INVALID KEY
                   MOVE NOMINA-DEPARTAMENTO TO CPA-DEPARTAMENTO
           END-READ
           IF WS-TPA-TOPE > ZERO AND CPA-BRUTO > WS-TPA-TOPE
               MOVE WS-TPA-TOPE TO CPA-BASE-IMSS
           ELSE
               MOVE CPA-BRUTO TO CPA-BASE-IMSS
           END-IF
           COMPUTE CPA-ENF-MAT ROUNDED =
               CPA-BASE-IMSS * WS-TPA-ENF-MAT
           COMPUTE CPA-INV-VIDA ROUNDED =
               CPA-BASE-IMSS * WS-TPA-INV-VIDA
           COMPUTE CPA-RIESGO ROUNDED =
               CPA-BASE-IMSS * WS-TPA-RIESGO
           COMPUTE CPA-GUARDERIA ROUNDED =
               CPA-BASE-IMSS * WS-TPA-GUARDERIA
           COMPUTE CPA-RETIRO ROUNDED =
               CPA-BASE-IMSS * WS-TPA-RETIRO
           COMPUTE CPA-CESANTIA ROUNDED =
               CPA-BASE-IMSS * WS-TPA-CESANTIA
           COMPUTE CPA-INFONAVIT ROUNDED =
               CPA-BASE-IMSS * WS-TPA-INFONAVIT
           COMPUTE CPA-NOMINA ROUNDED =
               CPA-BRUTO * WS-TPA-NOMINA
           COMPUTE CPA-TOTAL = CPA-ENF-MAT + CPA-INV-VIDA
               + CPA-RIESGO + CPA-GUARDERIA + CPA-RETIRO
               + CPA-CESANTIA + CPA-INFONAVIT + CPA-NOMINA
           MOVE WS-FECHA-HOY TO CPA-FECHA-CALCULO
           REWRITE REGISTRO-COSTO
               INVALID KEY
                   DISPLAY "Error al grabar las cuotas del ID "
                       CPA-ID ", estado: " FS-COSTO
                   ADD 1 TO WS-ERRORES
           END-REWRITE
           ADD 1 TO WS-EMPLEADOS-COSTO
           ADD CPA-ENF-MAT   TO WS-RAMO-ENF-MAT
           ADD CPA-INV-VIDA  TO WS-RAMO-INV-VIDA
           ADD CPA-RIESGO    TO WS-RAMO-RIESGO
           ADD CPA-GUARDERIA TO WS-RAMO-GUARDERIA
           ADD CPA-RETIRO    TO WS-RAMO-RETIRO
           ADD CPA-CESANTIA  TO WS-RAMO-CESANTIA
           PERFORM ARMAR-NOMBRE
           MOVE CPA-DEPARTAMENTO   TO ORD-DEPARTAMENTO
           MOVE CPA-ID             TO ORD-ID
           MOVE WS-NOMBRE-COMPLETO TO ORD-NOMBRE
           MOVE CPA-BRUTO          TO ORD-BRUTO
           COMPUTE ORD-IMSS = CPA-ENF-MAT + CPA-INV-VIDA
               + CPA-RIESGO + CPA-GUARDERIA
           COMPUTE ORD-RCV = CPA-RETIRO + CPA-CESANTIA
           MOVE CPA-INFONAVIT      TO ORD-INFONAVIT
           MOVE CPA-NOMINA         TO ORD-NOMINA
           MOVE CPA-TOTAL          TO ORD-TOTAL
           RELEASE REGISTRO-ORDENA.

       ARMAR-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           MOVE CPA-ID TO EMPLEADO-ID
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADO-ID
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)"
                       TO WS-NOMBRE-COMPLETO
               NOT INVALID KEY
                   STRING NOMBRE-EMPLEADO DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       APELLIDO-EMPLEADO DELIMITED BY "  "
                       INTO WS-NOMBRE-COMPLETO
                   END-STRING
           END-READ.

       IMPRIMIR-PROVISION.
           MOVE "N" TO WS-FIN-ORDENA
           MOVE "S" TO WS-PRIMER-DEPTO
           MOVE SPACES TO WS-DEPTO-ACTUAL
           PERFORM IMPRIMIR-ENCABEZADOS
           PERFORM UNTIL WS-FIN-ORDENA = "S"
               RETURN ORDENA-COSTOS
                   AT END
                       MOVE "S" TO WS-FIN-ORDENA
                   NOT AT END
                       PERFORM PROCESAR-ORDENADO
               END-RETURN
           END-PERFORM
           IF WS-DEP-EMPLEADOS > ZERO
               PERFORM IMPRIMIR-SUBTOTAL
           END-IF
           PERFORM IMPRIMIR-GRAN-TOTAL
           PERFORM IMPRIMIR-RAMOS.

       PROCESAR-ORDENADO.
           IF ORD-DEPARTAMENTO NOT = WS-DEPTO-ACTUAL
                   OR WS-PRIMER-DEPTO = "S"
               IF WS-DEP-EMPLEADOS > ZERO
                   PERFORM IMPRIMIR-SUBTOTAL
               END-IF
               MOVE ORD-DEPARTAMENTO TO WS-DEPTO-ACTUAL
               MOVE "N" TO WS-PRIMER-DEPTO
               IF WS-LINEAS-PAGINA + 3 > WS-MAX-LINEAS
                   PERFORM IMPRIMIR-SALTO-PAGINA
               END-IF
               PERFORM IMPRIMIR-TITULO-DEPTO
           ELSE
               IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
                   PERFORM IMPRIMIR-SALTO-PAGINA
                   PERFORM IMPRIMIR-TITULO-DEPTO
               END-IF
           END-IF
           MOVE ORD-ID        TO DET-ID
           MOVE ORD-NOMBRE    TO DET-NOMBRE
           MOVE ORD-BRUTO     TO DET-BRUTO
           MOVE ORD-IMSS      TO DET-IMSS
           MOVE ORD-RCV       TO DET-RCV
           MOVE ORD-INFONAVIT TO DET-INFONAVIT
           MOVE ORD-NOMINA    TO DET-NOMINA
           COMPUTE DET-COSTO = ORD-BRUTO + ORD-TOTAL
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA
           ADD 1 TO WS-DEP-EMPLEADOS
           ADD ORD-BRUTO     TO WS-DEP-BRUTO
           ADD ORD-IMSS      TO WS-DEP-IMSS
           ADD ORD-RCV       TO WS-DEP-RCV
           ADD ORD-INFONAVIT TO WS-DEP-INFONAVIT
           ADD ORD-NOMINA    TO WS-DEP-NOMINA
           ADD ORD-BRUTO     TO WS-DEP-COSTO
           ADD ORD-TOTAL     TO WS-DEP-COSTO
           ADD 1 TO WS-TOT-EMPLEADOS
           ADD ORD-BRUTO     TO WS-TOT-BRUTO
           ADD ORD-IMSS      TO WS-TOT-IMSS
           ADD ORD-RCV       TO WS-TOT-RCV
           ADD ORD-INFONAVIT TO WS-TOT-INFONAVIT
           ADD ORD-NOMINA    TO WS-TOT-NOMINA
           ADD ORD-BRUTO     TO WS-TOT-COSTO
           ADD ORD-TOTAL     TO WS-TOT-COSTO.

       IMPRIMIR-TITULO-DEPTO.
           MOVE WS-DEPTO-ACTUAL TO DEP-NOMBRE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LINEA-DEPTO
           ADD 2 TO WS-LINEAS-PAGINA.

       IMPRIMIR-SUBTOTAL.
           MOVE "  Subtotal depto -  " TO SUB-TEXTO
           MOVE WS-DEP-EMPLEADOS TO SUB-CANTIDAD
           MOVE WS-DEP-BRUTO     TO SUB-BRUTO
           MOVE WS-DEP-IMSS      TO SUB-IMSS
           MOVE WS-DEP-RCV       TO SUB-RCV
           MOVE WS-DEP-INFONAVIT TO SUB-INFONAVIT
           MOVE WS-DEP-NOMINA    TO SUB-NOMINA
           MOVE WS-DEP-COSTO     TO SUB-COSTO
           WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL
           ADD 1 TO WS-LINEAS-PAGINA
           MOVE ZERO TO WS-DEP-EMPLEADOS
           MOVE ZERO TO WS-DEP-BRUTO
           MOVE ZERO TO WS-DEP-IMSS
           MOVE ZERO TO WS-DEP-RCV
           MOVE ZERO TO WS-DEP-INFONAVIT
           MOVE ZERO TO WS-DEP-NOMINA
           MOVE ZERO TO WS-DEP-COSTO.

       IMPRIMIR-GRAN-TOTAL.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "TOTAL GENERAL    -  " TO SUB-TEXTO
           MOVE WS-TOT-EMPLEADOS TO SUB-CANTIDAD
           MOVE WS-TOT-BRUTO     TO SUB-BRUTO
           MOVE WS-TOT-IMSS      TO SUB-IMSS
           MOVE WS-TOT-RCV       TO SUB-RCV
           MOVE WS-TOT-INFONAVIT TO SUB-INFONAVIT
           MOVE WS-TOT-NOMINA    TO SUB-NOMINA
           MOVE WS-TOT-COSTO     TO SUB-COSTO
           WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL
           MOVE "CUOTAS PATRONALES DEL MES (PROVISION):"
               TO RAM-TEXTO
           COMPUTE WS-TOT-CUOTAS = WS-TOT-COSTO - WS-TOT-BRUTO
           MOVE WS-TOT-CUOTAS TO RAM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-RAMO.

       IMPRIMIR-RAMOS.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "CUOTAS PATRONALES POR RAMO:" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "  IMSS enfermedad y maternidad:" TO RAM-TEXTO
           MOVE WS-RAMO-ENF-MAT TO RAM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-RAMO
           MOVE "  IMSS invalidez y vida:" TO RAM-TEXTO
           MOVE WS-RAMO-INV-VIDA TO RAM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-RAMO
           MOVE "  IMSS riesgos de trabajo:" TO RAM-TEXTO
           MOVE WS-RAMO-RIESGO TO RAM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-RAMO
           MOVE "  IMSS guarderias y prestaciones sociales:"
               TO RAM-TEXTO
           MOVE WS-RAMO-GUARDERIA TO RAM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-RAMO
           MOVE "  RCV retiro:" TO RAM-TEXTO
           MOVE WS-RAMO-RETIRO TO RAM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-RAMO
           MOVE "  RCV cesantia en edad avanzada y vejez:"
               TO RAM-TEXTO
           MOVE WS-RAMO-CESANTIA TO RAM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-RAMO
           MOVE "  INFONAVIT:" TO RAM-TEXTO
           MOVE WS-TOT-INFONAVIT TO RAM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-RAMO
           MOVE "  Impuesto estatal sobre nomina:" TO RAM-TEXTO
           MOVE WS-TOT-NOMINA TO RAM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-RAMO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "Quincenas incluidas:" TO TOT-TEXTO
           MOVE WS-QUINCENAS-CERRADAS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Empleados sin registro de nomina:" TO TOT-TEXTO
           MOVE WS-SIN-NOMINA TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.

       IMPRIMIR-ENCABEZADOS.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA    TO ENC-PAGINA
           MOVE WS-FECHA-HOY     TO ENC-FECHA
           MOVE WS-MES-PROVISION TO ENC-MES
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           MOVE ALL "-" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE ZERO TO WS-LINEAS-PAGINA.

       IMPRIMIR-SALTO-PAGINA.
           MOVE X"0C" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM IMPRIMIR-ENCABEZADOS.

       GENERAR-PAGO-BIMESTRAL.
           COMPUTE WS-MES-ANTERIOR = WS-MES-PROVISION - 1
           OPEN OUTPUT ARCHIVO-BIMESTRAL
           IF FS-BIMESTRAL NOT = "00"
               DISPLAY "Error al abrir PAGO-BIMESTRAL.txt, estado: "
                   FS-BIMESTRAL
               ADD 1 TO WS-ERRORES
           ELSE
               MOVE SPACES TO REGISTRO-BIMESTRAL
               MOVE "H"              TO BIM-TIPO
               MOVE WS-MES-ANIO      TO BIM-EJERCICIO
               COMPUTE BIM-BIMESTRE = WS-MES-MES / 2
               MOVE WS-MES-ANTERIOR  TO BIM-MES-INICIAL
               MOVE WS-MES-PROVISION TO BIM-MES-FINAL
               MOVE WS-FECHA-HOY     TO BIM-FECHA
               MOVE "PAGO BIMESTRAL RCV E INFONAVIT"
                   TO BIM-CONCEPTO
               WRITE REGISTRO-BIMESTRAL
               SORT ORDENA-BIMESTRE
                   ON ASCENDING KEY OBI-ID
                   ON ASCENDING KEY OBI-MES
                   INPUT PROCEDURE IS SELECCIONAR-BIMESTRE
                   OUTPUT PROCEDURE IS ESCRIBIR-BIMESTRE
               MOVE SPACES TO REGISTRO-BIMESTRAL
               MOVE "T"                  TO BIM-TIPO
               MOVE WS-MES-ANIO          TO BIM-EJERCICIO-COLA
               COMPUTE BIM-BIMESTRE-COLA = WS-MES-MES / 2
               MOVE WS-BIM-EMPLEADOS     TO BIM-CUENTA
               MOVE WS-BIM-TOT-RETIRO    TO BIM-TOTAL-RETIRO
               MOVE WS-BIM-TOT-CESANTIA  TO BIM-TOTAL-CESANTIA
               MOVE WS-BIM-TOT-INFONAVIT TO BIM-TOTAL-INFONAVIT
               WRITE REGISTRO-BIMESTRAL
               IF FS-BIMESTRAL NOT = "00"
                   DISPLAY "Error al escribir la cola de control de "
                       "PAGO-BIMESTRAL.txt, estado: " FS-BIMESTRAL
                   ADD 1 TO WS-ERRORES
               END-IF
               CLOSE ARCHIVO-BIMESTRAL
               DISPLAY "Pago bimestral generado en PAGO-BIMESTRAL.txt"
               DISPLAY "Trabajadores en el bimestre: " WS-BIM-EMPLEADOS
               IF WS-BIM-MES-ANTERIOR = ZERO
                   DISPLAY "Aviso: no hay costos calculados del mes "
                       WS-MES-ANTERIOR "; el bimestre solo incluye "
                       "el mes " WS-MES-PROVISION "."
               END-IF
           END-IF.

       SELECCIONAR-BIMESTRE.
           MOVE "N" TO WS-FIN-LECTURA
           MOVE WS-MES-ANTERIOR TO CPA-MES
           MOVE ZERO TO CPA-ID
           START COSTO-PATRONAL KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LECTURA
           END-START
           PERFORM UNTIL WS-FIN-LECTURA = "S"
               READ COSTO-PATRONAL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-LECTURA
                   NOT AT END
                       IF CPA-MES > WS-MES-PROVISION
                           MOVE "S" TO WS-FIN-LECTURA
                       ELSE
                           IF CPA-MES = WS-MES-ANTERIOR
                               ADD 1 TO WS-BIM-MES-ANTERIOR
                           END-IF
                           MOVE CPA-ID           TO OBI-ID
                           MOVE CPA-MES          TO OBI-MES
                           MOVE CPA-DEPARTAMENTO TO OBI-DEPARTAMENTO
                           MOVE CPA-BASE-IMSS    TO OBI-BASE
                           MOVE CPA-RETIRO       TO OBI-RETIRO
                           MOVE CPA-CESANTIA     TO OBI-CESANTIA
                           MOVE CPA-INFONAVIT    TO OBI-INFONAVIT
                           RELEASE REGISTRO-ORDENA-BIM
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-BIMESTRE.
           MOVE "N" TO WS-FIN-ORDENA
           MOVE "S" TO WS-PRIMER-ID
           PERFORM UNTIL WS-FIN-ORDENA = "S"
               RETURN ORDENA-BIMESTRE
                   AT END
                       MOVE "S" TO WS-FIN-ORDENA
                   NOT AT END
                       IF OBI-ID NOT = WS-ID-ACTUAL
                               AND WS-PRIMER-ID = "N"
                           PERFORM ESCRIBIR-DETALLE-BIMESTRAL
                       END-IF
                       IF OBI-ID NOT = WS-ID-ACTUAL
                               OR WS-PRIMER-ID = "S"
                           MOVE "N" TO WS-PRIMER-ID
                           MOVE OBI-ID TO WS-ID-ACTUAL
                           MOVE ZERO TO WS-BIM-MESES
                           MOVE ZERO TO WS-BIM-BASE
                           MOVE ZERO TO WS-BIM-RETIRO
                           MOVE ZERO TO WS-BIM-CESANTIA
                           MOVE ZERO TO WS-BIM-INFONAVIT
                       END-IF
                       ADD 1 TO WS-BIM-MESES
                       MOVE OBI-DEPARTAMENTO TO WS-BIM-DEPTO
                       ADD OBI-BASE      TO WS-BIM-BASE
                       ADD OBI-RETIRO    TO WS-BIM-RETIRO
                       ADD OBI-CESANTIA  TO WS-BIM-CESANTIA
                       ADD OBI-INFONAVIT TO WS-BIM-INFONAVIT
               END-RETURN
           END-PERFORM
           IF WS-PRIMER-ID = "N"
               PERFORM ESCRIBIR-DETALLE-BIMESTRAL
           END-IF.

       ESCRIBIR-DETALLE-BIMESTRAL.
           MOVE WS-ID-ACTUAL TO CPA-ID
           PERFORM ARMAR-NOMBRE
           MOVE SPACES TO REGISTRO-BIMESTRAL
           MOVE "D"                TO BIM-TIPO
           MOVE WS-ID-ACTUAL       TO BIM-ID
           MOVE WS-NOMBRE-COMPLETO TO BIM-NOMBRE
           MOVE WS-BIM-DEPTO       TO BIM-DEPTO
           MOVE WS-BIM-BASE        TO BIM-BASE
           MOVE WS-BIM-RETIRO      TO BIM-RETIRO
           MOVE WS-BIM-CESANTIA    TO BIM-CESANTIA
           MOVE WS-BIM-INFONAVIT   TO BIM-INFONAVIT
           MOVE WS-BIM-MESES       TO BIM-MESES
           WRITE REGISTRO-BIMESTRAL
           IF FS-BIMESTRAL NOT = "00"
               DISPLAY "Error al escribir PAGO-BIMESTRAL.txt para el "
                   "ID " WS-ID-ACTUAL ", estado: " FS-BIMESTRAL
               ADD 1 TO WS-ERRORES
           ELSE
               ADD 1 TO WS-BIM-EMPLEADOS
               ADD WS-BIM-RETIRO    TO WS-BIM-TOT-RETIRO
               ADD WS-BIM-CESANTIA  TO WS-BIM-TOT-CESANTIA
               ADD WS-BIM-INFONAVIT TO WS-BIM-TOT-INFONAVIT
           END-IF.
