       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINIQUITO-EMPLEADO.
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
       SELECT INCIDENCIAS-VALIDAS ASSIGN TO "INCID-VAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-CLAVE
           FILE STATUS IS FS-VALIDAS.
       SELECT VACACIONES-ARCHIVO ASSIGN TO "VACACIONES.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VAC-CLAVE
           FILE STATUS IS FS-VACACIONES.
       SELECT DEDUCCIONES-ARCHIVO ASSIGN TO "DEDUCCIONES.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DED-CLAVE
           FILE STATUS IS FS-DEDUCCIONES.
       SELECT TARIFAS-ARCHIVO ASSIGN TO "TARIFAS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TAR-FECHA-EFECTIVA
           FILE STATUS IS FS-TARIFAS.
       SELECT DEDUC-HISTORICO ASSIGN TO "PAGOS-DEDUC.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PDH-CLAVE
           FILE STATUS IS FS-DEDUC-HIST.
       SELECT ESTADO-PAGOS ASSIGN TO "ESTADO-PAGOS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EPG-CLAVE
           FILE STATUS IS FS-ESTADO-PAGOS.
       SELECT REPORTE-FINIQUITO ASSIGN TO "FINIQUITO.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.
       SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPE-USUARIO
           FILE STATUS IS FS-OPERADORES.
       SELECT ACCESOS-ARCHIVO ASSIGN TO "ACCESOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACCESOS.

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
       FD INCIDENCIAS-VALIDAS.
       01 REGISTRO-INCID-VAL.
          05 INV-CLAVE.
             10 INV-PERIODO         PIC 9(8).
             10 INV-ID              PIC 9(5).
             10 INV-TIPO            PIC X.
          05 INV-CANTIDAD           PIC 9(7)V99.
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
       FD DEDUCCIONES-ARCHIVO.
       01 REGISTRO-DEDUCCION.
          05 DED-CLAVE.
             10 DED-ID              PIC 9(5).
             10 DED-CONCEPTO        PIC X(2).
          05 DED-DESCRIPCION        PIC X(20).
          05 DED-IMPORTE-PERIODO    PIC 9(7)V99.
          05 DED-SALDO-ORIGINAL     PIC 9(9)V99.
          05 DED-SALDO-RESTANTE     PIC 9(9)V99.
          05 DED-ACTIVO             PIC X.
          05 DED-ULT-PERIODO        PIC 9(8).
          05 DED-ULT-MONTO          PIC 9(7)V99.
       FD TARIFAS-ARCHIVO.
       01 REGISTRO-TARIFA.
          05 TAR-FECHA-EFECTIVA     PIC 9(8).
          05 TAR-TASA-IMSS          PIC 9V9999.
          05 TAR-RENGLON OCCURS 4.
             10 TAR-LIM-SUP         PIC 9(7)V99.
             10 TAR-CUOTA-FIJA      PIC 9(7)V99.
             10 TAR-PORCENTAJE      PIC 9V9999.
       FD DEDUC-HISTORICO.
       01 REGISTRO-DEDUC-HIST.
          05 PDH-CLAVE.
             10 PDH-PERIODO         PIC 9(8).
             10 PDH-ID              PIC 9(5).
             10 PDH-CONCEPTO        PIC X(2).
          05 PDH-MONTO              PIC 9(7)V99.
       FD ESTADO-PAGOS.
       01 REGISTRO-ESTADO-PAGO.
          05 EPG-CLAVE.
             10 EPG-PERIODO         PIC 9(8).
             10 EPG-ID              PIC 9(5).
          05 EPG-ESTADO             PIC X.
          05 EPG-IMPORTE            PIC 9(7)V99.
          05 EPG-BANCO              PIC 9(3).
          05 EPG-CLABE              PIC X(18).
          05 EPG-FECHA-ENVIO        PIC 9(8).
          05 EPG-FECHA-ESTADO       PIC 9(8).
          05 EPG-ENVIOS             PIC 9(2).
          05 EPG-CODIGO             PIC X(3).
          05 EPG-MOTIVO             PIC X(40).
          05 EPG-REFERENCIA         PIC X(20).
       FD REPORTE-FINIQUITO.
       01 LINEA-FINIQUITO PIC X(80).
       FD OPERADORES-ARCHIVO.
       01 REGISTRO-OPERADOR.
          05 OPE-USUARIO            PIC X(8).
          05 OPE-NOMBRE             PIC X(30).
          05 OPE-CLAVE              PIC X(8).
          05 OPE-ROL                PIC X.
          05 OPE-ESTADO             PIC X.
          05 OPE-INTENTOS           PIC 9.
          05 OPE-ULTIMO-ACCESO      PIC 9(8).
          05 OPE-FECHA-ALTA         PIC 9(8).
       FD ACCESOS-ARCHIVO.
       01 REGISTRO-ACCESO.
          05 ACC-FECHA              PIC 9(8).
          05 ACC-HORA               PIC 9(6).
          05 ACC-PROGRAMA           PIC X(24).
          05 ACC-USUARIO            PIC X(8).
          05 ACC-RESULTADO          PIC X.
          05 ACC-MOTIVO             PIC X(30).

       WORKING-STORAGE SECTION.
       77 FS-EMPLEADOS          PIC X(02).
       77 FS-NOMINA             PIC X(02).
       77 FS-PAGOS-HIST         PIC X(02).
       77 FS-CONTROL            PIC X(02).
       77 FS-VALIDAS            PIC X(02).
       77 FS-VACACIONES         PIC X(02).
       77 FS-DEDUCCIONES        PIC X(02).
       77 FS-TARIFAS            PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 FS-DEDUC-HIST         PIC X(02).
       77 FS-ESTADO-PAGOS       PIC X(02).
       77 WS-FIN-PREVIAS        PIC X.
       77 WS-INCID-ABIERTO      PIC X.
       77 WS-VAC-ABIERTO        PIC X.
       77 WS-USA-LIBRO-VAC      PIC X.
       77 WS-FIN-VAC            PIC X.
       77 WS-SALDO-LIBRO        PIC S9(5)V99.
       77 WS-ULT-ANIV-LIBRO     PIC 9(3).
       77 WS-ANIV-FALTANTE      PIC 9(3).
       77 WS-DIAS-ANIV          PIC 9(3).
       77 WS-DEDUC-ABIERTO      PIC X.
       77 WS-CONFIRMA           PIC X.
       77 WS-MOTIVO             PIC X.
       77 WS-ID-EMPLEADO        PIC 9(5).
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-PAGO-EXISTE        PIC X.
       77 WS-PAGO-ENVIADO       PIC X.
       77 WS-ESTADO-EMPLEADO    PIC X.
       77 WS-NETO-ANTERIOR      PIC 9(7)V99 VALUE ZERO.
       77 WS-CONTROL-EXISTE     PIC X.
       77 WS-QUINCENA-PAGADA    PIC X.
       77 WS-AGUINALDO-PAGADO   PIC X.
       77 WS-FIN-PAGOS          PIC X.
       77 WS-FIN-INCID          PIC X.
       77 WS-FIN-DEDUC          PIC X.
       77 WS-FIN-TARIFAS        PIC X.
       77 WS-TARIFA-HALLADA     PIC X.
       77 WS-IDX-TARIFA         PIC 9(2).
       77 WS-LIM-INFERIOR       PIC 9(7)V99.
       77 WS-DIAS-AGUINALDO     PIC 9(3) VALUE 15.
       77 WS-DIAS-INDEMNIZA     PIC 9(3) VALUE 90.
       77 WS-DIAS-POR-ANIO      PIC 9(3) VALUE 20.
       77 WS-DIAS-PRIMA-ANT     PIC 9(3) VALUE 12.
       77 WS-ANIOS-PRIMA-REN    PIC 9(3) VALUE 15.
       77 WS-PCT-PRIMA-VAC      PIC 9V99 VALUE 0.25.
       77 WS-SALARIO-MINIMO     PIC 9(5)V99 VALUE 248.93.
       77 WS-SALARIO-DIARIO     PIC 9(7)V99.
       77 WS-DIARIO-TOPADO      PIC 9(7)V99.
       77 WS-ANIOS-SERVICIO     PIC 9(3).
       77 WS-ANIOS-PROPORCION   PIC 9(3)V9999.
       77 WS-INT-BAJA           PIC 9(7).
       77 WS-INT-INGRESO        PIC 9(7).
       77 WS-INT-DESDE          PIC 9(7).
       77 WS-INICIO-ANIO        PIC 9(8).
       77 WS-DIAS-SERVICIO      PIC 9(6).
       77 WS-DIAS-EN-ANIO       PIC 9(3).
       77 WS-DIAS-DESDE-ANIV    PIC 9(3).
       77 WS-DIAS-PENDIENTES    PIC 9(3)V99.
       77 WS-FALTAS-ANIO        PIC 9(5)V99.
       77 WS-VAC-TOMADAS        PIC 9(5)V99.
       77 WS-DIAS-VAC-LEY       PIC 9(3).
       77 WS-DIAS-AGUI-PROP     PIC 9(3)V99.
       77 WS-DIAS-VAC-PEND      PIC S9(5)V99.
       77 WS-DIAS-PRIMA-ANTIG   PIC 9(5)V99.
       77 WS-DIAS-INDEMNIZACION PIC 9(5)V99.
       77 WS-IMP-DIAS-PEND      PIC 9(7)V99.
       77 WS-IMP-AGUINALDO      PIC 9(7)V99.
       77 WS-IMP-VACACIONES     PIC 9(7)V99.
       77 WS-IMP-PRIMA-VAC      PIC 9(7)V99.
       77 WS-IMP-PRIMA-ANTIG    PIC 9(7)V99.
       77 WS-IMP-INDEMNIZACION  PIC 9(7)V99.
       77 WS-BASE-GRAVABLE      PIC 9(7)V99.
       77 WS-SALARIO-BRUTO      PIC 9(7)V99.
       77 WS-ISR                PIC 9(7)V99.
       77 WS-IMSS               PIC 9(7)V99.
       77 WS-OTRAS-DEDUCC       PIC 9(7)V99.
       77 WS-MONTO-DEDUC        PIC 9(7)V99.
       77 WS-DISPONIBLE         PIC S9(9)V99.
       77 WS-SALARIO-NETO       PIC 9(7)V99.
       77 WS-NUM-DEDUC          PIC 9(2).
       77 WS-IDX-DEDUC          PIC 9(2).
       77 WS-COCIENTE           PIC 9(4).
       77 WS-RESTO-4            PIC 9(4).
       77 WS-RESTO-100          PIC 9(4).
       77 WS-RESTO-400          PIC 9(4).
       77 WS-NOMBRE-COMPLETO    PIC X(61).
       77 FS-OPERADORES         PIC X(02).
       77 FS-ACCESOS            PIC X(02).
       77 WS-ACCESOS-ABIERTO    PIC X.
       77 WS-USUARIO-SESION     PIC X(8).
       77 WS-ROL-SESION         PIC X.
       77 WS-CLAVE-CAPTURA      PIC X(8).
       77 WS-SESION-INICIADA    PIC X.
       77 WS-INTENTOS-SESION    PIC 9.
       77 WS-MAX-INTENTOS       PIC 9 VALUE 3.
       77 WS-ROLES-PROGRAMA     PIC X(2) VALUE "NA".
       77 WS-CUENTA-ROL         PIC 9.
       77 WS-RESULTADO-ACCESO   PIC X.
       77 WS-MOTIVO-ACCESO      PIC X(30).

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 WS-HORA-HHMMSS     PIC 9(6).
          05 FILLER             PIC X(7).

       01 WS-FECHA-BAJA.
          05 WS-BAJ-ANIO        PIC 9(4).
          05 WS-BAJ-MMDD.
             10 WS-BAJ-MES      PIC 9(2).
             10 WS-BAJ-DIA      PIC 9(2).
       01 WS-FECHA-BAJA-NUM REDEFINES WS-FECHA-BAJA PIC 9(8).

       01 WS-FECHA-INGRESO.
          05 WS-ING-ANIO        PIC 9(4).
          05 WS-ING-MMDD        PIC 9(4).
       01 WS-FECHA-INGRESO-NUM REDEFINES WS-FECHA-INGRESO PIC 9(8).

       01 WS-FECHA-ANIVERSARIO.
          05 WS-ANI-ANIO        PIC 9(4).
          05 WS-ANI-MMDD        PIC 9(4).
       01 WS-FECHA-ANIV-NUM REDEFINES WS-FECHA-ANIVERSARIO
          PIC 9(8).

       01 WS-FECHA-TRABAJO.
          05 WS-TRA-ANIO        PIC 9(4).
          05 WS-TRA-MES         PIC 9(2).
          05 WS-TRA-DIA         PIC 9(2).
       01 WS-FECHA-TRABAJO-NUM REDEFINES WS-FECHA-TRABAJO PIC 9(8).

       01 WS-PERIODO-FINIQUITO.
          05 WS-PFI-ANIO        PIC 9(4).
          05 WS-PFI-MES         PIC 9(2).
          05 WS-PFI-DIA         PIC 9(2).
       01 WS-PERIODO-FIN-NUM REDEFINES WS-PERIODO-FINIQUITO PIC 9(8).

       01 WS-INICIO-QUINCENA.
          05 WS-IQ-ANIO         PIC 9(4).
          05 WS-IQ-MES          PIC 9(2).
          05 WS-IQ-DIA          PIC 9(2).
       01 WS-INICIO-QNA-NUM REDEFINES WS-INICIO-QUINCENA PIC 9(8).

       01 WS-FIN-MES.
          05 WS-FM-ANIO         PIC 9(4).
          05 WS-FM-MES          PIC 9(2).
          05 WS-FM-DIA          PIC 9(2).
       01 WS-FIN-MES-NUM REDEFINES WS-FIN-MES PIC 9(8).

       01 WS-DEDUC-FINIQUITO.
          05 WS-DEDUC-ENT OCCURS 8.
             10 WS-DED-DESC     PIC X(22).
             10 WS-DED-MONTO    PIC 9(7)V99.

       01 WS-TARIFA-VIGENTE.
          05 WS-TAR-FECHA       PIC 9(8).
          05 WS-TAR-IMSS        PIC 9V9999.
          05 WS-TAR-RENGLON OCCURS 4.
             10 WS-TAR-LIM      PIC 9(7)V99.
             10 WS-TAR-CUOTA    PIC 9(7)V99.
             10 WS-TAR-PCT      PIC 9V9999.

       01 FIN-TITULO-1.
          05 FILLER          PIC X(60) VALUE
             "FINIQUITO POR TERMINACION DE LA RELACION LABORAL".
          05 FILLER          PIC X(7)  VALUE "Fecha: ".
          05 FIN-FECHA       PIC 9(8).

       01 FIN-EMPLEADO.
          05 FILLER          PIC X(10) VALUE "Empleado: ".
          05 FIN-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FIN-NOMBRE      PIC X(61).

       01 FIN-PUESTO.
          05 FILLER          PIC X(10) VALUE "Puesto:   ".
          05 FIN-PUESTO-DESC PIC X(20).
          05 FILLER          PIC X(8)  VALUE " Depto: ".
          05 FIN-DEPTO       PIC X(20).

       01 FIN-FECHAS.
          05 FILLER          PIC X(18) VALUE "Fecha de ingreso: ".
          05 FIN-INGRESO     PIC 9(8).
          05 FILLER          PIC X(18) VALUE "   Fecha de baja: ".
          05 FIN-BAJA        PIC 9(8).
          05 FILLER          PIC X(14) VALUE "   Antiguedad:".
          05 FIN-ANIOS       PIC ZZ9.
          05 FILLER          PIC X(6)  VALUE " anios".

       01 FIN-MOTIVO.
          05 FILLER          PIC X(18) VALUE "Motivo de baja:   ".
          05 FIN-MOTIVO-DESC PIC X(30).
          05 FILLER          PIC X(16) VALUE "Salario diario: ".
          05 FIN-DIARIO      PIC ZZ,ZZ9.99.

       01 FIN-ENCAB-CONCEPTOS.
          05 FILLER          PIC X(40) VALUE "CONCEPTO".
          05 FILLER          PIC X(14) VALUE "      DIAS".
          05 FILLER          PIC X(14) VALUE "     IMPORTE".

       01 FIN-CONCEPTO.
          05 FIN-CON-DESC    PIC X(40).
          05 FIN-CON-DIAS    PIC ZZ,ZZ9.99.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FIN-CON-IMPORTE PIC Z,ZZZ,ZZ9.99.

       01 FIN-IMPORTE.
          05 FIN-IMP-DESC    PIC X(52).
          05 FIN-IMP-IMPORTE PIC Z,ZZZ,ZZ9.99.

       01 FIN-LEYENDA-1.
          05 FILLER          PIC X(80) VALUE
             "Recibi de la empresa la cantidad neta arriba indicada".
       01 FIN-LEYENDA-2.
          05 FILLER          PIC X(80) VALUE
             "por finiquito, sin reservarme accion alguna en su".
       01 FIN-LEYENDA-3.
          05 FILLER          PIC X(80) VALUE
             "contra por los conceptos aqui liquidados.".

       01 FIN-FIRMAS.
          05 FILLER          PIC X(34) VALUE ALL "_".
          05 FILLER          PIC X(8)  VALUE SPACES.
          05 FILLER          PIC X(34) VALUE ALL "_".

       01 FIN-FIRMAS-TEXTO.
          05 FILLER          PIC X(42) VALUE "Firma del empleado".
          05 FILLER          PIC X(34) VALUE "Por la empresa".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM INICIAR-SESION
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
           OPEN I-O PAGOS-HISTORICO
           IF FS-PAGOS-HIST = "35"
               OPEN OUTPUT PAGOS-HISTORICO
               CLOSE PAGOS-HISTORICO
               OPEN I-O PAGOS-HISTORICO
           END-IF
           IF FS-PAGOS-HIST NOT = "00"
               DISPLAY "Error al abrir PAGOS-HIST.dat, estado: "
                   FS-PAGOS-HIST
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               STOP RUN
           END-IF
           OPEN I-O CONTROL-NOMINA
           IF FS-CONTROL = "35"
               OPEN OUTPUT CONTROL-NOMINA
               CLOSE CONTROL-NOMINA
               OPEN I-O CONTROL-NOMINA
           END-IF
           IF FS-CONTROL NOT = "00"
               DISPLAY "Error al abrir CONTROL-NOM.dat, estado: "
                   FS-CONTROL
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE PAGOS-HISTORICO
               STOP RUN
           END-IF
           OPEN I-O DEDUC-HISTORICO
           IF FS-DEDUC-HIST = "35"
               OPEN OUTPUT DEDUC-HISTORICO
               CLOSE DEDUC-HISTORICO
               OPEN I-O DEDUC-HISTORICO
           END-IF
           IF FS-DEDUC-HIST NOT = "00"
               DISPLAY "Error al abrir PAGOS-DEDUC.dat, estado: "
                   FS-DEDUC-HIST
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE PAGOS-HISTORICO
               CLOSE CONTROL-NOMINA
               STOP RUN
           END-IF
           OPEN INPUT INCIDENCIAS-VALIDAS
           IF FS-VALIDAS = "00"
               MOVE "S" TO WS-INCID-ABIERTO
           ELSE
               MOVE "N" TO WS-INCID-ABIERTO
               DISPLAY "Aviso: no se pudo abrir INCID-VAL.dat "
                   "(estado " FS-VALIDAS "); no se descuentan "
                   "faltas ni vacaciones tomadas."
           END-IF
           OPEN INPUT VACACIONES-ARCHIVO
           IF FS-VACACIONES = "00"
               MOVE "S" TO WS-VAC-ABIERTO
           ELSE
               MOVE "N" TO WS-VAC-ABIERTO
               DISPLAY "Aviso: no se pudo abrir VACACIONES.dat "
                   "(estado " FS-VACACIONES "); las vacaciones se "
                   "calculan sin el saldo del libro."
           END-IF
           OPEN I-O DEDUCCIONES-ARCHIVO
           IF FS-DEDUCCIONES = "00"
               MOVE "S" TO WS-DEDUC-ABIERTO
           ELSE
               MOVE "N" TO WS-DEDUC-ABIERTO
               DISPLAY "Aviso: no se pudo abrir DEDUCCIONES.dat "
                   "(estado " FS-DEDUCCIONES "); no se descuentan "
                   "saldos pendientes."
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY
           PERFORM CAPTURAR-DATOS-BAJA
           PERFORM CARGAR-TARIFA
           PERFORM VERIFICAR-FINIQUITO-PREVIO
           PERFORM CALCULAR-ANTIGUEDAD
           PERFORM VERIFICAR-AGUINALDO-PAGADO
           PERFORM CALCULAR-DIAS-PENDIENTES
           MOVE ZERO TO WS-FALTAS-ANIO
           MOVE ZERO TO WS-VAC-TOMADAS
           IF WS-INCID-ABIERTO = "S"
               PERFORM ACUMULAR-INCIDENCIAS
           END-IF
           MOVE "N" TO WS-USA-LIBRO-VAC
           IF WS-VAC-ABIERTO = "S"
               PERFORM LEER-SALDO-VACACIONES
           END-IF
           PERFORM CALCULAR-PERCEPCIONES
           PERFORM CALCULAR-RETENCIONES
           PERFORM MOSTRAR-RESUMEN
           DISPLAY "¿Desea registrar el finiquito? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Finiquito cancelado; no se grabo nada."
               PERFORM ABANDONAR-FINIQUITO
           END-IF
           OPEN OUTPUT REPORTE-FINIQUITO
           IF FS-REPORTE NOT = "00"
               DISPLAY "Error al abrir FINIQUITO.prt, estado: "
                   FS-REPORTE
               PERFORM ABANDONAR-FINIQUITO
           END-IF
           MOVE ZERO TO WS-OTRAS-DEDUCC
           MOVE ZERO TO WS-NUM-DEDUC
           PERFORM DEPURAR-DEDUC-PREVIAS
           IF WS-DEDUC-ABIERTO = "S"
               PERFORM LIQUIDAR-DEDUCCIONES
           END-IF
           COMPUTE WS-SALARIO-NETO =
               WS-SALARIO-BRUTO - WS-ISR - WS-IMSS - WS-OTRAS-DEDUCC
           PERFORM GRABAR-PAGO-HISTORICO
           PERFORM ACTUALIZAR-CONTROL
           PERFORM IMPRIMIR-FINIQUITO
           CLOSE REPORTE-FINIQUITO
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE PAGOS-HISTORICO
           CLOSE CONTROL-NOMINA
           CLOSE DEDUC-HISTORICO
           IF WS-INCID-ABIERTO = "S"
               CLOSE INCIDENCIAS-VALIDAS
           END-IF
           IF WS-VAC-ABIERTO = "S"
               CLOSE VACACIONES-ARCHIVO
           END-IF
           IF WS-DEDUC-ABIERTO = "S"
               CLOSE DEDUCCIONES-ARCHIVO
           END-IF
           DISPLAY "Finiquito generado en FINIQUITO.prt"
           DISPLAY "Periodo de finiquitos:   " WS-PERIODO-FIN-NUM
           DISPLAY "Total percepciones:      " WS-SALARIO-BRUTO
           DISPLAY "Deducciones de saldos:   " WS-OTRAS-DEDUCC
           DISPLAY "Neto a pagar:            " WS-SALARIO-NETO
           IF WS-ESTADO-EMPLEADO NOT = "B"
               DISPLAY "Aviso: el empleado sigue activo; registre "
                   "la baja con MODIFY-EMPLOYEE para que no entre "
                   "en la siguiente quincena."
           END-IF
           STOP RUN.

       CAPTURAR-DATOS-BAJA.
           DISPLAY "Ingrese el ID del empleado: "
           ACCEPT WS-ID-EMPLEADO
           MOVE WS-ID-EMPLEADO TO EMPLEADO-ID
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADO-ID
               INVALID KEY
                   DISPLAY "El empleado " WS-ID-EMPLEADO
                       " no existe en PHYSICAL-FILE.dat."
                   PERFORM ABANDONAR-FINIQUITO
           END-READ
           MOVE ESTADO-EMPLEADO TO WS-ESTADO-EMPLEADO
           MOVE WS-ID-EMPLEADO TO NOMINA-ID
           READ EMPLEADO-NOMINA KEY IS NOMINA-ID
               INVALID KEY
                   DISPLAY "El empleado " WS-ID-EMPLEADO
                       " no tiene registro de nomina, estado: "
                       FS-NOMINA
                   PERFORM ABANDONAR-FINIQUITO
           END-READ
           MOVE NOMINA-FECHA-INGRESO TO WS-FECHA-INGRESO-NUM
           DISPLAY "Ingrese la fecha de baja (AAAAMMDD), "
               "0 = fecha de hoy: "
           ACCEPT WS-FECHA-BAJA-NUM
           IF WS-FECHA-BAJA-NUM = ZERO
               MOVE WS-FECHA-HOY TO WS-FECHA-BAJA-NUM
           END-IF
           IF WS-BAJ-MES < 1 OR WS-BAJ-MES > 12
                   OR WS-BAJ-DIA < 1 OR WS-BAJ-DIA > 31
               DISPLAY "Fecha de baja invalida: " WS-FECHA-BAJA-NUM
               PERFORM ABANDONAR-FINIQUITO
           END-IF
           IF WS-FECHA-BAJA-NUM < WS-FECHA-INGRESO-NUM
               DISPLAY "La fecha de baja es anterior a la fecha de "
                   "ingreso (" WS-FECHA-INGRESO-NUM ")."
               PERFORM ABANDONAR-FINIQUITO
           END-IF
           DISPLAY "Motivo de la baja (R = renuncia, "
               "D = despido): "
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO NOT = "R" AND WS-MOTIVO NOT = "D"
               DISPLAY "Motivo invalido; use R o D."
               PERFORM ABANDONAR-FINIQUITO
           END-IF
           MOVE WS-BAJ-ANIO TO WS-PFI-ANIO
           MOVE WS-BAJ-MES  TO WS-PFI-MES
           MOVE 98          TO WS-PFI-DIA.

       ABANDONAR-FINIQUITO.
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE PAGOS-HISTORICO
           CLOSE CONTROL-NOMINA
           CLOSE DEDUC-HISTORICO
           IF WS-INCID-ABIERTO = "S"
               CLOSE INCIDENCIAS-VALIDAS
           END-IF
           IF WS-VAC-ABIERTO = "S"
               CLOSE VACACIONES-ARCHIVO
           END-IF
           IF WS-DEDUC-ABIERTO = "S"
               CLOSE DEDUCCIONES-ARCHIVO
           END-IF
           STOP RUN.

       CARGAR-TARIFA.
           MOVE "N" TO WS-TARIFA-HALLADA
           OPEN INPUT TARIFAS-ARCHIVO
           IF FS-TARIFAS NOT = "00"
               DISPLAY "No se pudo abrir TARIFAS.dat, estado: "
                   FS-TARIFAS
           ELSE
               MOVE "N" TO WS-FIN-TARIFAS
               MOVE LOW-VALUES TO TAR-FECHA-EFECTIVA
               START TARIFAS-ARCHIVO KEY IS NOT LESS THAN
                       TAR-FECHA-EFECTIVA
                   INVALID KEY
                       MOVE "S" TO WS-FIN-TARIFAS
               END-START
               PERFORM UNTIL WS-FIN-TARIFAS = "S"
                   READ TARIFAS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-TARIFAS
                       NOT AT END
                           IF TAR-FECHA-EFECTIVA <= WS-FECHA-BAJA-NUM
                               MOVE REGISTRO-TARIFA
                                   TO WS-TARIFA-VIGENTE
                               MOVE "S" TO WS-TARIFA-HALLADA
                           ELSE
                               MOVE "S" TO WS-FIN-TARIFAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-ARCHIVO
           END-IF
           IF WS-TARIFA-HALLADA NOT = "S"
               DISPLAY "No hay tabla de ISR/IMSS vigente para el "
                   WS-FECHA-BAJA-NUM "."
               DISPLAY "De de alta la tabla con "
                   "MANTENIMIENTO-TARIFAS y vuelva a correr."
               PERFORM ABANDONAR-FINIQUITO
           END-IF.

       VERIFICAR-FINIQUITO-PREVIO.
           MOVE "N" TO WS-PAGO-EXISTE
           MOVE WS-PERIODO-FIN-NUM TO PAGO-PERIODO
           MOVE WS-ID-EMPLEADO     TO PAGO-ID
           READ PAGOS-HISTORICO KEY IS PAGO-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-PAGO-EXISTE
                   MOVE PAGO-NETO TO WS-NETO-ANTERIOR
                   DISPLAY "El empleado " WS-ID-EMPLEADO " ya tiene "
                       "un finiquito registrado en el periodo "
                       WS-PERIODO-FIN-NUM " por " PAGO-NETO "."
                   PERFORM VERIFICAR-PAGO-ENVIADO
                   IF WS-PAGO-ENVIADO = "S"
                       DISPLAY "El finiquito ya se envio al banco "
                           "y no puede recalcularse."
                       DISPLAY "Liquide la diferencia con "
                           "RESPUESTA-BANCO o con un pago manual."
                       PERFORM ABANDONAR-FINIQUITO
                   END-IF
                   DISPLAY "¿Desea recalcularlo y reemplazarlo? "
                       "(S/N)"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S"
                       DISPLAY "Finiquito cancelado para evitar un "
                           "pago duplicado."
                       PERFORM ABANDONAR-FINIQUITO
                   END-IF
           END-READ.

       VERIFICAR-PAGO-ENVIADO.
           MOVE "N" TO WS-PAGO-ENVIADO
           OPEN INPUT ESTADO-PAGOS
           EVALUATE FS-ESTADO-PAGOS
               WHEN "00"
                   MOVE WS-PERIODO-FIN-NUM TO EPG-PERIODO
                   MOVE WS-ID-EMPLEADO     TO EPG-ID
                   READ ESTADO-PAGOS KEY IS EPG-CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-PAGO-ENVIADO
                           DISPLAY "Estado del pago en "
                               "ESTADO-PAGOS.dat: " EPG-ESTADO
                               ", importe enviado: " EPG-IMPORTE
                   END-READ
                   CLOSE ESTADO-PAGOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-PAGO-ENVIADO
                   DISPLAY "No se pudo abrir ESTADO-PAGOS.dat, "
                       "estado: " FS-ESTADO-PAGOS
           END-EVALUATE.

       CALCULAR-ANTIGUEDAD.
           COMPUTE WS-SALARIO-DIARIO ROUNDED = NOMINA-SALARIO / 30
           MOVE WS-SALARIO-DIARIO TO WS-DIARIO-TOPADO
           IF WS-DIARIO-TOPADO > WS-SALARIO-MINIMO * 2
               COMPUTE WS-DIARIO-TOPADO = WS-SALARIO-MINIMO * 2
           END-IF
           COMPUTE WS-INT-BAJA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-BAJA-NUM)
           COMPUTE WS-INT-INGRESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-INGRESO-NUM)
           COMPUTE WS-DIAS-SERVICIO =
               WS-INT-BAJA - WS-INT-INGRESO + 1
           COMPUTE WS-ANIOS-PROPORCION ROUNDED =
               WS-DIAS-SERVICIO / 365
           MOVE WS-ING-MMDD TO WS-ANI-MMDD
           IF WS-ING-MMDD > WS-BAJ-MMDD
               COMPUTE WS-ANI-ANIO = WS-BAJ-ANIO - 1
           ELSE
               MOVE WS-BAJ-ANIO TO WS-ANI-ANIO
           END-IF
           IF WS-ANI-MMDD = 0229
               PERFORM AJUSTAR-ANIV-BISIESTO
           END-IF
           IF WS-FECHA-ANIV-NUM < WS-FECHA-INGRESO-NUM
               MOVE WS-FECHA-INGRESO-NUM TO WS-FECHA-ANIV-NUM
           END-IF
           COMPUTE WS-ANIOS-SERVICIO = WS-ANI-ANIO - WS-ING-ANIO
           COMPUTE WS-INT-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-ANIV-NUM)
           COMPUTE WS-DIAS-DESDE-ANIV = WS-INT-BAJA - WS-INT-DESDE + 1
           MOVE WS-BAJ-ANIO TO WS-TRA-ANIO
           MOVE 01 TO WS-TRA-MES
           MOVE 01 TO WS-TRA-DIA
           IF WS-FECHA-INGRESO-NUM > WS-FECHA-TRABAJO-NUM
               MOVE WS-FECHA-INGRESO-NUM TO WS-FECHA-TRABAJO-NUM
           END-IF
           COMPUTE WS-INT-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-TRABAJO-NUM)
           COMPUTE WS-DIAS-EN-ANIO = WS-INT-BAJA - WS-INT-DESDE + 1
           IF WS-ANIOS-SERVICIO < 5
               COMPUTE WS-DIAS-VAC-LEY = 12 + WS-ANIOS-SERVICIO * 2
           ELSE
               COMPUTE WS-COCIENTE = (WS-ANIOS-SERVICIO - 5) / 5
               COMPUTE WS-DIAS-VAC-LEY = 22 + WS-COCIENTE * 2
           END-IF.

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

       VERIFICAR-AGUINALDO-PAGADO.
           MOVE "N" TO WS-AGUINALDO-PAGADO
           MOVE WS-BAJ-ANIO    TO WS-TRA-ANIO
           MOVE 12             TO WS-TRA-MES
           MOVE 99             TO WS-TRA-DIA
           MOVE WS-FECHA-TRABAJO-NUM TO PAGO-PERIODO
           MOVE WS-ID-EMPLEADO TO PAGO-ID
           READ PAGOS-HISTORICO KEY IS PAGO-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-AGUINALDO-PAGADO
                   DISPLAY "El aguinaldo del ejercicio " WS-BAJ-ANIO
                       " ya le fue pagado; no se incluye en el "
                       "finiquito."
           END-READ.

       CALCULAR-DIAS-PENDIENTES.
           MOVE WS-BAJ-ANIO TO WS-IQ-ANIO
           MOVE WS-BAJ-MES  TO WS-IQ-MES
           IF WS-BAJ-DIA > 15
               MOVE 16 TO WS-IQ-DIA
               COMPUTE WS-DIAS-PENDIENTES = WS-BAJ-DIA - 15
               IF WS-DIAS-PENDIENTES > 15
                   MOVE 15 TO WS-DIAS-PENDIENTES
               END-IF
           ELSE
               MOVE 01 TO WS-IQ-DIA
               MOVE WS-BAJ-DIA TO WS-DIAS-PENDIENTES
           END-IF
           IF WS-FECHA-INGRESO-NUM > WS-INICIO-QNA-NUM
               COMPUTE WS-DIAS-PENDIENTES =
                   WS-INT-BAJA - WS-INT-INGRESO + 1
           END-IF
           MOVE WS-BAJ-ANIO TO WS-FM-ANIO
           MOVE WS-BAJ-MES  TO WS-FM-MES
           MOVE 31          TO WS-FM-DIA
           MOVE "N" TO WS-QUINCENA-PAGADA
           MOVE "N" TO WS-FIN-PAGOS
           MOVE WS-INICIO-QNA-NUM TO PAGO-PERIODO
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
                       IF PAGO-PERIODO > WS-FIN-MES-NUM
                           MOVE "S" TO WS-FIN-PAGOS
                       ELSE
                           IF PAGO-ID = WS-ID-EMPLEADO
                               MOVE "S" TO WS-QUINCENA-PAGADA
                               MOVE "S" TO WS-FIN-PAGOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUINCENA-PAGADA = "S"
               DISPLAY "La quincena de la baja ya fue pagada "
                   "(periodo " PAGO-PERIODO "); no se adeudan dias."
               MOVE ZERO TO WS-DIAS-PENDIENTES
           END-IF.

       ACUMULAR-INCIDENCIAS.
           MOVE WS-BAJ-ANIO TO WS-TRA-ANIO
           MOVE 01 TO WS-TRA-MES
           MOVE 01 TO WS-TRA-DIA
           MOVE WS-FECHA-TRABAJO-NUM TO WS-INICIO-ANIO
           IF WS-FECHA-ANIV-NUM < WS-FECHA-TRABAJO-NUM
               MOVE WS-FECHA-ANIV-NUM TO WS-FECHA-TRABAJO-NUM
           END-IF
           MOVE "N" TO WS-FIN-INCID
           MOVE WS-FECHA-TRABAJO-NUM TO INV-PERIODO
           MOVE ZERO                 TO INV-ID
           MOVE LOW-VALUES           TO INV-TIPO
           START INCIDENCIAS-VALIDAS KEY IS NOT LESS THAN INV-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-INCID
           END-START
           PERFORM UNTIL WS-FIN-INCID = "S"
               READ INCIDENCIAS-VALIDAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-INCID
                   NOT AT END
                       IF INV-PERIODO > WS-FECHA-BAJA-NUM
                           MOVE "S" TO WS-FIN-INCID
                       ELSE
                           IF INV-ID = WS-ID-EMPLEADO
                               PERFORM ACUMULAR-UNA-INCIDENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-UNA-INCIDENCIA.
           IF INV-TIPO = "F"
                   AND INV-PERIODO NOT < WS-INICIO-ANIO
               ADD INV-CANTIDAD TO WS-FALTAS-ANIO
           END-IF
           IF INV-TIPO = "V"
                   AND INV-PERIODO NOT < WS-FECHA-ANIV-NUM
               ADD INV-CANTIDAD TO WS-VAC-TOMADAS
           END-IF.

       LEER-SALDO-VACACIONES.
           MOVE ZERO TO WS-SALDO-LIBRO
           MOVE ZERO TO WS-ULT-ANIV-LIBRO
           MOVE "N" TO WS-FIN-VAC
           MOVE WS-ID-EMPLEADO TO VAC-ID
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
                       IF VAC-ID NOT = WS-ID-EMPLEADO
                           MOVE "S" TO WS-FIN-VAC
                       ELSE
                           MOVE "S" TO WS-USA-LIBRO-VAC
                           COMPUTE WS-SALDO-LIBRO = WS-SALDO-LIBRO
                               + VAC-DIAS-OTORGADOS - VAC-DIAS-TOMADOS
                           IF VAC-ANIVERSARIO > WS-ULT-ANIV-LIBRO
                               MOVE VAC-ANIVERSARIO
                                   TO WS-ULT-ANIV-LIBRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-USA-LIBRO-VAC = "S"
               IF WS-ULT-ANIV-LIBRO < WS-ANIOS-SERVICIO
                   DISPLAY "Aviso: el libro de vacaciones no tiene "
                       "otorgados los aniversarios posteriores al "
                       WS-ULT-ANIV-LIBRO "; se suman al saldo."
                   COMPUTE WS-ANIV-FALTANTE = WS-ULT-ANIV-LIBRO + 1
                   PERFORM UNTIL WS-ANIV-FALTANTE > WS-ANIOS-SERVICIO
                       IF WS-ANIV-FALTANTE NOT > 5
                           COMPUTE WS-DIAS-ANIV =
                               10 + WS-ANIV-FALTANTE * 2
                       ELSE
                           COMPUTE WS-COCIENTE =
                               (WS-ANIV-FALTANTE - 6) / 5
                           COMPUTE WS-DIAS-ANIV =
                               22 + WS-COCIENTE * 2
                       END-IF
                       ADD WS-DIAS-ANIV TO WS-SALDO-LIBRO
                       ADD 1 TO WS-ANIV-FALTANTE
                   END-PERFORM
               END-IF
               IF WS-SALDO-LIBRO < ZERO
                   MOVE ZERO TO WS-SALDO-LIBRO
               END-IF
               DISPLAY "Saldo de vacaciones en el libro (dias): "
                   WS-SALDO-LIBRO
           ELSE
               DISPLAY "Aviso: el empleado no tiene movimientos en "
                   "VACACIONES.dat; se calculan las vacaciones del "
                   "anio en curso."
           END-IF.

       CALCULAR-PERCEPCIONES.
           COMPUTE WS-IMP-DIAS-PEND ROUNDED =
               WS-DIAS-PENDIENTES * WS-SALARIO-DIARIO
           IF WS-FALTAS-ANIO < WS-DIAS-EN-ANIO
               SUBTRACT WS-FALTAS-ANIO FROM WS-DIAS-EN-ANIO
           ELSE
               MOVE ZERO TO WS-DIAS-EN-ANIO
           END-IF
           COMPUTE WS-DIAS-AGUI-PROP ROUNDED =
               WS-DIAS-AGUINALDO * WS-DIAS-EN-ANIO / 365
           IF WS-AGUINALDO-PAGADO = "S"
               MOVE ZERO TO WS-DIAS-AGUI-PROP
           END-IF
           COMPUTE WS-IMP-AGUINALDO ROUNDED =
               WS-DIAS-AGUI-PROP * WS-SALARIO-DIARIO
           IF WS-USA-LIBRO-VAC = "S"
               COMPUTE WS-DIAS-VAC-PEND ROUNDED =
                   WS-DIAS-VAC-LEY * WS-DIAS-DESDE-ANIV / 365
                   + WS-SALDO-LIBRO
           ELSE
               COMPUTE WS-DIAS-VAC-PEND ROUNDED =
                   WS-DIAS-VAC-LEY * WS-DIAS-DESDE-ANIV / 365
                   - WS-VAC-TOMADAS
           END-IF
           IF WS-DIAS-VAC-PEND < ZERO
               MOVE ZERO TO WS-DIAS-VAC-PEND
           END-IF
           COMPUTE WS-IMP-VACACIONES ROUNDED =
               WS-DIAS-VAC-PEND * WS-SALARIO-DIARIO
           COMPUTE WS-IMP-PRIMA-VAC ROUNDED =
               WS-IMP-VACACIONES * WS-PCT-PRIMA-VAC
           MOVE ZERO TO WS-DIAS-PRIMA-ANTIG
           MOVE ZERO TO WS-DIAS-INDEMNIZACION
           IF WS-MOTIVO = "D"
                   OR WS-ANIOS-SERVICIO NOT < WS-ANIOS-PRIMA-REN
               COMPUTE WS-DIAS-PRIMA-ANTIG ROUNDED =
                   WS-DIAS-PRIMA-ANT * WS-ANIOS-PROPORCION
           END-IF
           IF WS-MOTIVO = "D"
               COMPUTE WS-DIAS-INDEMNIZACION ROUNDED =
                   WS-DIAS-INDEMNIZA
                   + WS-DIAS-POR-ANIO * WS-ANIOS-PROPORCION
           END-IF
           COMPUTE WS-IMP-PRIMA-ANTIG ROUNDED =
               WS-DIAS-PRIMA-ANTIG * WS-DIARIO-TOPADO
           COMPUTE WS-IMP-INDEMNIZACION ROUNDED =
               WS-DIAS-INDEMNIZACION * WS-SALARIO-DIARIO
           COMPUTE WS-SALARIO-BRUTO =
               WS-IMP-DIAS-PEND + WS-IMP-AGUINALDO
               + WS-IMP-VACACIONES + WS-IMP-PRIMA-VAC
               + WS-IMP-PRIMA-ANTIG + WS-IMP-INDEMNIZACION.

       CALCULAR-RETENCIONES.
           COMPUTE WS-BASE-GRAVABLE =
               WS-IMP-DIAS-PEND + WS-IMP-VACACIONES
           MOVE 1 TO WS-IDX-TARIFA
           PERFORM UNTIL WS-IDX-TARIFA = 4
                   OR WS-BASE-GRAVABLE <= WS-TAR-LIM(WS-IDX-TARIFA)
               ADD 1 TO WS-IDX-TARIFA
           END-PERFORM
           IF WS-IDX-TARIFA = 1
               MOVE ZERO TO WS-LIM-INFERIOR
           ELSE
               MOVE WS-TAR-LIM(WS-IDX-TARIFA - 1)
                   TO WS-LIM-INFERIOR
           END-IF
           IF WS-BASE-GRAVABLE = ZERO
               MOVE ZERO TO WS-ISR
           ELSE
               COMPUTE WS-ISR ROUNDED =
                   WS-TAR-CUOTA(WS-IDX-TARIFA) +
                   (WS-BASE-GRAVABLE - WS-LIM-INFERIOR)
                   * WS-TAR-PCT(WS-IDX-TARIFA)
           END-IF
           COMPUTE WS-IMSS ROUNDED =
               WS-IMP-DIAS-PEND * WS-TAR-IMSS.

       MOSTRAR-RESUMEN.
           DISPLAY "Empleado:                " WS-ID-EMPLEADO " "
               NOMBRE-EMPLEADO
           DISPLAY "Antiguedad (anios):      " WS-ANIOS-SERVICIO
           DISPLAY "Dias pendientes:         " WS-IMP-DIAS-PEND
           DISPLAY "Aguinaldo proporcional:  " WS-IMP-AGUINALDO
           DISPLAY "Vacaciones no gozadas:   " WS-IMP-VACACIONES
           DISPLAY "Prima vacacional:        " WS-IMP-PRIMA-VAC
           DISPLAY "Prima de antiguedad:     " WS-IMP-PRIMA-ANTIG
           DISPLAY "Indemnizacion:           " WS-IMP-INDEMNIZACION
           DISPLAY "Total percepciones:      " WS-SALARIO-BRUTO
           DISPLAY "ISR retenido:            " WS-ISR
           DISPLAY "Cuota IMSS:              " WS-IMSS.

       DEPURAR-DEDUC-PREVIAS.
           MOVE "N" TO WS-FIN-PREVIAS
           MOVE WS-PERIODO-FIN-NUM TO PDH-PERIODO
           MOVE WS-ID-EMPLEADO     TO PDH-ID
           MOVE LOW-VALUES         TO PDH-CONCEPTO
           START DEDUC-HISTORICO KEY IS NOT LESS THAN PDH-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PREVIAS
           END-START
           PERFORM UNTIL WS-FIN-PREVIAS = "S"
               READ DEDUC-HISTORICO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PREVIAS
                   NOT AT END
                       IF PDH-PERIODO = WS-PERIODO-FIN-NUM
                               AND PDH-ID = WS-ID-EMPLEADO
                           DELETE DEDUC-HISTORICO
                               INVALID KEY
                                   DISPLAY "Error al eliminar la "
                                       "deduccion previa "
                                       PDH-CONCEPTO ", estado: "
                                       FS-DEDUC-HIST
                           END-DELETE
                       ELSE
                           MOVE "S" TO WS-FIN-PREVIAS
                       END-IF
               END-READ
           END-PERFORM.

       LIQUIDAR-DEDUCCIONES.
           MOVE "N" TO WS-FIN-DEDUC
           MOVE WS-ID-EMPLEADO TO DED-ID
           MOVE LOW-VALUES     TO DED-CONCEPTO
           START DEDUCCIONES-ARCHIVO KEY IS NOT LESS THAN DED-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-DEDUC
           END-START
           PERFORM UNTIL WS-FIN-DEDUC = "S"
               READ DEDUCCIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-DEDUC
                   NOT AT END
                       IF DED-ID = WS-ID-EMPLEADO
                           PERFORM LIQUIDAR-UNA-DEDUCCION
                       ELSE
                           MOVE "S" TO WS-FIN-DEDUC
                       END-IF
               END-READ
           END-PERFORM.

       LIQUIDAR-UNA-DEDUCCION.
           MOVE ZERO TO WS-MONTO-DEDUC
           EVALUATE TRUE
               WHEN DED-ULT-PERIODO = WS-PERIODO-FIN-NUM
                   MOVE DED-ULT-MONTO TO WS-MONTO-DEDUC
                   PERFORM LIMITAR-DEDUCCION
                   DISPLAY "Deduccion " DED-CONCEPTO " ya liquidada "
                       "en el finiquito anterior; se repite sin "
                       "descontar el saldo."
               WHEN DED-ACTIVO = "S" AND DED-SALDO-ORIGINAL > ZERO
                       AND DED-SALDO-RESTANTE > ZERO
                   MOVE DED-SALDO-RESTANTE TO WS-MONTO-DEDUC
                   PERFORM LIMITAR-DEDUCCION
                   PERFORM DESCONTAR-SALDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MONTO-DEDUC > ZERO
               ADD WS-MONTO-DEDUC TO WS-OTRAS-DEDUCC
               PERFORM GRABAR-DEDUC-HISTORICO
               IF WS-NUM-DEDUC < 8
                   ADD 1 TO WS-NUM-DEDUC
                   MOVE SPACES TO WS-DED-DESC(WS-NUM-DEDUC)
                   STRING DED-DESCRIPCION DELIMITED BY "  "
                       " (" DELIMITED BY SIZE
                       DED-CONCEPTO DELIMITED BY SIZE
                       "):" DELIMITED BY SIZE
                       INTO WS-DED-DESC(WS-NUM-DEDUC)
                   END-STRING
                   MOVE WS-MONTO-DEDUC TO WS-DED-MONTO(WS-NUM-DEDUC)
               ELSE
                   DISPLAY "Aviso: mas de 8 saldos pendientes; la "
                       "hoja solo detalla los primeros 8."
               END-IF
           END-IF.

       GRABAR-DEDUC-HISTORICO.
           MOVE WS-PERIODO-FIN-NUM TO PDH-PERIODO
           MOVE WS-ID-EMPLEADO     TO PDH-ID
           MOVE DED-CONCEPTO       TO PDH-CONCEPTO
           MOVE WS-MONTO-DEDUC     TO PDH-MONTO
           WRITE REGISTRO-DEDUC-HIST
               INVALID KEY
                   DISPLAY "Error al grabar la deduccion "
                       DED-CONCEPTO " en PAGOS-DEDUC.dat, estado: "
                       FS-DEDUC-HIST
           END-WRITE.

       LIMITAR-DEDUCCION.
           COMPUTE WS-DISPONIBLE = WS-SALARIO-BRUTO - WS-ISR
               - WS-IMSS - WS-OTRAS-DEDUCC
           IF WS-MONTO-DEDUC > WS-DISPONIBLE
               IF WS-DISPONIBLE > ZERO
                   MOVE WS-DISPONIBLE TO WS-MONTO-DEDUC
               ELSE
                   MOVE ZERO TO WS-MONTO-DEDUC
               END-IF
               DISPLAY "Aviso: saldo " DED-CONCEPTO " limitado por "
                   "neto insuficiente; el resto queda pendiente."
           END-IF.

       DESCONTAR-SALDO.
           IF WS-MONTO-DEDUC > ZERO
               SUBTRACT WS-MONTO-DEDUC FROM DED-SALDO-RESTANTE
               IF DED-SALDO-RESTANTE = ZERO
                   MOVE "N" TO DED-ACTIVO
               END-IF
               MOVE WS-PERIODO-FIN-NUM TO DED-ULT-PERIODO
               MOVE WS-MONTO-DEDUC     TO DED-ULT-MONTO
               REWRITE REGISTRO-DEDUCCION
                   INVALID KEY
                       DISPLAY "Error al actualizar la deduccion "
                           DED-CONCEPTO ", estado: " FS-DEDUCCIONES
                           "; no se descuenta."
                       MOVE ZERO TO WS-MONTO-DEDUC
               END-REWRITE
           END-IF.

       GRABAR-PAGO-HISTORICO.
           MOVE WS-PERIODO-FIN-NUM   TO PAGO-PERIODO
           MOVE WS-ID-EMPLEADO       TO PAGO-ID
           MOVE WS-SALARIO-BRUTO     TO PAGO-BRUTO
           MOVE WS-ISR               TO PAGO-ISR
           MOVE WS-IMSS              TO PAGO-IMSS
           MOVE WS-OTRAS-DEDUCC      TO PAGO-OTRAS
           MOVE WS-SALARIO-NETO      TO PAGO-NETO
           IF WS-PAGO-EXISTE = "S"
               REWRITE REGISTRO-PAGO-HIST
                   INVALID KEY
                       DISPLAY "Error al regrabar el finiquito en "
                           "PAGOS-HIST.dat, estado: " FS-PAGOS-HIST
               END-REWRITE
           ELSE
               WRITE REGISTRO-PAGO-HIST
                   INVALID KEY
                       DISPLAY "Error al grabar el finiquito en "
                           "PAGOS-HIST.dat, estado: " FS-PAGOS-HIST
               END-WRITE
           END-IF.

       ACTUALIZAR-CONTROL.
           MOVE "S" TO WS-CONTROL-EXISTE
           MOVE WS-PERIODO-FIN-NUM TO CTL-PERIODO
           READ CONTROL-NOMINA KEY IS CTL-PERIODO
               INVALID KEY
                   MOVE "N" TO WS-CONTROL-EXISTE
                   MOVE WS-PERIODO-FIN-NUM TO CTL-PERIODO
                   MOVE ZERO TO CTL-EMPLEADOS
                   MOVE ZERO TO CTL-TOTAL-NETO
                   MOVE SPACE TO CTL-DISPERSION
                   MOVE ZERO TO CTL-PAGOS-PENDIENTES
                   MOVE SPACE TO CTL-REVISION
                   MOVE ZERO TO CTL-FECHA-REVISION
                   MOVE ZERO TO CTL-OBSERVADOS
                   MOVE SPACES TO CTL-USUARIO-REVISION
           END-READ
           IF CTL-REVISION NOT = SPACE
               MOVE SPACE TO CTL-REVISION
               DISPLAY "Aviso: el periodo de finiquitos cambio; debe "
                   "revisarse y aprobarse otra vez con "
                   "REVISION-NOMINA antes de dispersar."
           END-IF
           IF CTL-DISPERSION NOT = SPACE
               MOVE "E" TO CTL-DISPERSION
               IF WS-PAGO-EXISTE = "N"
                   ADD 1 TO CTL-PAGOS-PENDIENTES
               END-IF
               DISPLAY "Aviso: el periodo de finiquitos ya se "
                   "disperso; corra DISPERSION-NOMINA de nuevo para "
                   "enviar este pago."
           END-IF
           MOVE "C"               TO CTL-ESTADO
           MOVE WS-FECHA-AAAAMMDD TO CTL-FECHA-CORRIDA
           MOVE WS-HORA-HHMMSS    TO CTL-HORA-CORRIDA
           IF WS-PAGO-EXISTE = "S" AND WS-CONTROL-EXISTE = "S"
               SUBTRACT WS-NETO-ANTERIOR FROM CTL-TOTAL-NETO
           ELSE
               ADD 1 TO CTL-EMPLEADOS
           END-IF
           ADD WS-SALARIO-NETO TO CTL-TOTAL-NETO
           IF WS-CONTROL-EXISTE = "S"
               REWRITE REGISTRO-CONTROL
                   INVALID KEY
                       DISPLAY "Error al actualizar el periodo de "
                           "finiquitos en CONTROL-NOM.dat, estado: "
                           FS-CONTROL
               END-REWRITE
           ELSE
               WRITE REGISTRO-CONTROL
                   INVALID KEY
                       DISPLAY "Error al registrar el periodo de "
                           "finiquitos en CONTROL-NOM.dat, estado: "
                           FS-CONTROL
               END-WRITE
           END-IF.

       IMPRIMIR-FINIQUITO.
           MOVE WS-FECHA-HOY TO FIN-FECHA
           WRITE LINEA-FINIQUITO FROM FIN-TITULO-1
           MOVE ALL "=" TO LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           STRING NOMBRE-EMPLEADO DELIMITED BY "  "
               " " DELIMITED BY SIZE
               APELLIDO-EMPLEADO DELIMITED BY "  "
               INTO WS-NOMBRE-COMPLETO
           END-STRING
           MOVE WS-ID-EMPLEADO     TO FIN-ID
           MOVE WS-NOMBRE-COMPLETO TO FIN-NOMBRE
           WRITE LINEA-FINIQUITO FROM FIN-EMPLEADO
           MOVE NOMINA-PUESTO       TO FIN-PUESTO-DESC
           MOVE NOMINA-DEPARTAMENTO TO FIN-DEPTO
           WRITE LINEA-FINIQUITO FROM FIN-PUESTO
           MOVE WS-FECHA-INGRESO-NUM TO FIN-INGRESO
           MOVE WS-FECHA-BAJA-NUM    TO FIN-BAJA
           MOVE WS-ANIOS-SERVICIO    TO FIN-ANIOS
           WRITE LINEA-FINIQUITO FROM FIN-FECHAS
           IF WS-MOTIVO = "D"
               MOVE "DESPIDO" TO FIN-MOTIVO-DESC
           ELSE
               MOVE "RENUNCIA VOLUNTARIA" TO FIN-MOTIVO-DESC
           END-IF
           MOVE WS-SALARIO-DIARIO TO FIN-DIARIO
           WRITE LINEA-FINIQUITO FROM FIN-MOTIVO
           MOVE ALL "-" TO LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO FROM FIN-ENCAB-CONCEPTOS
           MOVE "Dias pendientes de pago" TO FIN-CON-DESC
           MOVE WS-DIAS-PENDIENTES TO FIN-CON-DIAS
           MOVE WS-IMP-DIAS-PEND   TO FIN-CON-IMPORTE
           WRITE LINEA-FINIQUITO FROM FIN-CONCEPTO
           MOVE "Aguinaldo proporcional" TO FIN-CON-DESC
           MOVE WS-DIAS-AGUI-PROP  TO FIN-CON-DIAS
           MOVE WS-IMP-AGUINALDO   TO FIN-CON-IMPORTE
           WRITE LINEA-FINIQUITO FROM FIN-CONCEPTO
           MOVE "Vacaciones no gozadas" TO FIN-CON-DESC
           MOVE WS-DIAS-VAC-PEND   TO FIN-CON-DIAS
           MOVE WS-IMP-VACACIONES  TO FIN-CON-IMPORTE
           WRITE LINEA-FINIQUITO FROM FIN-CONCEPTO
           MOVE "Prima vacacional" TO FIN-CON-DESC
           MOVE ZERO               TO FIN-CON-DIAS
           MOVE WS-IMP-PRIMA-VAC   TO FIN-CON-IMPORTE
           WRITE LINEA-FINIQUITO FROM FIN-CONCEPTO
           IF WS-IMP-PRIMA-ANTIG > ZERO
               MOVE "Prima de antiguedad" TO FIN-CON-DESC
               MOVE WS-DIAS-PRIMA-ANTIG TO FIN-CON-DIAS
               MOVE WS-IMP-PRIMA-ANTIG  TO FIN-CON-IMPORTE
               WRITE LINEA-FINIQUITO FROM FIN-CONCEPTO
           END-IF
           IF WS-IMP-INDEMNIZACION > ZERO
               MOVE "Indemnizacion (90 dias + 20 por anio)"
                   TO FIN-CON-DESC
               MOVE WS-DIAS-INDEMNIZACION TO FIN-CON-DIAS
               MOVE WS-IMP-INDEMNIZACION  TO FIN-CON-IMPORTE
               WRITE LINEA-FINIQUITO FROM FIN-CONCEPTO
           END-IF
           MOVE SPACES TO LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO
           MOVE "Total percepciones:" TO FIN-IMP-DESC
           MOVE WS-SALARIO-BRUTO TO FIN-IMP-IMPORTE
           WRITE LINEA-FINIQUITO FROM FIN-IMPORTE
           MOVE "ISR retenido:" TO FIN-IMP-DESC
           MOVE WS-ISR TO FIN-IMP-IMPORTE
           WRITE LINEA-FINIQUITO FROM FIN-IMPORTE
           MOVE "Cuota IMSS:" TO FIN-IMP-DESC
           MOVE WS-IMSS TO FIN-IMP-IMPORTE
           WRITE LINEA-FINIQUITO FROM FIN-IMPORTE
           MOVE 1 TO WS-IDX-DEDUC
           PERFORM UNTIL WS-IDX-DEDUC > WS-NUM-DEDUC
               MOVE SPACES TO FIN-IMP-DESC
               STRING "Saldo pendiente " DELIMITED BY SIZE
                   WS-DED-DESC(WS-IDX-DEDUC) DELIMITED BY SIZE
                   INTO FIN-IMP-DESC
               END-STRING
               MOVE WS-DED-MONTO(WS-IDX-DEDUC) TO FIN-IMP-IMPORTE
               WRITE LINEA-FINIQUITO FROM FIN-IMPORTE
               ADD 1 TO WS-IDX-DEDUC
           END-PERFORM
           MOVE "NETO A PAGAR:" TO FIN-IMP-DESC
           MOVE WS-SALARIO-NETO TO FIN-IMP-IMPORTE
           WRITE LINEA-FINIQUITO FROM FIN-IMPORTE
           MOVE ALL "-" TO LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO FROM FIN-LEYENDA-1
           WRITE LINEA-FINIQUITO FROM FIN-LEYENDA-2
           WRITE LINEA-FINIQUITO FROM FIN-LEYENDA-3
           MOVE SPACES TO LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO
           WRITE LINEA-FINIQUITO FROM FIN-FIRMAS
           WRITE LINEA-FINIQUITO FROM FIN-FIRMAS-TEXTO.

       INICIAR-SESION.
           OPEN I-O OPERADORES-ARCHIVO
           IF FS-OPERADORES NOT = "00"
               DISPLAY "Error al abrir OPERADORES.dat, estado: "
                   FS-OPERADORES
               DISPLAY "Registre los operadores con "
                   "MANTENIMIENTO-OPERADORES."
               STOP RUN
           END-IF
           OPEN EXTEND ACCESOS-ARCHIVO
           IF FS-ACCESOS = "35"
               OPEN OUTPUT ACCESOS-ARCHIVO
           END-IF
           IF FS-ACCESOS = "00"
               MOVE "S" TO WS-ACCESOS-ABIERTO
           ELSE
               MOVE "N" TO WS-ACCESOS-ABIERTO
               DISPLAY "Aviso: no se pudo abrir ACCESOS.dat (estado "
                   FS-ACCESOS "); los accesos no se registraran."
           END-IF
           MOVE "N" TO WS-SESION-INICIADA
           MOVE ZERO TO WS-INTENTOS-SESION
           PERFORM UNTIL WS-SESION-INICIADA = "S"
                   OR WS-INTENTOS-SESION >= WS-MAX-INTENTOS
               DISPLAY "Usuario: "
               ACCEPT WS-USUARIO-SESION
               DISPLAY "Contraseña: "
               ACCEPT WS-CLAVE-CAPTURA
               ADD 1 TO WS-INTENTOS-SESION
               PERFORM VALIDAR-OPERADOR
           END-PERFORM
           CLOSE OPERADORES-ARCHIVO
           IF WS-ACCESOS-ABIERTO = "S"
               CLOSE ACCESOS-ARCHIVO
           END-IF
           IF WS-SESION-INICIADA NOT = "S"
               DISPLAY "Acceso denegado."
               STOP RUN
           END-IF.

       VALIDAR-OPERADOR.
           MOVE WS-USUARIO-SESION TO OPE-USUARIO
           READ OPERADORES-ARCHIVO KEY IS OPE-USUARIO
               INVALID KEY
                   MOVE "F" TO WS-RESULTADO-ACCESO
                   MOVE "USUARIO NO REGISTRADO" TO WS-MOTIVO-ACCESO
                   DISPLAY "Usuario o contraseña incorrectos."
               NOT INVALID KEY
                   PERFORM VERIFICAR-CLAVE
           END-READ
           PERFORM REGISTRAR-ACCESO.

       VERIFICAR-CLAVE.
           EVALUATE TRUE
               WHEN OPE-ESTADO = "B"
                   MOVE "B" TO WS-RESULTADO-ACCESO
                   MOVE "CUENTA BLOQUEADA" TO WS-MOTIVO-ACCESO
                   DISPLAY "La cuenta esta bloqueada; solicite el "
                       "desbloqueo al administrador."
                   MOVE WS-MAX-INTENTOS TO WS-INTENTOS-SESION
               WHEN OPE-CLAVE NOT = WS-CLAVE-CAPTURA
                   MOVE "F" TO WS-RESULTADO-ACCESO
                   ADD 1 TO OPE-INTENTOS
                   IF OPE-INTENTOS >= WS-MAX-INTENTOS
                       MOVE "B" TO OPE-ESTADO
                       MOVE "CLAVE INVALIDA, SE BLOQUEA"
                           TO WS-MOTIVO-ACCESO
                       DISPLAY "Contraseña incorrecta; la cuenta "
                           "queda bloqueada."
                       MOVE WS-MAX-INTENTOS TO WS-INTENTOS-SESION
                   ELSE
                       MOVE "CLAVE INVALIDA" TO WS-MOTIVO-ACCESO
                       DISPLAY "Usuario o contraseña incorrectos."
                   END-IF
                   PERFORM ACTUALIZAR-OPERADOR
               WHEN OTHER
                   MOVE ZERO TO OPE-INTENTOS
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
                   MOVE WS-FECHA-AAAAMMDD TO OPE-ULTIMO-ACCESO
                   PERFORM ACTUALIZAR-OPERADOR
                   MOVE ZERO TO WS-CUENTA-ROL
                   INSPECT WS-ROLES-PROGRAMA
                       TALLYING WS-CUENTA-ROL FOR ALL OPE-ROL
                   IF WS-CUENTA-ROL = ZERO
                       MOVE "N" TO WS-RESULTADO-ACCESO
                       MOVE "ROL SIN ACCESO AL PROGRAMA"
                           TO WS-MOTIVO-ACCESO
                       DISPLAY "El rol del operador no permite usar "
                           "este programa."
                       MOVE WS-MAX-INTENTOS TO WS-INTENTOS-SESION
                   ELSE
                       MOVE "E" TO WS-RESULTADO-ACCESO
                       MOVE SPACES TO WS-MOTIVO-ACCESO
                       MOVE OPE-ROL TO WS-ROL-SESION
                       MOVE "S" TO WS-SESION-INICIADA
                       DISPLAY "Bienvenido, " OPE-NOMBRE
                   END-IF
           END-EVALUATE.

       ACTUALIZAR-OPERADOR.
           REWRITE REGISTRO-OPERADOR
               INVALID KEY
                   DISPLAY "Aviso: no se pudo actualizar el operador, "
                       "estado " FS-OPERADORES
           END-REWRITE.

       REGISTRAR-ACCESO.
           IF WS-ACCESOS-ABIERTO = "S"
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-AAAAMMDD   TO ACC-FECHA
               MOVE WS-HORA-HHMMSS      TO ACC-HORA
               MOVE "FINIQUITO-EMPLEADO"
                   TO ACC-PROGRAMA
               MOVE WS-USUARIO-SESION   TO ACC-USUARIO
               MOVE WS-RESULTADO-ACCESO TO ACC-RESULTADO
               MOVE WS-MOTIVO-ACCESO    TO ACC-MOTIVO
               WRITE REGISTRO-ACCESO
               IF FS-ACCESOS NOT = "00"
                   DISPLAY "Aviso: no se pudo registrar el acceso, "
                       "estado " FS-ACCESOS
               END-IF
           END-IF.
