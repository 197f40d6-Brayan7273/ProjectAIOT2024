       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-AGUINALDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO ASSIGN TO "PHYSICAL-FILE.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS EMPLEADO-ID
           ALTERNATE RECORD KEY IS APELLIDO-EMPLEADO WITH DUPLICATES
           FILE STATUS IS FS-EMPLEADOS.
       SELECT EMPLEADO-NOMINA ASSIGN TO "NOMINA.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NOMINA-ID
           FILE STATUS IS FS-NOMINA.
       SELECT REGISTRO-PAGOS ASSIGN TO "REGISTRO-AGUI.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS.
       SELECT RECIBOS-PAGO ASSIGN TO "RECIBOS-AGUI.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECIBOS.
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
       SELECT TARIFAS-ARCHIVO ASSIGN TO "TARIFAS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TAR-FECHA-EFECTIVA
           FILE STATUS IS FS-TARIFAS.
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
       FD REGISTRO-PAGOS.
       01 LINEA-PAGOS PIC X(132).
       FD RECIBOS-PAGO.
       01 LINEA-RECIBO PIC X(80).
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
       FD TARIFAS-ARCHIVO.
       01 REGISTRO-TARIFA.
          05 TAR-FECHA-EFECTIVA     PIC 9(8).
          05 TAR-TASA-IMSS          PIC 9V9999.
          05 TAR-RENGLON OCCURS 4.
             10 TAR-LIM-SUP         PIC 9(7)V99.
             10 TAR-CUOTA-FIJA      PIC 9(7)V99.
             10 TAR-PORCENTAJE      PIC 9V9999.
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
       77 FS-PAGOS              PIC X(02).
       77 FS-RECIBOS            PIC X(02).
       77 FS-PAGOS-HIST         PIC X(02).
       77 FS-CONTROL            PIC X(02).
       77 FS-VALIDAS            PIC X(02).
       77 FS-TARIFAS            PIC X(02).
       77 WS-CONTROL-EXISTE     PIC X.
       77 WS-CONFIRMA           PIC X.
       77 WS-EJERCICIO          PIC 9(4).
       77 WS-PAGOS-GRABADOS     PIC 9(5) VALUE ZERO.
       77 WS-PAGOS-PREVIOS      PIC 9(5) VALUE ZERO.
       77 WS-ERRORES-HIST       PIC 9(5) VALUE ZERO.
       77 WS-FIN-PREVIOS        PIC X.
       77 WS-MAX-LINEAS         PIC 9(2) VALUE 20.
       77 WS-LINEAS-PAGINA      PIC 9(2) VALUE ZERO.
       77 WS-NUM-PAGINA         PIC 9(3) VALUE ZERO.
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-DIAS-AGUINALDO     PIC 9(3) VALUE 15.
       77 WS-DIAS-EXENTOS-UMA   PIC 9(3) VALUE 30.
       77 WS-UMA-DIARIA         PIC 9(5)V99 VALUE 108.57.
       77 WS-EXENTO             PIC 9(7)V99.
       77 WS-GRAVABLE           PIC 9(7)V99.
       77 WS-SALARIO-DIARIO     PIC 9(7)V99.
       77 WS-SALARIO-BRUTO      PIC 9(7)V99.
       77 WS-ISR                PIC 9(7)V99.
       77 WS-SALARIO-NETO       PIC 9(7)V99.
       77 WS-INT-INICIO         PIC 9(7).
       77 WS-INT-FIN            PIC 9(7).
       77 WS-INT-DESDE          PIC 9(7).
       77 WS-DIAS-DEL-ANIO      PIC 9(3).
       77 WS-DIAS-LABORADOS     PIC S9(5)V99.
       77 WS-FALTAS             PIC 9(5)V99.
       77 WS-DIAS-PAGAR         PIC 9(3)V99.
       77 WS-INCID-ABIERTO      PIC X.
       77 WS-FIN-INCID          PIC X.
       77 WS-NUM-FALTAS         PIC 9(4) VALUE ZERO.
       77 WS-IDX-FALTA          PIC 9(4).
       77 WS-FALTA-HALLADA      PIC X.
       77 WS-ID-BUSCADO         PIC 9(5).
       77 WS-FIN-TARIFAS        PIC X.
       77 WS-TARIFA-HALLADA     PIC X.
       77 WS-IDX-TARIFA         PIC 9(2).
       77 WS-LIM-INFERIOR       PIC 9(7)V99.
       77 WS-EMPLEADOS-PAGADOS  PIC 9(5) VALUE ZERO.
       77 WS-NO-ELEGIBLES       PIC 9(5) VALUE ZERO.
       77 WS-SIN-NOMINA         PIC 9(5) VALUE ZERO.
       77 WS-ERRORES-NOMINA     PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-BRUTO        PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-ISR          PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-NETO         PIC 9(13)V99 VALUE ZERO.
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

       01 WS-PERIODO-AGUINALDO.
          05 WS-PAG-ANIO        PIC 9(4).
          05 WS-PAG-MMDD        PIC 9(4).
       01 WS-PERIODO-PAGO REDEFINES WS-PERIODO-AGUINALDO PIC 9(8).

       01 WS-INICIO-EJERCICIO.
          05 WS-INI-ANIO        PIC 9(4).
          05 WS-INI-MMDD        PIC 9(4).
       01 WS-INICIO-NUM REDEFINES WS-INICIO-EJERCICIO PIC 9(8).

       01 WS-FIN-EJERCICIO.
          05 WS-FIN-ANIO        PIC 9(4).
          05 WS-FIN-MMDD        PIC 9(4).
       01 WS-FIN-NUM REDEFINES WS-FIN-EJERCICIO PIC 9(8).

       01 WS-TABLA-FALTAS.
          05 WS-FALTA-ENT OCCURS 2000.
             10 WS-FAL-ID       PIC 9(5).
             10 WS-FAL-DIAS     PIC 9(5)V99.

       01 WS-TARIFA-VIGENTE.
          05 WS-TAR-FECHA       PIC 9(8).
          05 WS-TAR-IMSS        PIC 9V9999.
          05 WS-TAR-RENGLON OCCURS 4.
             10 WS-TAR-LIM      PIC 9(7)V99.
             10 WS-TAR-CUOTA    PIC 9(7)V99.
             10 WS-TAR-PCT      PIC 9V9999.

       01 ENCABEZADO-1.
          05 FILLER          PIC X(30) VALUE
             "REGISTRO DE PAGO DE AGUINALDO".
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
          05 FILLER          PIC X(22) VALUE "DEPARTAMENTO".
          05 FILLER          PIC X(9)  VALUE "DIAS".
          05 FILLER          PIC X(16) VALUE "AGUINALDO".
          05 FILLER          PIC X(16) VALUE "ISR".
          05 FILLER          PIC X(16) VALUE "NETO".

       01 LINEA-DETALLE.
          05 DET-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-NOMBRE      PIC X(30).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-DEPTO       PIC X(20).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-DIAS        PIC ZZ9.99.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 DET-BRUTO       PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 DET-ISR         PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 DET-NETO        PIC Z,ZZZ,ZZ9.99.

       01 LINEA-TOTALES.
          05 FILLER          PIC X(25) VALUE "TOTALES DEL AGUINALDO".
          05 FILLER          PIC X(41) VALUE SPACES.
          05 TOT-BRUTO       PIC Z(12)9.99.
          05 TOT-ISR         PIC Z(12)9.99.
          05 TOT-NETO        PIC Z(12)9.99.

       01 LINEA-PIE.
          05 FILLER          PIC X(33) VALUE
             "Total de empleados pagados:    ".
          05 PIE-TOTAL       PIC ZZZZ9.

       01 LINEA-NO-ELEGIBLES.
          05 FILLER          PIC X(33) VALUE
             "Ingresados despues del cierre: ".
          05 PIE-NO-ELEGIBLES PIC ZZZZ9.

       01 LINEA-SIN-NOMINA.
          05 FILLER          PIC X(33) VALUE
             "Empleados sin datos de nomina: ".
          05 PIE-SIN-NOMINA  PIC ZZZZ9.

       01 RECIBO-TITULO.
          05 FILLER          PIC X(36) VALUE
             "RECIBO DE AGUINALDO - EJERCICIO ".
          05 REC-EJERCICIO   PIC 9(4).

       01 RECIBO-EMPLEADO.
          05 FILLER          PIC X(10) VALUE "Empleado: ".
          05 REC-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 REC-NOMBRE      PIC X(30).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 REC-APELLIDO    PIC X(30).

       01 RECIBO-PUESTO.
          05 FILLER          PIC X(10) VALUE "Puesto:   ".
          05 REC-PUESTO      PIC X(20).
          05 FILLER          PIC X(8)  VALUE " Depto: ".
          05 REC-DEPTO       PIC X(20).

       01 RECIBO-DIAS.
          05 FILLER          PIC X(22) VALUE "Dias de aguinaldo:    ".
          05 REC-DIAS        PIC ZZ9.99.
          05 FILLER          PIC X(16) VALUE "  Dias faltas:  ".
          05 REC-FALTAS      PIC ZZ9.99.

       01 RECIBO-IMPORTE.
          05 REC-CONCEPTO    PIC X(22).
          05 REC-IMPORTE     PIC Z,ZZZ,ZZ9.99.

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
           OPEN OUTPUT REGISTRO-PAGOS
           IF FS-PAGOS NOT = "00"
               DISPLAY "Error al abrir REGISTRO-AGUI.prt, estado: "
                   FS-PAGOS
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               STOP RUN
           END-IF
           OPEN OUTPUT RECIBOS-PAGO
           IF FS-RECIBOS NOT = "00"
               DISPLAY "Error al abrir RECIBOS-AGUI.prt, estado: "
                   FS-RECIBOS
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE REGISTRO-PAGOS
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
               CLOSE REGISTRO-PAGOS
               CLOSE RECIBOS-PAGO
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
               CLOSE REGISTRO-PAGOS
               CLOSE RECIBOS-PAGO
               CLOSE PAGOS-HISTORICO
               STOP RUN
           END-IF
           OPEN INPUT INCIDENCIAS-VALIDAS
           IF FS-VALIDAS = "00"
               MOVE "S" TO WS-INCID-ABIERTO
           ELSE
               MOVE "N" TO WS-INCID-ABIERTO
               IF FS-VALIDAS = "35"
                   DISPLAY "Aviso: no existe INCID-VAL.dat; no se "
                       "descuentan faltas del aguinaldo."
               ELSE
                   DISPLAY "Aviso: no se pudo abrir INCID-VAL.dat "
                       "(estado " FS-VALIDAS "); no se descuentan "
                       "faltas del aguinaldo."
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY
           DISPLAY "Ingrese el ejercicio del aguinaldo (AAAA), "
               "0 = anio en curso: "
           ACCEPT WS-EJERCICIO
           IF WS-EJERCICIO = ZERO
               MOVE WS-FECHA-HOY(1:4) TO WS-EJERCICIO
           END-IF
           MOVE WS-EJERCICIO TO WS-PAG-ANIO
           MOVE 1299         TO WS-PAG-MMDD
           MOVE WS-EJERCICIO TO WS-INI-ANIO
           MOVE 0101         TO WS-INI-MMDD
           MOVE WS-EJERCICIO TO WS-FIN-ANIO
           MOVE 1231         TO WS-FIN-MMDD
           COMPUTE WS-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-INICIO-NUM)
           COMPUTE WS-INT-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FIN-NUM)
           COMPUTE WS-DIAS-DEL-ANIO = WS-INT-FIN - WS-INT-INICIO + 1
           COMPUTE WS-EXENTO = WS-DIAS-EXENTOS-UMA * WS-UMA-DIARIA
           PERFORM VERIFICAR-PERIODO
           PERFORM CARGAR-TARIFA
           IF WS-INCID-ABIERTO = "S"
               PERFORM CARGAR-FALTAS
           END-IF
           PERFORM ABRIR-PERIODO
           IF WS-CONTROL-EXISTE = "S"
               PERFORM DEPURAR-PAGOS-PERIODO
           END-IF
           PERFORM IMPRIMIR-ENCABEZADOS
           READ EMPLEADOS-ARCHIVO
               AT END
                   MOVE "10" TO FS-EMPLEADOS
           END-READ
           PERFORM UNTIL FS-EMPLEADOS = "10"
               IF ESTADO-EMPLEADO NOT = "B"
                   PERFORM PAGAR-EMPLEADO
               END-IF
               READ EMPLEADOS-ARCHIVO
                   AT END
                       MOVE "10" TO FS-EMPLEADOS
               END-READ
           END-PERFORM
           PERFORM IMPRIMIR-TOTALES
           PERFORM CERRAR-PERIODO
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE REGISTRO-PAGOS
           CLOSE RECIBOS-PAGO
           CLOSE PAGOS-HISTORICO
           CLOSE CONTROL-NOMINA
           IF WS-INCID-ABIERTO = "S"
               CLOSE INCIDENCIAS-VALIDAS
           END-IF
           DISPLAY "Calculo de aguinaldo finalizado."
           DISPLAY "Periodo de aguinaldo:    " WS-PERIODO-PAGO
           DISPLAY "Empleados pagados:       " WS-EMPLEADOS-PAGADOS
           DISPLAY "No elegibles (ingreso):  " WS-NO-ELEGIBLES
           DISPLAY "Empleados sin nomina:    " WS-SIN-NOMINA
           DISPLAY "Errores de E/S en nomina:" WS-ERRORES-NOMINA
           DISPLAY "Pagos grabados en hist.: " WS-PAGOS-GRABADOS
           DISPLAY "Errores en PAGOS-HIST:   " WS-ERRORES-HIST
           DISPLAY "Total aguinaldo bruto:   " TOT-BRUTO
           DISPLAY "Total ISR retenido:      " TOT-ISR
           DISPLAY "Total neto a dispersar:  " TOT-NETO
           STOP RUN.

       VERIFICAR-PERIODO.
           MOVE "N" TO WS-CONTROL-EXISTE
           MOVE WS-PERIODO-PAGO TO CTL-PERIODO
           READ CONTROL-NOMINA KEY IS CTL-PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CONTROL-EXISTE
                   IF CTL-ESTADO = "C"
                       DISPLAY "El aguinaldo del ejercicio "
                           WS-EJERCICIO " ya fue pagado y cerrado el "
                           CTL-FECHA-CORRIDA "."
                       DISPLAY "Corrida cancelada para evitar un "
                           "pago duplicado."
                       PERFORM ABANDONAR-CORRIDA
                   ELSE
                       DISPLAY "Hay una corrida previa del aguinaldo "
                           WS-EJERCICIO " que no termino."
                       DISPLAY "¿Desea correrla de nuevo? (S/N)"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA NOT = "S"
                           DISPLAY "Corrida cancelada."
                           PERFORM ABANDONAR-CORRIDA
                       END-IF
                   END-IF
           END-READ.

       ABANDONAR-CORRIDA.
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE REGISTRO-PAGOS
           CLOSE RECIBOS-PAGO
           CLOSE PAGOS-HISTORICO
           CLOSE CONTROL-NOMINA
           IF WS-INCID-ABIERTO = "S"
               CLOSE INCIDENCIAS-VALIDAS
           END-IF
           STOP RUN.

       DEPURAR-PAGOS-PERIODO.
           MOVE ZERO TO WS-PAGOS-PREVIOS
           MOVE "N" TO WS-FIN-PREVIOS
           MOVE WS-PERIODO-PAGO TO PAGO-PERIODO
           MOVE ZERO TO PAGO-ID
           START PAGOS-HISTORICO KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PREVIOS
           END-START
           PERFORM UNTIL WS-FIN-PREVIOS = "S"
               READ PAGOS-HISTORICO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PREVIOS
                   NOT AT END
                       IF PAGO-PERIODO = WS-PERIODO-PAGO
                           DELETE PAGOS-HISTORICO
                               INVALID KEY
                                   DISPLAY "Error al eliminar el "
                                       "pago previo del ID " PAGO-ID
                                       ", estado: " FS-PAGOS-HIST
                                   ADD 1 TO WS-ERRORES-HIST
                               NOT INVALID KEY
                                   ADD 1 TO WS-PAGOS-PREVIOS
                           END-DELETE
                       ELSE
                           MOVE "S" TO WS-FIN-PREVIOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Pagos previos del aguinaldo eliminados de "
               "PAGOS-HIST.dat: " WS-PAGOS-PREVIOS.

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
                           IF TAR-FECHA-EFECTIVA <= WS-FIN-NUM
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
           IF WS-TARIFA-HALLADA = "S"
               DISPLAY "Tabla de tarifas en vigor desde el "
                   WS-TAR-FECHA
           ELSE
               DISPLAY "No hay tabla de ISR vigente para el "
                   "ejercicio " WS-EJERCICIO "."
               DISPLAY "De de alta la tabla con "
                   "MANTENIMIENTO-TARIFAS y vuelva a correr."
               PERFORM ABANDONAR-CORRIDA
           END-IF.

       CARGAR-FALTAS.
           MOVE "N" TO WS-FIN-INCID
           MOVE WS-INICIO-NUM TO INV-PERIODO
           MOVE ZERO          TO INV-ID
           MOVE LOW-VALUES    TO INV-TIPO
           START INCIDENCIAS-VALIDAS KEY IS NOT LESS THAN INV-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-INCID
           END-START
           PERFORM UNTIL WS-FIN-INCID = "S"
               READ INCIDENCIAS-VALIDAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-INCID
                   NOT AT END
                       IF INV-PERIODO > WS-FIN-NUM
                           MOVE "S" TO WS-FIN-INCID
                       ELSE
                           IF INV-TIPO = "F"
                               PERFORM ACUMULAR-FALTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Empleados con faltas en el ejercicio: "
               WS-NUM-FALTAS.

       ACUMULAR-FALTA.
           MOVE INV-ID TO WS-ID-BUSCADO
           PERFORM BUSCAR-FALTA
           IF WS-FALTA-HALLADA = "S"
               ADD INV-CANTIDAD TO WS-FAL-DIAS(WS-IDX-FALTA)
           ELSE
               IF WS-NUM-FALTAS < 2000
                   ADD 1 TO WS-NUM-FALTAS
                   MOVE INV-ID       TO WS-FAL-ID(WS-NUM-FALTAS)
                   MOVE INV-CANTIDAD TO WS-FAL-DIAS(WS-NUM-FALTAS)
               ELSE
                   DISPLAY "Aviso: tabla de faltas llena; no se "
                       "descuentan las faltas del ID " INV-ID
               END-IF
           END-IF.

       BUSCAR-FALTA.
           MOVE "N" TO WS-FALTA-HALLADA
           MOVE 1 TO WS-IDX-FALTA
           PERFORM UNTIL WS-IDX-FALTA > WS-NUM-FALTAS
                   OR WS-FALTA-HALLADA = "S"
               IF WS-FAL-ID(WS-IDX-FALTA) = WS-ID-BUSCADO
                   MOVE "S" TO WS-FALTA-HALLADA
               ELSE
                   ADD 1 TO WS-IDX-FALTA
               END-IF
           END-PERFORM.

       ABRIR-PERIODO.
           MOVE WS-PERIODO-PAGO   TO CTL-PERIODO
           MOVE "P"               TO CTL-ESTADO
           MOVE WS-FECHA-AAAAMMDD TO CTL-FECHA-CORRIDA
           MOVE WS-HORA-HHMMSS    TO CTL-HORA-CORRIDA
           MOVE ZERO              TO CTL-EMPLEADOS
           MOVE ZERO              TO CTL-TOTAL-NETO
           MOVE SPACE             TO CTL-DISPERSION
           MOVE ZERO              TO CTL-PAGOS-PENDIENTES
           MOVE SPACE             TO CTL-REVISION
           MOVE ZERO              TO CTL-FECHA-REVISION
           MOVE ZERO              TO CTL-OBSERVADOS
           MOVE SPACES            TO CTL-USUARIO-REVISION
           IF WS-CONTROL-EXISTE = "S"
               REWRITE REGISTRO-CONTROL
                   INVALID KEY
                       DISPLAY "Error al marcar el aguinaldo en "
                           "CONTROL-NOM.dat, estado: " FS-CONTROL
                       PERFORM ABANDONAR-CORRIDA
               END-REWRITE
           ELSE
               WRITE REGISTRO-CONTROL
                   INVALID KEY
                       DISPLAY "Error al registrar el aguinaldo en "
                           "CONTROL-NOM.dat, estado: " FS-CONTROL
                       PERFORM ABANDONAR-CORRIDA
               END-WRITE
           END-IF.

       CERRAR-PERIODO.
           MOVE WS-PERIODO-PAGO      TO CTL-PERIODO
           MOVE "C"                  TO CTL-ESTADO
           MOVE WS-EMPLEADOS-PAGADOS TO CTL-EMPLEADOS
           MOVE WS-TOTAL-NETO        TO CTL-TOTAL-NETO
           REWRITE REGISTRO-CONTROL
               INVALID KEY
                   DISPLAY "Error al cerrar el aguinaldo en "
                       "CONTROL-NOM.dat, estado: " FS-CONTROL
                   DISPLAY "El aguinaldo queda marcado en proceso; "
                       "reviselo antes de dispersarlo."
           END-REWRITE.

       PAGAR-EMPLEADO.
           MOVE EMPLEADO-ID TO NOMINA-ID
           READ EMPLEADO-NOMINA KEY IS NOMINA-ID
               INVALID KEY
                   EVALUATE FS-NOMINA
                       WHEN "23"
                       WHEN "21"
                           ADD 1 TO WS-SIN-NOMINA
                           DISPLAY "Sin registro de nomina para el "
                               "ID " EMPLEADO-ID ", no se genera "
                               "aguinaldo."
                       WHEN OTHER
                           DISPLAY "Error de E/S en NOMINA.dat "
                               "para el ID " EMPLEADO-ID
                               ", estado: " FS-NOMINA
                           ADD 1 TO WS-ERRORES-NOMINA
                   END-EVALUATE
               NOT INVALID KEY
                   IF NOMINA-FECHA-INGRESO > WS-FIN-NUM
                       ADD 1 TO WS-NO-ELEGIBLES
                   ELSE
                       PERFORM CALCULAR-AGUINALDO
                       PERFORM ESCRIBIR-DETALLE-REGISTRO
                       PERFORM ESCRIBIR-RECIBO
                       PERFORM GRABAR-PAGO-HISTORICO
                       ADD 1 TO WS-EMPLEADOS-PAGADOS
                       ADD WS-SALARIO-BRUTO TO WS-TOTAL-BRUTO
                       ADD WS-ISR           TO WS-TOTAL-ISR
                       ADD WS-SALARIO-NETO  TO WS-TOTAL-NETO
                   END-IF
           END-READ.

       CALCULAR-AGUINALDO.
           COMPUTE WS-SALARIO-DIARIO ROUNDED = NOMINA-SALARIO / 30
           IF NOMINA-FECHA-INGRESO > WS-INICIO-NUM
               COMPUTE WS-INT-DESDE =
                   FUNCTION INTEGER-OF-DATE(NOMINA-FECHA-INGRESO)
           ELSE
               MOVE WS-INT-INICIO TO WS-INT-DESDE
           END-IF
           COMPUTE WS-DIAS-LABORADOS = WS-INT-FIN - WS-INT-DESDE + 1
           MOVE ZERO TO WS-FALTAS
           IF WS-NUM-FALTAS > ZERO
               MOVE EMPLEADO-ID TO WS-ID-BUSCADO
               PERFORM BUSCAR-FALTA
               IF WS-FALTA-HALLADA = "S"
                   MOVE WS-FAL-DIAS(WS-IDX-FALTA) TO WS-FALTAS
               END-IF
           END-IF
           SUBTRACT WS-FALTAS FROM WS-DIAS-LABORADOS
           IF WS-DIAS-LABORADOS < ZERO
               MOVE ZERO TO WS-DIAS-LABORADOS
           END-IF
           COMPUTE WS-DIAS-PAGAR ROUNDED =
               WS-DIAS-AGUINALDO * WS-DIAS-LABORADOS
               / WS-DIAS-DEL-ANIO
           COMPUTE WS-SALARIO-BRUTO ROUNDED =
               WS-DIAS-PAGAR * WS-SALARIO-DIARIO
           IF WS-SALARIO-BRUTO > WS-EXENTO
               COMPUTE WS-GRAVABLE = WS-SALARIO-BRUTO - WS-EXENTO
           ELSE
               MOVE ZERO TO WS-GRAVABLE
           END-IF
           IF WS-GRAVABLE = ZERO
               MOVE ZERO TO WS-ISR
           ELSE
               MOVE 1 TO WS-IDX-TARIFA
               PERFORM UNTIL WS-IDX-TARIFA = 4
                       OR WS-GRAVABLE <= WS-TAR-LIM(WS-IDX-TARIFA)
                   ADD 1 TO WS-IDX-TARIFA
               END-PERFORM
               IF WS-IDX-TARIFA = 1
                   MOVE ZERO TO WS-LIM-INFERIOR
               ELSE
                   MOVE WS-TAR-LIM(WS-IDX-TARIFA - 1)
                       TO WS-LIM-INFERIOR
               END-IF
               COMPUTE WS-ISR ROUNDED =
                   WS-TAR-CUOTA(WS-IDX-TARIFA) +
                   (WS-GRAVABLE - WS-LIM-INFERIOR)
                   * WS-TAR-PCT(WS-IDX-TARIFA)
           END-IF
           COMPUTE WS-SALARIO-NETO = WS-SALARIO-BRUTO - WS-ISR.

       GRABAR-PAGO-HISTORICO.
           MOVE WS-PERIODO-PAGO      TO PAGO-PERIODO
           MOVE EMPLEADO-ID          TO PAGO-ID
           MOVE WS-SALARIO-BRUTO     TO PAGO-BRUTO
           MOVE WS-ISR               TO PAGO-ISR
           MOVE ZERO                 TO PAGO-IMSS
           MOVE ZERO                 TO PAGO-OTRAS
           MOVE WS-SALARIO-NETO      TO PAGO-NETO
           WRITE REGISTRO-PAGO-HIST
               INVALID KEY
                   DISPLAY "Error al grabar el aguinaldo del ID "
                       EMPLEADO-ID ", estado: " FS-PAGOS-HIST
                   ADD 1 TO WS-ERRORES-HIST
               NOT INVALID KEY
                   ADD 1 TO WS-PAGOS-GRABADOS
           END-WRITE.

       ESCRIBIR-DETALLE-REGISTRO.
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM IMPRIMIR-SALTO-PAGINA
           END-IF
           MOVE EMPLEADO-ID          TO DET-ID
           MOVE NOMBRE-EMPLEADO      TO DET-NOMBRE
           MOVE NOMINA-DEPARTAMENTO  TO DET-DEPTO
           MOVE WS-DIAS-PAGAR        TO DET-DIAS
           MOVE WS-SALARIO-BRUTO     TO DET-BRUTO
           MOVE WS-ISR               TO DET-ISR
           MOVE WS-SALARIO-NETO      TO DET-NETO
           WRITE LINEA-PAGOS FROM LINEA-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA.

       ESCRIBIR-RECIBO.
           MOVE WS-EJERCICIO TO REC-EJERCICIO
           WRITE LINEA-RECIBO FROM RECIBO-TITULO
           MOVE EMPLEADO-ID       TO REC-ID
           MOVE NOMBRE-EMPLEADO   TO REC-NOMBRE
           MOVE APELLIDO-EMPLEADO TO REC-APELLIDO
           WRITE LINEA-RECIBO FROM RECIBO-EMPLEADO
           MOVE NOMINA-PUESTO       TO REC-PUESTO
           MOVE NOMINA-DEPARTAMENTO TO REC-DEPTO
           WRITE LINEA-RECIBO FROM RECIBO-PUESTO
           MOVE WS-DIAS-PAGAR TO REC-DIAS
           MOVE WS-FALTAS     TO REC-FALTAS
           WRITE LINEA-RECIBO FROM RECIBO-DIAS
           MOVE "Aguinaldo:            " TO REC-CONCEPTO
           MOVE WS-SALARIO-BRUTO TO REC-IMPORTE
           WRITE LINEA-RECIBO FROM RECIBO-IMPORTE
           MOVE "Parte exenta:         " TO REC-CONCEPTO
           COMPUTE REC-IMPORTE = WS-SALARIO-BRUTO - WS-GRAVABLE
           WRITE LINEA-RECIBO FROM RECIBO-IMPORTE
           MOVE "Parte gravada:        " TO REC-CONCEPTO
           MOVE WS-GRAVABLE TO REC-IMPORTE
           WRITE LINEA-RECIBO FROM RECIBO-IMPORTE
           MOVE "ISR retenido:         " TO REC-CONCEPTO
           MOVE WS-ISR TO REC-IMPORTE
           WRITE LINEA-RECIBO FROM RECIBO-IMPORTE
           MOVE "Neto a pagar:         " TO REC-CONCEPTO
           MOVE WS-SALARIO-NETO TO REC-IMPORTE
           WRITE LINEA-RECIBO FROM RECIBO-IMPORTE
           MOVE ALL "-" TO LINEA-RECIBO
           WRITE LINEA-RECIBO.

       IMPRIMIR-ENCABEZADOS.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO ENC-PAGINA
           MOVE WS-FECHA-HOY  TO ENC-FECHA
           MOVE WS-EJERCICIO  TO ENC-EJERCICIO
           WRITE LINEA-PAGOS FROM ENCABEZADO-1
           WRITE LINEA-PAGOS FROM ENCABEZADO-2
           MOVE ALL "-" TO LINEA-PAGOS
           WRITE LINEA-PAGOS
           MOVE ZERO TO WS-LINEAS-PAGINA.

       IMPRIMIR-SALTO-PAGINA.
           MOVE X"0C" TO LINEA-PAGOS
           WRITE LINEA-PAGOS
           PERFORM IMPRIMIR-ENCABEZADOS.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-PAGOS
           WRITE LINEA-PAGOS
           MOVE WS-TOTAL-BRUTO    TO TOT-BRUTO
           MOVE WS-TOTAL-ISR      TO TOT-ISR
           MOVE WS-TOTAL-NETO     TO TOT-NETO
           WRITE LINEA-PAGOS FROM LINEA-TOTALES
           MOVE WS-EMPLEADOS-PAGADOS TO PIE-TOTAL
           WRITE LINEA-PAGOS FROM LINEA-PIE
           MOVE WS-NO-ELEGIBLES TO PIE-NO-ELEGIBLES
           WRITE LINEA-PAGOS FROM LINEA-NO-ELEGIBLES
           MOVE WS-SIN-NOMINA TO PIE-SIN-NOMINA
           WRITE LINEA-PAGOS FROM LINEA-SIN-NOMINA.

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
               MOVE "CALCULO-AGUINALDO" TO ACC-PROGRAMA
               MOVE WS-USUARIO-SESION   TO ACC-USUARIO
               MOVE WS-RESULTADO-ACCESO TO ACC-RESULTADO
               MOVE WS-MOTIVO-ACCESO    TO ACC-MOTIVO
               WRITE REGISTRO-ACCESO
               IF FS-ACCESOS NOT = "00"
                   DISPLAY "Aviso: no se pudo registrar el acceso, "
                       "estado " FS-ACCESOS
               END-IF
           END-IF.
