       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACACIONES-EMPLEADOS.
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
       SELECT VACACIONES-ARCHIVO ASSIGN TO "VACACIONES.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VAC-CLAVE
           FILE STATUS IS FS-VACACIONES.
       SELECT REPORTE-VACACIONES ASSIGN TO "VACACIONES.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.
       SELECT ORDENA-ARCHIVO ASSIGN TO "SORTWORK".
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
       FD REPORTE-VACACIONES.
       01 LINEA-REPORTE PIC X(132).
       SD ORDENA-ARCHIVO.
       01 REGISTRO-ORDENA.
          05 ORD-DEPARTAMENTO  PIC X(20).
          05 ORD-ID            PIC 9(5).
          05 ORD-NOMBRE        PIC X(30).
          05 ORD-APELLIDO      PIC X(30).
          05 ORD-INGRESO       PIC 9(8).
          05 ORD-ANIOS         PIC 9(3).
          05 ORD-OTORGADOS     PIC 9(5).
          05 ORD-TOMADOS       PIC 9(5)V99.
          05 ORD-SALDO         PIC S9(5)V99.
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
       77 FS-VACACIONES         PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 WS-OPCION-MENU        PIC X.
       77 WS-CONFIRMA           PIC X.
       77 WS-ID-EMPLEADO        PIC 9(5).
       77 WS-ANIO-AJUSTE        PIC 9(4).
       77 WS-DIAS-AJUSTE        PIC 9(3)V99.
       77 WS-FIN-EMPLEADOS      PIC X.
       77 WS-FIN-VAC            PIC X.
       77 WS-FIN-ORDENA         PIC X.
       77 WS-VAC-HALLADO        PIC X.
       77 WS-PRIMER-DEPTO       PIC X.
       77 WS-DEPTO-ACTUAL       PIC X(20).
       77 WS-MAX-LINEAS         PIC 9(2) VALUE 20.
       77 WS-LINEAS-PAGINA      PIC 9(2) VALUE ZERO.
       77 WS-NUM-PAGINA         PIC 9(3) VALUE ZERO.
       77 WS-ANIOS-CUMPLIDOS    PIC 9(3).
       77 WS-ANIV-INICIAL       PIC 9(3).
       77 WS-ANIV-ACTUAL        PIC 9(3).
       77 WS-DIAS-ANIV          PIC 9(3).
       77 WS-ANIO-ULTIMO        PIC 9(4).
       77 WS-OTORGADOS-EMP      PIC 9(5).
       77 WS-TOMADOS-EMP        PIC 9(5)V99.
       77 WS-SALDO-EMP          PIC S9(5)V99.
       77 WS-REGISTROS-EMP      PIC 9(3).
       77 WS-EMPLEADOS-REVISADOS PIC 9(5).
       77 WS-ANIV-OTORGADOS     PIC 9(5).
       77 WS-SIN-NOMINA         PIC 9(5).
       77 WS-ERRORES            PIC 9(5).
       77 WS-DEPTO-EMPLEADOS    PIC 9(5).
       77 WS-DEPTO-SALDO        PIC S9(7)V99.
       77 WS-TOTAL-EMPLEADOS    PIC 9(5).
       77 WS-TOTAL-SALDO        PIC S9(7)V99.
       77 WS-COCIENTE           PIC 9(4).
       77 WS-RESTO-4            PIC 9(4).
       77 WS-RESTO-100          PIC 9(4).
       77 WS-RESTO-400          PIC 9(4).
       77 FS-OPERADORES         PIC X(02).
       77 FS-ACCESOS            PIC X(02).
       77 WS-ACCESOS-ABIERTO    PIC X.
       77 WS-USUARIO-SESION     PIC X(8).
       77 WS-ROL-SESION         PIC X.
       77 WS-CLAVE-CAPTURA      PIC X(8).
       77 WS-SESION-INICIADA    PIC X.
       77 WS-INTENTOS-SESION    PIC 9.
       77 WS-MAX-INTENTOS       PIC 9 VALUE 3.
       77 WS-ROLES-PROGRAMA     PIC X(4) VALUE "CRNA".
       77 WS-CUENTA-ROL         PIC 9.
       77 WS-RESULTADO-ACCESO   PIC X.
       77 WS-MOTIVO-ACCESO      PIC X(30).

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 WS-HORA-HHMMSS     PIC 9(6).
          05 FILLER             PIC X(7).

       01 WS-FECHA-HOY.
          05 WS-HOY-ANIO        PIC 9(4).
          05 WS-HOY-MMDD        PIC 9(4).
       01 WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY PIC 9(8).

       01 WS-FECHA-INGRESO.
          05 WS-ING-ANIO        PIC 9(4).
          05 WS-ING-MMDD        PIC 9(4).

       01 WS-FECHA-ANIVERSARIO.
          05 WS-ANI-ANIO        PIC 9(4).
          05 WS-ANI-MMDD        PIC 9(4).
       01 WS-FECHA-ANIV-NUM REDEFINES WS-FECHA-ANIVERSARIO
          PIC 9(8).

       01 ENCABEZADO-1.
          05 FILLER          PIC X(44) VALUE
             "SALDOS DE VACACIONES POR DEPARTAMENTO".
          05 FILLER          PIC X(7)  VALUE "Fecha: ".
          05 ENC-FECHA       PIC 9(8).
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "Pagina: ".
          05 ENC-PAGINA      PIC ZZ9.

       01 ENCABEZADO-2.
          05 FILLER          PIC X(7)  VALUE "ID".
          05 FILLER          PIC X(32) VALUE "NOMBRE".
          05 FILLER          PIC X(32) VALUE "APELLIDO".
          05 FILLER          PIC X(10) VALUE "INGRESO".
          05 FILLER          PIC X(7)  VALUE "ANIOS".
          05 FILLER          PIC X(11) VALUE "OTORGADOS".
          05 FILLER          PIC X(11) VALUE "  TOMADOS".
          05 FILLER          PIC X(10) VALUE "    SALDO".

       01 LINEA-DEPTO.
          05 FILLER          PIC X(14) VALUE "DEPARTAMENTO: ".
          05 DEP-NOMBRE      PIC X(20).

       01 LINEA-DETALLE.
          05 DET-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-NOMBRE      PIC X(30).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-APELLIDO    PIC X(30).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-INGRESO     PIC 9(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-ANIOS       PIC ZZ9.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 DET-OTORGADOS   PIC ZZZZ9.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 DET-TOMADOS     PIC ZZZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-SALDO       PIC -ZZZZ9.99.

       01 LINEA-SUBTOTAL.
          05 FILLER          PIC X(20) VALUE "  Subtotal depto -  ".
          05 SUB-TEXTO       PIC X(12).
          05 SUB-CANTIDAD    PIC ZZZZ9.
          05 FILLER          PIC X(20) VALUE "  Dias pendientes: ".
          05 SUB-SALDO       PIC -ZZZ,ZZ9.99.

       01 LINEA-GRAN-TOTAL.
          05 FILLER          PIC X(20) VALUE "TOTAL GENERAL    -  ".
          05 GRA-TEXTO       PIC X(12).
          05 GRA-CANTIDAD    PIC ZZZZ9.
          05 FILLER          PIC X(20) VALUE "  Dias pendientes: ".
          05 GRA-SALDO       PIC -ZZZ,ZZ9.99.

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
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY-NUM
           PERFORM UNTIL WS-OPCION-MENU = "5"
               DISPLAY " "
               DISPLAY "=== Libro de Vacaciones ==="
               DISPLAY "1. Otorgar aniversarios cumplidos"
               DISPLAY "2. Consultar saldo de un empleado"
               DISPLAY "3. Ajustar dias tomados de un aniversario"
               DISPLAY "4. Reporte de saldos por departamento"
               DISPLAY "5. Salir"
               DISPLAY "Seleccione una opcion: "
               ACCEPT WS-OPCION-MENU
               IF (WS-OPCION-MENU = "1" OR WS-OPCION-MENU = "3")
                       AND WS-ROL-SESION NOT = "R"
                       AND WS-ROL-SESION NOT = "A"
                   DISPLAY "El rol del operador no permite esta "
                       "opcion."
               ELSE
                   EVALUATE WS-OPCION-MENU
                       WHEN "1"
                           PERFORM OTORGAR-TODOS
                       WHEN "2"
                           PERFORM CONSULTAR-SALDO
                       WHEN "3"
                           PERFORM AJUSTAR-TOMADOS
                       WHEN "4"
                           PERFORM REPORTE-SALDOS
                       WHEN "5"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion invalida."
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE VACACIONES-ARCHIVO
           STOP RUN.

       OTORGAR-TODOS.
           MOVE ZERO TO WS-EMPLEADOS-REVISADOS
           MOVE ZERO TO WS-ANIV-OTORGADOS
           MOVE ZERO TO WS-SIN-NOMINA
           MOVE ZERO TO WS-ERRORES
           MOVE "N" TO WS-FIN-EMPLEADOS
           MOVE ZERO TO EMPLEADO-ID
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADO-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-EMPLEADOS
           END-START
           PERFORM UNTIL WS-FIN-EMPLEADOS = "S"
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-EMPLEADOS
                   NOT AT END
                       IF ESTADO-EMPLEADO NOT = "B"
                           PERFORM OTORGAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Empleados revisados:     " WS-EMPLEADOS-REVISADOS
           DISPLAY "Aniversarios otorgados:  " WS-ANIV-OTORGADOS
           DISPLAY "Activos sin nomina:      " WS-SIN-NOMINA
           DISPLAY "Errores:                 " WS-ERRORES.

       OTORGAR-EMPLEADO.
           MOVE EMPLEADO-ID TO NOMINA-ID
           READ EMPLEADO-NOMINA KEY IS NOMINA-ID
               INVALID KEY
                   ADD 1 TO WS-SIN-NOMINA
                   DISPLAY "Sin registro de nomina para el ID "
                       EMPLEADO-ID "; no se otorgan vacaciones."
               NOT INVALID KEY
                   ADD 1 TO WS-EMPLEADOS-REVISADOS
                   MOVE EMPLEADO-ID TO WS-ID-EMPLEADO
                   PERFORM OTORGAR-ANIVERSARIOS
           END-READ.

       OTORGAR-ANIVERSARIOS.
           PERFORM CALCULAR-ANIOS-CUMPLIDOS
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

       CALCULAR-ANIOS-CUMPLIDOS.
           MOVE NOMINA-FECHA-INGRESO TO WS-FECHA-INGRESO
           IF WS-ING-ANIO NOT < WS-HOY-ANIO
               MOVE ZERO TO WS-ANIOS-CUMPLIDOS
           ELSE
               COMPUTE WS-ANIOS-CUMPLIDOS = WS-HOY-ANIO - WS-ING-ANIO
               IF WS-HOY-MMDD < WS-ING-MMDD
                   SUBTRACT 1 FROM WS-ANIOS-CUMPLIDOS
               END-IF
           END-IF.

       BUSCAR-ULTIMO-ANIVERSARIO.
           MOVE "N" TO WS-VAC-HALLADO
           MOVE ZERO TO WS-ANIO-ULTIMO
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
                           MOVE "S" TO WS-VAC-HALLADO
                           MOVE VAC-ANIO TO WS-ANIO-ULTIMO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VAC-HALLADO = "S"
               MOVE WS-ID-EMPLEADO TO VAC-ID
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
           MOVE WS-ID-EMPLEADO    TO VAC-ID
           MOVE WS-ANI-ANIO       TO VAC-ANIO
           MOVE WS-ANIV-ACTUAL    TO VAC-ANIVERSARIO
           MOVE WS-FECHA-ANIV-NUM TO VAC-FECHA-ANIV
           MOVE WS-DIAS-ANIV      TO VAC-DIAS-OTORGADOS
           MOVE ZERO              TO VAC-DIAS-TOMADOS
           MOVE WS-FECHA-HOY-NUM  TO VAC-FECHA-MOV
           WRITE REGISTRO-VACACIONES
               INVALID KEY
                   IF FS-VACACIONES NOT = "22"
                       DISPLAY "Error al otorgar vacaciones al ID "
                           WS-ID-EMPLEADO ", estado: " FS-VACACIONES
                       ADD 1 TO WS-ERRORES
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ANIV-OTORGADOS
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

       CONSULTAR-SALDO.
           DISPLAY "Ingrese el ID del empleado: "
           ACCEPT WS-ID-EMPLEADO
           MOVE WS-ID-EMPLEADO TO EMPLEADO-ID
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADO-ID
               INVALID KEY
                   DISPLAY "El empleado " WS-ID-EMPLEADO
                       " no existe."
               NOT INVALID KEY
                   DISPLAY "Empleado: " NOMBRE-EMPLEADO " "
                       APELLIDO-EMPLEADO
                   DISPLAY "ANIO  ANIV  FECHA     OTORGADOS  TOMADOS"
                   PERFORM MOSTRAR-ANIVERSARIOS
                   IF WS-REGISTROS-EMP = ZERO
                       DISPLAY "Sin aniversarios registrados en "
                           "VACACIONES.dat."
                   ELSE
                       DISPLAY "Dias otorgados:  " WS-OTORGADOS-EMP
                       DISPLAY "Dias tomados:    " WS-TOMADOS-EMP
                       DISPLAY "Saldo disponible:" WS-SALDO-EMP
                   END-IF
           END-READ.

       MOSTRAR-ANIVERSARIOS.
           MOVE ZERO TO WS-REGISTROS-EMP
           MOVE ZERO TO WS-OTORGADOS-EMP
           MOVE ZERO TO WS-TOMADOS-EMP
           MOVE ZERO TO WS-SALDO-EMP
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
                           DISPLAY VAC-ANIO "  " VAC-ANIVERSARIO
                               "    " VAC-FECHA-ANIV "  "
                               VAC-DIAS-OTORGADOS "        "
                               VAC-DIAS-TOMADOS
                           PERFORM ACUMULAR-ANIVERSARIO
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-ANIVERSARIO.
           ADD 1 TO WS-REGISTROS-EMP
           ADD VAC-DIAS-OTORGADOS TO WS-OTORGADOS-EMP
           ADD VAC-DIAS-TOMADOS TO WS-TOMADOS-EMP
           COMPUTE WS-SALDO-EMP = WS-SALDO-EMP
               + VAC-DIAS-OTORGADOS - VAC-DIAS-TOMADOS.

       AJUSTAR-TOMADOS.
           DISPLAY "Ingrese el ID del empleado: "
           ACCEPT WS-ID-EMPLEADO
           DISPLAY "Ingrese el anio del aniversario (AAAA): "
           ACCEPT WS-ANIO-AJUSTE
           MOVE WS-ID-EMPLEADO TO VAC-ID
           MOVE WS-ANIO-AJUSTE TO VAC-ANIO
           READ VACACIONES-ARCHIVO KEY IS VAC-CLAVE
               INVALID KEY
                   DISPLAY "No hay aniversario " WS-ANIO-AJUSTE
                       " para el ID " WS-ID-EMPLEADO
                       "; otorguelo primero con la opcion 1."
               NOT INVALID KEY
                   DISPLAY "Dias otorgados: " VAC-DIAS-OTORGADOS
                       "  Dias tomados: " VAC-DIAS-TOMADOS
                   DISPLAY "Ingrese el total de dias tomados: "
                   ACCEPT WS-DIAS-AJUSTE
                   IF WS-DIAS-AJUSTE > VAC-DIAS-OTORGADOS
                       DISPLAY "Los dias tomados no pueden exceder "
                           "los otorgados."
                   ELSE
                       DISPLAY "¿Confirma el ajuste? (S/N)"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S"
                           MOVE WS-DIAS-AJUSTE   TO VAC-DIAS-TOMADOS
                           MOVE WS-FECHA-HOY-NUM TO VAC-FECHA-MOV
                           REWRITE REGISTRO-VACACIONES
                               INVALID KEY
                                   DISPLAY "Error al actualizar "
                                       "VACACIONES.dat, estado: "
                                       FS-VACACIONES
                               NOT INVALID KEY
                                   DISPLAY "Ajuste registrado."
                           END-REWRITE
                       ELSE
                           DISPLAY "Ajuste cancelado."
                       END-IF
                   END-IF
           END-READ.

       REPORTE-SALDOS.
           MOVE ZERO TO WS-SIN-NOMINA
           MOVE ZERO TO WS-NUM-PAGINA
           OPEN OUTPUT REPORTE-VACACIONES
           IF FS-REPORTE NOT = "00"
               DISPLAY "Error al abrir VACACIONES.prt, estado: "
                   FS-REPORTE
           ELSE
               SORT ORDENA-ARCHIVO
                   ON ASCENDING KEY ORD-DEPARTAMENTO
                   ON ASCENDING KEY ORD-ID
                   INPUT PROCEDURE IS SELECCIONAR-EMPLEADOS
                   OUTPUT PROCEDURE IS IMPRIMIR-REPORTE
               CLOSE REPORTE-VACACIONES
               DISPLAY "Reporte generado en VACACIONES.prt"
               DISPLAY "Empleados reportados:    " WS-TOTAL-EMPLEADOS
               DISPLAY "Activos sin nomina:      " WS-SIN-NOMINA
           END-IF.

       SELECCIONAR-EMPLEADOS.
           MOVE "N" TO WS-FIN-EMPLEADOS
           MOVE ZERO TO EMPLEADO-ID
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADO-ID
               INVALID KEY
                   MOVE "S" TO WS-FIN-EMPLEADOS
           END-START
           PERFORM UNTIL WS-FIN-EMPLEADOS = "S"
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-EMPLEADOS
                   NOT AT END
                       IF ESTADO-EMPLEADO NOT = "B"
                           PERFORM LIBERAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.

       LIBERAR-EMPLEADO.
           MOVE EMPLEADO-ID TO NOMINA-ID
           READ EMPLEADO-NOMINA KEY IS NOMINA-ID
               INVALID KEY
                   ADD 1 TO WS-SIN-NOMINA
               NOT INVALID KEY
                   MOVE EMPLEADO-ID TO WS-ID-EMPLEADO
                   PERFORM SUMAR-LIBRO-EMPLEADO
                   PERFORM CALCULAR-ANIOS-CUMPLIDOS
                   MOVE NOMINA-DEPARTAMENTO  TO ORD-DEPARTAMENTO
                   MOVE EMPLEADO-ID          TO ORD-ID
                   MOVE NOMBRE-EMPLEADO      TO ORD-NOMBRE
                   MOVE APELLIDO-EMPLEADO    TO ORD-APELLIDO
                   MOVE NOMINA-FECHA-INGRESO TO ORD-INGRESO
                   MOVE WS-ANIOS-CUMPLIDOS   TO ORD-ANIOS
                   MOVE WS-OTORGADOS-EMP     TO ORD-OTORGADOS
                   MOVE WS-TOMADOS-EMP       TO ORD-TOMADOS
                   MOVE WS-SALDO-EMP         TO ORD-SALDO
                   RELEASE REGISTRO-ORDENA
           END-READ.

       SUMAR-LIBRO-EMPLEADO.
           MOVE ZERO TO WS-REGISTROS-EMP
           MOVE ZERO TO WS-OTORGADOS-EMP
           MOVE ZERO TO WS-TOMADOS-EMP
           MOVE ZERO TO WS-SALDO-EMP
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
                           PERFORM ACUMULAR-ANIVERSARIO
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-REPORTE.
           MOVE "N" TO WS-FIN-ORDENA
           MOVE "S" TO WS-PRIMER-DEPTO
           MOVE SPACES TO WS-DEPTO-ACTUAL
           MOVE ZERO TO WS-DEPTO-EMPLEADOS
           MOVE ZERO TO WS-DEPTO-SALDO
           MOVE ZERO TO WS-TOTAL-EMPLEADOS
           MOVE ZERO TO WS-TOTAL-SALDO
           PERFORM IMPRIMIR-ENCABEZADOS
           PERFORM UNTIL WS-FIN-ORDENA = "S"
               RETURN ORDENA-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-ORDENA
                   NOT AT END
                       PERFORM PROCESAR-ORDENADO
               END-RETURN
           END-PERFORM
           IF WS-DEPTO-EMPLEADOS > ZERO
               PERFORM IMPRIMIR-SUBTOTAL
           END-IF
           PERFORM IMPRIMIR-GRAN-TOTAL.

       PROCESAR-ORDENADO.
           IF ORD-DEPARTAMENTO NOT = WS-DEPTO-ACTUAL
                   OR WS-PRIMER-DEPTO = "S"
               IF WS-DEPTO-EMPLEADOS > ZERO
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
           MOVE ORD-APELLIDO  TO DET-APELLIDO
           MOVE ORD-INGRESO   TO DET-INGRESO
           MOVE ORD-ANIOS     TO DET-ANIOS
           MOVE ORD-OTORGADOS TO DET-OTORGADOS
           MOVE ORD-TOMADOS   TO DET-TOMADOS
           MOVE ORD-SALDO     TO DET-SALDO
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA
           ADD 1 TO WS-DEPTO-EMPLEADOS
           ADD ORD-SALDO TO WS-DEPTO-SALDO
           ADD 1 TO WS-TOTAL-EMPLEADOS
           ADD ORD-SALDO TO WS-TOTAL-SALDO.

       IMPRIMIR-TITULO-DEPTO.
           MOVE WS-DEPTO-ACTUAL TO DEP-NOMBRE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LINEA-DEPTO
           ADD 2 TO WS-LINEAS-PAGINA.

       IMPRIMIR-SUBTOTAL.
           MOVE "Empleados: " TO SUB-TEXTO
           MOVE WS-DEPTO-EMPLEADOS TO SUB-CANTIDAD
           MOVE WS-DEPTO-SALDO     TO SUB-SALDO
           WRITE LINEA-REPORTE FROM LINEA-SUBTOTAL
           ADD 1 TO WS-LINEAS-PAGINA
           MOVE ZERO TO WS-DEPTO-EMPLEADOS
           MOVE ZERO TO WS-DEPTO-SALDO.

       IMPRIMIR-GRAN-TOTAL.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "Empleados: " TO GRA-TEXTO
           MOVE WS-TOTAL-EMPLEADOS TO GRA-CANTIDAD
           MOVE WS-TOTAL-SALDO     TO GRA-SALDO
           WRITE LINEA-REPORTE FROM LINEA-GRAN-TOTAL.

       IMPRIMIR-ENCABEZADOS.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA    TO ENC-PAGINA
           MOVE WS-FECHA-HOY-NUM TO ENC-FECHA
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           MOVE ALL "-" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE ZERO TO WS-LINEAS-PAGINA.

       IMPRIMIR-SALTO-PAGINA.
           MOVE X"0C" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM IMPRIMIR-ENCABEZADOS.

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
               MOVE "VACACIONES-EMPLEADOS"
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
