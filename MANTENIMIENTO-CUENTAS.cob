       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CUENTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT CUENTAS-CONTABLES ASSIGN TO "CUENTAS-CONT.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FS-CUENTAS.
       SELECT CATALOGO-DEPTOS ASSIGN TO "DEPARTAMENTOS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DEP-CODIGO
           FILE STATUS IS FS-CATALOGO.
       SELECT REPORTE-CUENTAS ASSIGN TO "CUENTAS-CONT.prt"
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
       FD CUENTAS-CONTABLES.
       01 REGISTRO-CUENTA.
          05 CTA-CLAVE.
             10 CTA-CONCEPTO        PIC X(4).
             10 CTA-DEPTO           PIC X(20).
          05 CTA-CUENTA             PIC X(20).
          05 CTA-DESCRIPCION        PIC X(30).
       FD CATALOGO-DEPTOS.
       01 REGISTRO-DEPTO.
          05 DEP-CODIGO             PIC X(20).
          05 DEP-DESCRIPCION        PIC X(40).
          05 DEP-ACTIVO             PIC X.
       FD REPORTE-CUENTAS.
       01 LINEA-REPORTE PIC X(132).
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
       77 FS-CUENTAS            PIC X(02).
       77 FS-CATALOGO           PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 WS-OPCION-MENU        PIC X.
       77 WS-CONFIRMA           PIC X.
       77 WS-CATALOGO-ABIERTO   PIC X.
       77 WS-CLAVE-OK           PIC X.
       77 WS-CONCEPTO-CAPTURA   PIC X(4).
       77 WS-DEPTO-CAPTURA      PIC X(20).
       77 WS-CUENTA-CAPTURA     PIC X(20).
       77 WS-FIN-CUENTAS        PIC X.
       77 WS-FIN-CATALOGO       PIC X.
       77 WS-CUENTAS-LISTADAS   PIC 9(5).
       77 WS-DEPTOS-SIN-CUENTA  PIC 9(5).
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

       01 ENCABEZADO-CTA.
          05 FILLER          PIC X(6)  VALUE "CONC".
          05 FILLER          PIC X(22) VALUE "DEPARTAMENTO".
          05 FILLER          PIC X(22) VALUE "CUENTA CONTABLE".
          05 FILLER          PIC X(30) VALUE "DESCRIPCION".

       01 LINEA-CUENTA.
          05 DET-CONCEPTO    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-DEPTO       PIC X(20).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-CUENTA      PIC X(20).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-DESCRIPCION PIC X(30).

       01 ENCABEZADO-FALTANTES.
          05 FILLER          PIC X(60) VALUE
             "DEPARTAMENTOS ACTIVOS SIN CUENTA DE SUELDOS (SUEL)".

       01 LINEA-FALTANTE.
          05 FAL-DEPTO       PIC X(20).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FAL-DESCRIPCION PIC X(40).

       01 LINEA-TOTAL.
          05 TOT-TEXTO       PIC X(45).
          05 TOT-CANTIDAD    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM INICIAR-SESION
           OPEN I-O CUENTAS-CONTABLES
           IF FS-CUENTAS = "35"
               OPEN OUTPUT CUENTAS-CONTABLES
               CLOSE CUENTAS-CONTABLES
               OPEN I-O CUENTAS-CONTABLES
           END-IF
           IF FS-CUENTAS NOT = "00"
               DISPLAY "Error al abrir CUENTAS-CONT.dat, estado: "
                   FS-CUENTAS
               STOP RUN
           END-IF
           OPEN INPUT CATALOGO-DEPTOS
           IF FS-CATALOGO = "00"
               MOVE "S" TO WS-CATALOGO-ABIERTO
           ELSE
               MOVE "N" TO WS-CATALOGO-ABIERTO
               DISPLAY "Aviso: no se pudo abrir DEPARTAMENTOS.dat "
                   "(estado " FS-CATALOGO "); no se pueden dar de "
                   "alta cuentas de sueldos por departamento."
           END-IF
           PERFORM UNTIL WS-OPCION-MENU = "5"
               DISPLAY " "
               DISPLAY "=== Cuentas Contables de Nomina ==="
               DISPLAY "1. Agregar cuenta"
               DISPLAY "2. Modificar cuenta"
               DISPLAY "3. Eliminar cuenta"
               DISPLAY "4. Listar cuentas"
               DISPLAY "5. Salir"
               DISPLAY "Seleccione una opcion: "
               ACCEPT WS-OPCION-MENU
               IF (WS-OPCION-MENU = "1" OR WS-OPCION-MENU = "2"
                       OR WS-OPCION-MENU = "3")
                       AND WS-ROL-SESION NOT = "N"
                       AND WS-ROL-SESION NOT = "A"
                   DISPLAY "El rol del operador no permite esta "
                       "opcion."
               ELSE
                   EVALUATE WS-OPCION-MENU
                       WHEN "1"
                           PERFORM AGREGAR-CUENTA
                       WHEN "2"
                           PERFORM MODIFICAR-CUENTA
                       WHEN "3"
                           PERFORM ELIMINAR-CUENTA
                       WHEN "4"
                           PERFORM LISTAR-CUENTAS
                       WHEN "5"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion invalida."
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE CUENTAS-CONTABLES
           IF WS-CATALOGO-ABIERTO = "S"
               CLOSE CATALOGO-DEPTOS
           END-IF
           STOP RUN.

       CAPTURAR-CLAVE.
           MOVE "S" TO WS-CLAVE-OK
           MOVE SPACES TO WS-DEPTO-CAPTURA
           DISPLAY "Concepto: SUEL = sueldos (por departamento), "
               "ISR, IMSS, NETO = neto por pagar,"
           DISPLAY "          D + clave de deduccion (ej. DPR): "
           ACCEPT WS-CONCEPTO-CAPTURA
           EVALUATE TRUE
               WHEN WS-CONCEPTO-CAPTURA = "SUEL"
                   DISPLAY "Ingrese el codigo del departamento: "
                   ACCEPT WS-DEPTO-CAPTURA
                   PERFORM VALIDAR-DEPTO
               WHEN WS-CONCEPTO-CAPTURA = "ISR"
               WHEN WS-CONCEPTO-CAPTURA = "IMSS"
               WHEN WS-CONCEPTO-CAPTURA = "NETO"
                   CONTINUE
               WHEN WS-CONCEPTO-CAPTURA(1:1) = "D"
                       AND WS-CONCEPTO-CAPTURA(2:2) NOT = SPACES
                       AND WS-CONCEPTO-CAPTURA(4:1) = SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Concepto invalido."
                   MOVE "N" TO WS-CLAVE-OK
           END-EVALUATE
           MOVE WS-CONCEPTO-CAPTURA TO CTA-CONCEPTO
           MOVE WS-DEPTO-CAPTURA    TO CTA-DEPTO.

       VALIDAR-DEPTO.
           IF WS-CATALOGO-ABIERTO NOT = "S"
               DISPLAY "No hay catalogo de departamentos disponible."
               MOVE "N" TO WS-CLAVE-OK
           ELSE
               MOVE WS-DEPTO-CAPTURA TO DEP-CODIGO
               READ CATALOGO-DEPTOS KEY IS DEP-CODIGO
                   INVALID KEY
                       DISPLAY "No existe ese departamento en el "
                           "catalogo."
                       MOVE "N" TO WS-CLAVE-OK
                   NOT INVALID KEY
                       IF DEP-ACTIVO NOT = "S"
                           DISPLAY "Aviso: el departamento esta "
                               "INACTIVO en el catalogo."
                       END-IF
               END-READ
           END-IF.

       AGREGAR-CUENTA.
           PERFORM CAPTURAR-CLAVE
           IF WS-CLAVE-OK = "S"
               READ CUENTAS-CONTABLES KEY IS CTA-CLAVE
                   INVALID KEY
                       DISPLAY "Ingrese la cuenta contable: "
                       ACCEPT WS-CUENTA-CAPTURA
                       IF WS-CUENTA-CAPTURA = SPACES
                           DISPLAY "La cuenta no puede quedar en "
                               "blanco."
                       ELSE
                           MOVE WS-CONCEPTO-CAPTURA TO CTA-CONCEPTO
                           MOVE WS-DEPTO-CAPTURA    TO CTA-DEPTO
                           MOVE WS-CUENTA-CAPTURA   TO CTA-CUENTA
                           DISPLAY "Ingrese la descripcion: "
                           ACCEPT CTA-DESCRIPCION
                           WRITE REGISTRO-CUENTA
                               INVALID KEY
                                   DISPLAY "Error al agregar la "
                                       "cuenta, estado: " FS-CUENTAS
                               NOT INVALID KEY
                                   DISPLAY "Cuenta agregada "
                                       "correctamente."
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Ese concepto ya tiene cuenta: "
                           CTA-CUENTA
               END-READ
           END-IF.

       MODIFICAR-CUENTA.
           PERFORM CAPTURAR-CLAVE
           IF WS-CLAVE-OK = "S"
               READ CUENTAS-CONTABLES KEY IS CTA-CLAVE
                   INVALID KEY
                       DISPLAY "Ese concepto no tiene cuenta "
                           "asignada."
                   NOT INVALID KEY
                       DISPLAY "Cuenta actual:       " CTA-CUENTA
                       DISPLAY "Descripcion actual:  " CTA-DESCRIPCION
                       DISPLAY "Ingrese la nueva cuenta contable: "
                       ACCEPT WS-CUENTA-CAPTURA
                       IF WS-CUENTA-CAPTURA = SPACES
                           DISPLAY "La cuenta no puede quedar en "
                               "blanco."
                       ELSE
                           MOVE WS-CUENTA-CAPTURA TO CTA-CUENTA
                           DISPLAY "Ingrese la nueva descripcion: "
                           ACCEPT CTA-DESCRIPCION
                           REWRITE REGISTRO-CUENTA
                               INVALID KEY
                                   DISPLAY "Error al actualizar la "
                                       "cuenta, estado: " FS-CUENTAS
                               NOT INVALID KEY
                                   DISPLAY "Cuenta actualizada "
                                       "correctamente."
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       ELIMINAR-CUENTA.
           PERFORM CAPTURAR-CLAVE
           IF WS-CLAVE-OK = "S"
               READ CUENTAS-CONTABLES KEY IS CTA-CLAVE
                   INVALID KEY
                       DISPLAY "Ese concepto no tiene cuenta "
                           "asignada."
                   NOT INVALID KEY
                       DISPLAY "Cuenta: " CTA-CUENTA " "
                           CTA-DESCRIPCION
                       DISPLAY "¿Desea eliminar la asignacion? (S/N)"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S"
                           DELETE CUENTAS-CONTABLES
                               INVALID KEY
                                   DISPLAY "Error al eliminar la "
                                       "cuenta, estado: " FS-CUENTAS
                               NOT INVALID KEY
                                   DISPLAY "Asignacion eliminada."
                           END-DELETE
                       END-IF
               END-READ
           END-IF.

       LISTAR-CUENTAS.
           MOVE ZERO TO WS-CUENTAS-LISTADAS
           MOVE ZERO TO WS-DEPTOS-SIN-CUENTA
           OPEN OUTPUT REPORTE-CUENTAS
           IF FS-REPORTE NOT = "00"
               DISPLAY "No se pudo abrir CUENTAS-CONT.prt, "
                   "estado: " FS-REPORTE
           ELSE
               WRITE LINEA-REPORTE FROM ENCABEZADO-CTA
               MOVE ALL "-" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "N" TO WS-FIN-CUENTAS
               MOVE LOW-VALUES TO CTA-CLAVE
               START CUENTAS-CONTABLES KEY IS NOT LESS THAN CTA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-CUENTAS
               END-START
               PERFORM UNTIL WS-FIN-CUENTAS = "S"
                   READ CUENTAS-CONTABLES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-CUENTAS
                       NOT AT END
                           ADD 1 TO WS-CUENTAS-LISTADAS
                           MOVE CTA-CONCEPTO    TO DET-CONCEPTO
                           MOVE CTA-DEPTO       TO DET-DEPTO
                           MOVE CTA-CUENTA      TO DET-CUENTA
                           MOVE CTA-DESCRIPCION TO DET-DESCRIPCION
                           WRITE LINEA-REPORTE FROM LINEA-CUENTA
                   END-READ
               END-PERFORM
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "Cuentas asignadas:                           "
                   TO TOT-TEXTO
               MOVE WS-CUENTAS-LISTADAS TO TOT-CANTIDAD
               WRITE LINEA-REPORTE FROM LINEA-TOTAL
               IF WS-CATALOGO-ABIERTO = "S"
                   PERFORM LISTAR-DEPTOS-SIN-CUENTA
               END-IF
               CLOSE REPORTE-CUENTAS
               DISPLAY "Listado generado en CUENTAS-CONT.prt"
               DISPLAY "Cuentas listadas:          "
                   WS-CUENTAS-LISTADAS
               DISPLAY "Departamentos sin cuenta:  "
                   WS-DEPTOS-SIN-CUENTA
           END-IF.

       LISTAR-DEPTOS-SIN-CUENTA.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM ENCABEZADO-FALTANTES
           MOVE ALL "-" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "N" TO WS-FIN-CATALOGO
           MOVE LOW-VALUES TO DEP-CODIGO
           START CATALOGO-DEPTOS KEY IS NOT LESS THAN DEP-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CATALOGO
           END-START
           PERFORM UNTIL WS-FIN-CATALOGO = "S"
               READ CATALOGO-DEPTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CATALOGO
                   NOT AT END
                       IF DEP-ACTIVO = "S"
                           PERFORM VERIFICAR-CUENTA-DEPTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "Departamentos activos sin cuenta de sueldos: "
               TO TOT-TEXTO
           MOVE WS-DEPTOS-SIN-CUENTA TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.

       VERIFICAR-CUENTA-DEPTO.
           MOVE "SUEL"     TO CTA-CONCEPTO
           MOVE DEP-CODIGO TO CTA-DEPTO
           READ CUENTAS-CONTABLES KEY IS CTA-CLAVE
               INVALID KEY
                   ADD 1 TO WS-DEPTOS-SIN-CUENTA
                   MOVE DEP-CODIGO      TO FAL-DEPTO
                   MOVE DEP-DESCRIPCION TO FAL-DESCRIPCION
                   WRITE LINEA-REPORTE FROM LINEA-FALTANTE
           END-READ.

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
               MOVE "MANTENIMIENTO-CUENTAS"
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
