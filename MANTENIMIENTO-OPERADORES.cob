       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-OPERADORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPE-USUARIO
           FILE STATUS IS FS-OPERADORES.
       SELECT ACCESOS-ARCHIVO ASSIGN TO "ACCESOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACCESOS.
       SELECT REPORTE-OPERADORES ASSIGN TO "OPERADORES.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.
       SELECT REPORTE-ACCESOS ASSIGN TO "ACCESOS.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REP-ACCESOS.

       DATA DIVISION.
       FILE SECTION.
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
       FD REPORTE-OPERADORES.
       01 LINEA-REPORTE PIC X(132).
       FD REPORTE-ACCESOS.
       01 LINEA-ACCESOS PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-OPERADORES         PIC X(02).
       77 FS-ACCESOS            PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 FS-REP-ACCESOS        PIC X(02).
       77 WS-ACCESOS-ABIERTO    PIC X.
       77 WS-OPCION-MENU        PIC X.
       77 WS-USUARIO-SESION     PIC X(8).
       77 WS-ROL-SESION         PIC X.
       77 WS-CLAVE-CAPTURA      PIC X(8).
       77 WS-CLAVE-CONFIRMA     PIC X(8).
       77 WS-CLAVE-VALIDA       PIC X.
       77 WS-SESION-INICIADA    PIC X.
       77 WS-INTENTOS-SESION    PIC 9.
       77 WS-MAX-INTENTOS       PIC 9 VALUE 3.
       77 WS-ROLES-PROGRAMA     PIC X(4) VALUE "CRNA".
       77 WS-CUENTA-ROL         PIC 9.
       77 WS-RESULTADO-ACCESO   PIC X.
       77 WS-MOTIVO-ACCESO      PIC X(30).
       77 WS-USUARIO-CAPTURA    PIC X(8).
       77 WS-ROL-CAPTURA        PIC X.
       77 WS-ROL-VALIDO         PIC X.
       77 WS-ARCHIVO-VACIO      PIC X.
       77 WS-FIN-OPERADORES     PIC X.
       77 WS-FIN-ACCESOS        PIC X.
       77 WS-FECHA-DESDE        PIC 9(8).
       77 WS-FECHA-HASTA        PIC 9(8).
       77 WS-OPERADORES-LISTADOS PIC 9(5).
       77 WS-BLOQUEADOS         PIC 9(5).
       77 WS-ACCESOS-LEIDOS     PIC 9(5).
       77 WS-ACCESOS-FALLIDOS   PIC 9(5).

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 WS-HORA-HHMMSS     PIC 9(6).
          05 FILLER             PIC X(7).

       01 ENCABEZADO-OPE.
          05 FILLER          PIC X(40) VALUE
             "CATALOGO DE OPERADORES".
          05 FILLER          PIC X(7)  VALUE "Fecha: ".
          05 ENC-FECHA       PIC 9(8).

       01 ENCABEZADO-OPE-2.
          05 FILLER          PIC X(10) VALUE "USUARIO".
          05 FILLER          PIC X(32) VALUE "NOMBRE".
          05 FILLER          PIC X(18) VALUE "ROL".
          05 FILLER          PIC X(11) VALUE "ESTADO".
          05 FILLER          PIC X(10) VALUE "INTENTOS".
          05 FILLER          PIC X(14) VALUE "ULTIMO ACCESO".

       01 LINEA-OPERADOR.
          05 DET-USUARIO     PIC X(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-NOMBRE      PIC X(30).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-ROL         PIC X(16).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-ESTADO      PIC X(9).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-INTENTOS    PIC 9.
          05 FILLER          PIC X(9)  VALUE SPACES.
          05 DET-ULTIMO      PIC 9(8).

       01 ENCABEZADO-ACC.
          05 FILLER          PIC X(40) VALUE
             "ACCESOS RECHAZADOS AL SISTEMA DE NOMINA".
          05 ENC-CRITERIO    PIC X(40).

       01 LINEA-ACCESO.
          05 DAC-FECHA       PIC 9(8).
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 DAC-HORA        PIC 9(6).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DAC-USUARIO     PIC X(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DAC-PROGRAMA    PIC X(24).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DAC-MOTIVO      PIC X(30).

       01 LINEA-TOTAL.
          05 TOT-TEXTO       PIC X(45).
          05 TOT-CANTIDAD    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O OPERADORES-ARCHIVO
           IF FS-OPERADORES = "35"
               OPEN OUTPUT OPERADORES-ARCHIVO
               CLOSE OPERADORES-ARCHIVO
               OPEN I-O OPERADORES-ARCHIVO
           END-IF
           IF FS-OPERADORES NOT = "00"
               DISPLAY "Error al abrir OPERADORES.dat, estado: "
                   FS-OPERADORES
               STOP RUN
           END-IF
           PERFORM VERIFICAR-ARCHIVO-VACIO
           IF WS-ARCHIVO-VACIO = "S"
               DISPLAY "No hay operadores registrados; capture el "
                   "administrador inicial."
               PERFORM ALTA-ADMINISTRADOR-INICIAL
           ELSE
               PERFORM INICIAR-SESION
           END-IF
           IF WS-SESION-INICIADA NOT = "S"
               CLOSE OPERADORES-ARCHIVO
               DISPLAY "Acceso denegado."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OPCION-MENU = "8"
               DISPLAY " "
               DISPLAY "=== Operadores del Sistema ==="
               DISPLAY "1. Agregar operador"
               DISPLAY "2. Modificar nombre y rol"
               DISPLAY "3. Restablecer contraseña"
               DISPLAY "4. Bloquear / desbloquear"
               DISPLAY "5. Listar operadores"
               DISPLAY "6. Reporte de accesos rechazados"
               DISPLAY "7. Cambiar mi contraseña"
               DISPLAY "8. Salir"
               DISPLAY "Seleccione una opcion: "
               ACCEPT WS-OPCION-MENU
               IF WS-ROL-SESION NOT = "A"
                       AND WS-OPCION-MENU NOT = "7"
                       AND WS-OPCION-MENU NOT = "8"
                   DISPLAY "Opcion reservada al administrador."
               ELSE
                   EVALUATE WS-OPCION-MENU
                       WHEN "1"
                           PERFORM AGREGAR-OPERADOR
                       WHEN "2"
                           PERFORM MODIFICAR-OPERADOR
                       WHEN "3"
                           PERFORM RESTABLECER-CLAVE
                       WHEN "4"
                           PERFORM CAMBIAR-ESTADO-OPERADOR
                       WHEN "5"
                           PERFORM LISTAR-OPERADORES
                       WHEN "6"
                           PERFORM REPORTE-ACCESOS-RECHAZADOS
                       WHEN "7"
                           PERFORM CAMBIAR-CLAVE-PROPIA
                       WHEN "8"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion invalida."
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE OPERADORES-ARCHIVO
           STOP RUN.

       VERIFICAR-ARCHIVO-VACIO.
           MOVE "N" TO WS-ARCHIVO-VACIO
           MOVE LOW-VALUES TO OPE-USUARIO
           START OPERADORES-ARCHIVO KEY IS NOT LESS THAN OPE-USUARIO
               INVALID KEY
                   MOVE "S" TO WS-ARCHIVO-VACIO
           END-START.

       ALTA-ADMINISTRADOR-INICIAL.
           MOVE "N" TO WS-SESION-INICIADA
           DISPLAY "Usuario del administrador: "
           ACCEPT WS-USUARIO-CAPTURA
           IF WS-USUARIO-CAPTURA = SPACES
               DISPLAY "El usuario no puede quedar en blanco."
           ELSE
               PERFORM CAPTURAR-CLAVE-NUEVA
               IF WS-CLAVE-VALIDA = "S"
                   MOVE WS-USUARIO-CAPTURA TO OPE-USUARIO
                   DISPLAY "Nombre del administrador: "
                   ACCEPT OPE-NOMBRE
                   MOVE WS-CLAVE-CAPTURA TO OPE-CLAVE
                   MOVE "A" TO OPE-ROL
                   MOVE "A" TO OPE-ESTADO
                   MOVE ZERO TO OPE-INTENTOS
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
                   MOVE WS-FECHA-AAAAMMDD TO OPE-ULTIMO-ACCESO
                   MOVE WS-FECHA-AAAAMMDD TO OPE-FECHA-ALTA
                   WRITE REGISTRO-OPERADOR
                       INVALID KEY
                           DISPLAY "Error al agregar el "
                               "administrador, estado: "
                               FS-OPERADORES
                       NOT INVALID KEY
                           DISPLAY "Administrador registrado "
                               "correctamente."
                           MOVE OPE-USUARIO TO WS-USUARIO-SESION
                           MOVE OPE-ROL TO WS-ROL-SESION
                           MOVE "S" TO WS-SESION-INICIADA
                   END-WRITE
               END-IF
           END-IF.

       INICIAR-SESION.
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
           IF WS-ACCESOS-ABIERTO = "S"
               CLOSE ACCESOS-ARCHIVO
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
               MOVE "MANTENIMIENTO-OPERADORES"
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

       CAPTURAR-CLAVE-NUEVA.
           MOVE "N" TO WS-CLAVE-VALIDA
           DISPLAY "Contraseña nueva: "
           ACCEPT WS-CLAVE-CAPTURA
           DISPLAY "Confirme la contraseña: "
           ACCEPT WS-CLAVE-CONFIRMA
           IF WS-CLAVE-CAPTURA = SPACES
               DISPLAY "La contraseña no puede quedar en blanco."
           ELSE
               IF WS-CLAVE-CAPTURA NOT = WS-CLAVE-CONFIRMA
                   DISPLAY "Las contraseñas no coinciden."
               ELSE
                   MOVE "S" TO WS-CLAVE-VALIDA
               END-IF
           END-IF.

       PEDIR-ROL-VALIDO.
           MOVE "N" TO WS-ROL-VALIDO
           PERFORM UNTIL WS-ROL-VALIDO = "S"
               DISPLAY "Rol (C=consulta, R=recursos humanos, "
                   "N=operador de nomina, A=administrador): "
               ACCEPT WS-ROL-CAPTURA
               IF WS-ROL-CAPTURA = "C" OR WS-ROL-CAPTURA = "R"
                       OR WS-ROL-CAPTURA = "N"
                       OR WS-ROL-CAPTURA = "A"
                   MOVE "S" TO WS-ROL-VALIDO
               ELSE
                   DISPLAY "Rol invalido."
               END-IF
           END-PERFORM.

       AGREGAR-OPERADOR.
           DISPLAY "Ingrese el usuario: "
           ACCEPT WS-USUARIO-CAPTURA
           IF WS-USUARIO-CAPTURA = SPACES
               DISPLAY "El usuario no puede quedar en blanco."
           ELSE
               MOVE WS-USUARIO-CAPTURA TO OPE-USUARIO
               READ OPERADORES-ARCHIVO KEY IS OPE-USUARIO
                   INVALID KEY
                       PERFORM CAPTURAR-OPERADOR
                   NOT INVALID KEY
                       DISPLAY "Ya existe un operador con ese "
                           "usuario."
               END-READ
           END-IF.

       CAPTURAR-OPERADOR.
           DISPLAY "Ingrese el nombre: "
           ACCEPT OPE-NOMBRE
           PERFORM PEDIR-ROL-VALIDO
           PERFORM CAPTURAR-CLAVE-NUEVA
           IF WS-CLAVE-VALIDA = "S"
               MOVE WS-USUARIO-CAPTURA TO OPE-USUARIO
               MOVE WS-CLAVE-CAPTURA TO OPE-CLAVE
               MOVE WS-ROL-CAPTURA TO OPE-ROL
               MOVE "A" TO OPE-ESTADO
               MOVE ZERO TO OPE-INTENTOS
               MOVE ZERO TO OPE-ULTIMO-ACCESO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-AAAAMMDD TO OPE-FECHA-ALTA
               WRITE REGISTRO-OPERADOR
                   INVALID KEY
                       DISPLAY "Error al agregar el operador, "
                           "estado: " FS-OPERADORES
                   NOT INVALID KEY
                       DISPLAY "Operador agregado correctamente."
               END-WRITE
           ELSE
               DISPLAY "El operador no se registro."
           END-IF.

       MODIFICAR-OPERADOR.
           DISPLAY "Ingrese el usuario: "
           ACCEPT WS-USUARIO-CAPTURA
           MOVE WS-USUARIO-CAPTURA TO OPE-USUARIO
           READ OPERADORES-ARCHIVO KEY IS OPE-USUARIO
               INVALID KEY
                   DISPLAY "No existe ese operador."
               NOT INVALID KEY
                   DISPLAY "Nombre actual: " OPE-NOMBRE
                   DISPLAY "Rol actual:    " OPE-ROL
                   DISPLAY "Ingrese el nuevo nombre: "
                   ACCEPT OPE-NOMBRE
                   IF OPE-USUARIO = WS-USUARIO-SESION
                       DISPLAY "No puede cambiar su propio rol; se "
                           "conserva."
                   ELSE
                       PERFORM PEDIR-ROL-VALIDO
                       MOVE WS-ROL-CAPTURA TO OPE-ROL
                   END-IF
                   REWRITE REGISTRO-OPERADOR
                       INVALID KEY
                           DISPLAY "Error al actualizar el operador, "
                               "estado: " FS-OPERADORES
                       NOT INVALID KEY
                           DISPLAY "Operador actualizado "
                               "correctamente."
                   END-REWRITE
           END-READ.

       RESTABLECER-CLAVE.
           DISPLAY "Ingrese el usuario: "
           ACCEPT WS-USUARIO-CAPTURA
           MOVE WS-USUARIO-CAPTURA TO OPE-USUARIO
           READ OPERADORES-ARCHIVO KEY IS OPE-USUARIO
               INVALID KEY
                   DISPLAY "No existe ese operador."
               NOT INVALID KEY
                   PERFORM CAPTURAR-CLAVE-NUEVA
                   IF WS-CLAVE-VALIDA = "S"
                       MOVE WS-CLAVE-CAPTURA TO OPE-CLAVE
                       MOVE ZERO TO OPE-INTENTOS
                       MOVE "A" TO OPE-ESTADO
                       REWRITE REGISTRO-OPERADOR
                           INVALID KEY
                               DISPLAY "Error al actualizar el "
                                   "operador, estado: "
                                   FS-OPERADORES
                           NOT INVALID KEY
                               DISPLAY "Contraseña restablecida; la "
                                   "cuenta queda activa."
                       END-REWRITE
                   END-IF
           END-READ.

       CAMBIAR-ESTADO-OPERADOR.
           DISPLAY "Ingrese el usuario: "
           ACCEPT WS-USUARIO-CAPTURA
           MOVE WS-USUARIO-CAPTURA TO OPE-USUARIO
           READ OPERADORES-ARCHIVO KEY IS OPE-USUARIO
               INVALID KEY
                   DISPLAY "No existe ese operador."
               NOT INVALID KEY
                   IF OPE-USUARIO = WS-USUARIO-SESION
                       DISPLAY "No puede bloquear su propia cuenta."
                   ELSE
                       IF OPE-ESTADO = "B"
                           MOVE "A" TO OPE-ESTADO
                           MOVE ZERO TO OPE-INTENTOS
                           DISPLAY "El operador queda ACTIVO."
                       ELSE
                           MOVE "B" TO OPE-ESTADO
                           DISPLAY "El operador queda BLOQUEADO."
                       END-IF
                       REWRITE REGISTRO-OPERADOR
                           INVALID KEY
                               DISPLAY "Error al actualizar el "
                                   "operador, estado: "
                                   FS-OPERADORES
                       END-REWRITE
                   END-IF
           END-READ.

       CAMBIAR-CLAVE-PROPIA.
           MOVE WS-USUARIO-SESION TO OPE-USUARIO
           READ OPERADORES-ARCHIVO KEY IS OPE-USUARIO
               INVALID KEY
                   DISPLAY "No existe ese operador."
               NOT INVALID KEY
                   DISPLAY "Contraseña actual: "
                   ACCEPT WS-CLAVE-CAPTURA
                   IF WS-CLAVE-CAPTURA NOT = OPE-CLAVE
                       DISPLAY "La contraseña actual no coincide."
                   ELSE
                       PERFORM CAPTURAR-CLAVE-NUEVA
                       IF WS-CLAVE-VALIDA = "S"
                           MOVE WS-CLAVE-CAPTURA TO OPE-CLAVE
                           REWRITE REGISTRO-OPERADOR
                               INVALID KEY
                                   DISPLAY "Error al actualizar la "
                                       "contraseña, estado: "
                                       FS-OPERADORES
                               NOT INVALID KEY
                                   DISPLAY "Contraseña actualizada "
                                       "correctamente."
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       LISTAR-OPERADORES.
           MOVE ZERO TO WS-OPERADORES-LISTADOS
           MOVE ZERO TO WS-BLOQUEADOS
           OPEN OUTPUT REPORTE-OPERADORES
           IF FS-REPORTE NOT = "00"
               DISPLAY "No se pudo abrir OPERADORES.prt, "
                   "estado: " FS-REPORTE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
               MOVE WS-FECHA-AAAAMMDD TO ENC-FECHA
               WRITE LINEA-REPORTE FROM ENCABEZADO-OPE
               WRITE LINEA-REPORTE FROM ENCABEZADO-OPE-2
               MOVE ALL "-" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "N" TO WS-FIN-OPERADORES
               MOVE LOW-VALUES TO OPE-USUARIO
               START OPERADORES-ARCHIVO
                   KEY IS NOT LESS THAN OPE-USUARIO
                   INVALID KEY
                       MOVE "S" TO WS-FIN-OPERADORES
               END-START
               PERFORM UNTIL WS-FIN-OPERADORES = "S"
                   READ OPERADORES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-OPERADORES
                       NOT AT END
                           PERFORM IMPRIMIR-OPERADOR
                   END-READ
               END-PERFORM
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "Operadores registrados:                      "
                   TO TOT-TEXTO
               MOVE WS-OPERADORES-LISTADOS TO TOT-CANTIDAD
               WRITE LINEA-REPORTE FROM LINEA-TOTAL
               MOVE "Operadores bloqueados:                       "
                   TO TOT-TEXTO
               MOVE WS-BLOQUEADOS TO TOT-CANTIDAD
               WRITE LINEA-REPORTE FROM LINEA-TOTAL
               CLOSE REPORTE-OPERADORES
               DISPLAY "Listado generado en OPERADORES.prt"
               DISPLAY "Operadores listados: " WS-OPERADORES-LISTADOS
           END-IF.

       IMPRIMIR-OPERADOR.
           ADD 1 TO WS-OPERADORES-LISTADOS
           MOVE OPE-USUARIO TO DET-USUARIO
           MOVE OPE-NOMBRE  TO DET-NOMBRE
           EVALUATE OPE-ROL
               WHEN "C"
                   MOVE "CONSULTA        " TO DET-ROL
               WHEN "R"
                   MOVE "RECURSOS HUMANOS" TO DET-ROL
               WHEN "N"
                   MOVE "OPERADOR NOMINA " TO DET-ROL
               WHEN "A"
                   MOVE "ADMINISTRADOR   " TO DET-ROL
               WHEN OTHER
                   MOVE OPE-ROL TO DET-ROL
           END-EVALUATE
           IF OPE-ESTADO = "B"
               ADD 1 TO WS-BLOQUEADOS
               MOVE "BLOQUEADO" TO DET-ESTADO
           ELSE
               MOVE "ACTIVO   " TO DET-ESTADO
           END-IF
           MOVE OPE-INTENTOS      TO DET-INTENTOS
           MOVE OPE-ULTIMO-ACCESO TO DET-ULTIMO
           WRITE LINEA-REPORTE FROM LINEA-OPERADOR.

       REPORTE-ACCESOS-RECHAZADOS.
           DISPLAY "Ingrese la fecha inicial (AAAAMMDD): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "Ingrese la fecha final (AAAAMMDD): "
           ACCEPT WS-FECHA-HASTA
           MOVE ZERO TO WS-ACCESOS-LEIDOS
           MOVE ZERO TO WS-ACCESOS-FALLIDOS
           OPEN INPUT ACCESOS-ARCHIVO
           IF FS-ACCESOS NOT = "00"
               DISPLAY "No se pudo abrir ACCESOS.dat, estado: "
                   FS-ACCESOS
           ELSE
               OPEN OUTPUT REPORTE-ACCESOS
               IF FS-REP-ACCESOS NOT = "00"
                   DISPLAY "No se pudo abrir ACCESOS.prt, estado: "
                       FS-REP-ACCESOS
                   CLOSE ACCESOS-ARCHIVO
               ELSE
                   MOVE SPACES TO ENC-CRITERIO
                   STRING "  Del " DELIMITED BY SIZE
                       WS-FECHA-DESDE DELIMITED BY SIZE
                       " al " DELIMITED BY SIZE
                       WS-FECHA-HASTA DELIMITED BY SIZE
                       INTO ENC-CRITERIO
                   END-STRING
                   WRITE LINEA-ACCESOS FROM ENCABEZADO-ACC
                   MOVE ALL "-" TO LINEA-ACCESOS
                   WRITE LINEA-ACCESOS
                   MOVE "N" TO WS-FIN-ACCESOS
                   PERFORM UNTIL WS-FIN-ACCESOS = "S"
                       READ ACCESOS-ARCHIVO
                           AT END
                               MOVE "S" TO WS-FIN-ACCESOS
                           NOT AT END
                               ADD 1 TO WS-ACCESOS-LEIDOS
                               PERFORM EXAMINAR-ACCESO
                       END-READ
                   END-PERFORM
                   MOVE SPACES TO LINEA-ACCESOS
                   WRITE LINEA-ACCESOS
                   MOVE "Accesos rechazados en el periodo:            "
                       TO TOT-TEXTO
                   MOVE WS-ACCESOS-FALLIDOS TO TOT-CANTIDAD
                   WRITE LINEA-ACCESOS FROM LINEA-TOTAL
                   CLOSE ACCESOS-ARCHIVO
                   CLOSE REPORTE-ACCESOS
                   DISPLAY "Reporte generado en ACCESOS.prt"
                   DISPLAY "Accesos examinados: " WS-ACCESOS-LEIDOS
                   DISPLAY "Accesos rechazados: " WS-ACCESOS-FALLIDOS
               END-IF
           END-IF.

       EXAMINAR-ACCESO.
           IF ACC-RESULTADO NOT = "E"
                   AND ACC-FECHA NOT < WS-FECHA-DESDE
                   AND ACC-FECHA NOT > WS-FECHA-HASTA
               ADD 1 TO WS-ACCESOS-FALLIDOS
               MOVE ACC-FECHA    TO DAC-FECHA
               MOVE ACC-HORA     TO DAC-HORA
               MOVE ACC-USUARIO  TO DAC-USUARIO
               MOVE ACC-PROGRAMA TO DAC-PROGRAMA
               MOVE ACC-MOTIVO   TO DAC-MOTIVO
               WRITE LINEA-ACCESOS FROM LINEA-ACCESO
           END-IF.
