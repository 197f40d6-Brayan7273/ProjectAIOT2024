           ACCESS IS DYNAMIC
           RECORD KEY IS DED-CLAVE
           FILE STATUS IS FS-DEDUCCIONES.
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
          05 CTL-HORA-CORRIDA       PIC 9(6).
          05 CTL-EMPLEADOS          PIC 9(5).
          05 CTL-TOTAL-NETO         PIC 9(13)V99.
          05 CTL-DISPERSION         PIC X.
          05 CTL-PAGOS-PENDIENTES   PIC 9(5).
          05 CTL-REVISION           PIC X.
          05 CTL-FECHA-REVISION     PIC 9(8).
          05 CTL-OBSERVADOS         PIC 9(5).
          05 CTL-USUARIO-REVISION   PIC X(8).
       FD AUDITORIA-NOMINA.
       01 REGISTRO-AUD-NOMINA.
          05 AUN-FECHA              PIC 9(8).
          05 AUN-NVO-DEPARTAMENTO   PIC X(20).
          05 AUN-NVO-PUESTO         PIC X(20).
          05 AUN-NVO-FECHA-INGRESO  PIC 9(8).
          05 AUN-USUARIO            PIC X(8).
       FD ARCHIVO-BITACORA.
       01 REGISTRO-BITACORA.
          05 BIT-FECHA              PIC 9(8).
          05 BIT-OPERACION          PIC X.
          05 BIT-LLAVE              PIC 9(5).
          05 BIT-IMAGEN             PIC X(130).
          05 BIT-USUARIO            PIC X(8).
       FD CUENTAS-BANCO.
       01 REGISTRO-BANCO.
          05 BCO-ID                 PIC 9(5).
          05 DED-ACTIVO             PIC X.
          05 DED-ULT-PERIODO        PIC 9(8).
          05 DED-ULT-MONTO          PIC 9(7)V99.
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
       77 WS-NOMINAS-BORRADAS   PIC 9(5) VALUE ZERO.
       77 WS-ERRORES-DEPURA     PIC 9(5) VALUE ZERO.
       77 WS-CONFIRMA           PIC X.
       77 FS-OPERADORES         PIC X(02).
       77 FS-ACCESOS            PIC X(02).
       77 WS-ACCESOS-ABIERTO    PIC X.
       77 WS-USUARIO-SESION     PIC X(8).
       77 WS-ROL-SESION         PIC X.
       77 WS-CLAVE-CAPTURA      PIC X(8).
       77 WS-SESION-INICIADA    PIC X.
       77 WS-INTENTOS-SESION    PIC 9.
       77 WS-MAX-INTENTOS       PIC 9 VALUE 3.
       77 WS-ROLES-PROGRAMA     PIC X(2) VALUE "RA".
       77 WS-CUENTA-ROL         PIC 9.
       77 WS-RESULTADO-ACCESO   PIC X.
       77 WS-MOTIVO-ACCESO      PIC X(30).

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM INICIAR-SESION
           PERFORM VERIFICAR-NOMINA-EN-PROCESO
           DISPLAY "Este proceso mueve los empleados dados de baja "
               "al archivo historico"
           MOVE SPACES               TO AUN-NVO-DEPARTAMENTO
           MOVE SPACES               TO AUN-NVO-PUESTO
           MOVE ZERO                 TO AUN-NVO-FECHA-INGRESO
           MOVE WS-USUARIO-SESION    TO AUN-USUARIO
           WRITE REGISTRO-AUD-NOMINA
           IF FS-AUD-NOMINA NOT = "00"
               DISPLAY "Aviso: no se pudo escribir la auditoria de "
           MOVE "B"               TO BIT-OPERACION
           MOVE WS-BIT-LLAVE      TO BIT-LLAVE
           MOVE SPACES            TO BIT-IMAGEN
           MOVE WS-USUARIO-SESION TO BIT-USUARIO
           WRITE REGISTRO-BITACORA
           IF FS-BITACORA NOT = "00"
               DISPLAY "Aviso: no se pudo escribir la bitacora, "
               TO TOT-TEXTO
           MOVE WS-ERRORES-DEPURA TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.

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
               MOVE "DEPURAR-BAJAS"     TO ACC-PROGRAMA
               MOVE WS-USUARIO-SESION   TO ACC-USUARIO
               MOVE WS-RESULTADO-ACCESO TO ACC-RESULTADO
               MOVE WS-MOTIVO-ACCESO    TO ACC-MOTIVO
               WRITE REGISTRO-ACCESO
               IF FS-ACCESOS NOT = "00"
                   DISPLAY "Aviso: no se pudo registrar el acceso, "
                       "estado " FS-ACCESOS
               END-IF
           END-IF.
