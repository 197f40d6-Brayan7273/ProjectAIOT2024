       SELECT ARCHIVO-BITACORA ASSIGN TO "BITACORA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.
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
       77 FS-AUDITORIA          PIC X(02).
       77 WS-OLD-DEPARTAMENTO   PIC X(20).
       77 WS-OLD-PUESTO         PIC X(20).
       77 WS-OLD-FECHA-INGRESO  PIC 9(8).
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

       01 WS-FECHA-AUD.
          05 WS-AUD-AAAAMMDD    PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM INICIAR-SESION
           OPEN I-O EMPLEADOS-ARCHIVO
           IF FS-EMPLEADOS NOT = "00"
               DISPLAY "Error al abrir PHYSICAL-FILE.dat, estado: "
               DISPLAY "6. Salir"
               DISPLAY "Seleccione una opcion: "
               ACCEPT WS-OPCION-MENU
               IF (WS-OPCION-MENU = "2" OR WS-OPCION-MENU = "4"
                       OR WS-OPCION-MENU = "5")
                       AND WS-ROL-SESION NOT = "R"
                       AND WS-ROL-SESION NOT = "A"
                   DISPLAY "El rol del operador no permite esta "
                       "opcion."
               ELSE
                   EVALUATE WS-OPCION-MENU
                       WHEN "1"
                           PERFORM RECORRER-REGISTROS
                       WHEN "2"
                           PERFORM AGREGAR-REGISTRO
                       WHEN "3"
                           PERFORM BUSCAR-POR-APELLIDO
                       WHEN "4"
                           PERFORM PROCESAR-LOTE
                       WHEN "5"
                           PERFORM DATOS-BANCARIOS
                       WHEN "6"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion invalida."
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
               DISPLAY "¿Desea modificar este registro? "
                   "(S=modificar/B=baja/N=siguiente)"
               ACCEPT MODIFICAR-DATOS
               IF (MODIFICAR-DATOS = "S" OR MODIFICAR-DATOS = "B")
                       AND WS-ROL-SESION NOT = "R"
                       AND WS-ROL-SESION NOT = "A"
                   DISPLAY "El rol del operador solo permite "
                       "consultar; el registro no se modifica."
                   MOVE "N" TO MODIFICAR-DATOS
               END-IF
               EVALUATE MODIFICAR-DATOS
                   WHEN "S"
                       PERFORM MODIFICAR-REGISTRO
           MOVE WS-BIT-OPERACION  TO BIT-OPERACION
           MOVE EMPLEADO-ID       TO BIT-LLAVE
           MOVE EMPLEADO-REGISTRO TO BIT-IMAGEN
           MOVE WS-USUARIO-SESION TO BIT-USUARIO
           PERFORM ESCRIBIR-BITACORA.

       REGISTRAR-BITACORA-NOM.
           MOVE WS-BIT-OPERACION  TO BIT-OPERACION
           MOVE NOMINA-ID         TO BIT-LLAVE
           MOVE REGISTRO-NOMINA   TO BIT-IMAGEN
           MOVE WS-USUARIO-SESION TO BIT-USUARIO
           PERFORM ESCRIBIR-BITACORA.

       ESCRIBIR-BITACORA.
           MOVE NOMINA-DEPARTAMENTO  TO AUN-NVO-DEPARTAMENTO
           MOVE NOMINA-PUESTO        TO AUN-NVO-PUESTO
           MOVE NOMINA-FECHA-INGRESO TO AUN-NVO-FECHA-INGRESO
           MOVE WS-USUARIO-SESION    TO AUN-USUARIO
           WRITE REGISTRO-AUD-NOMINA
           IF FS-AUD-NOMINA NOT = "00"
               DISPLAY "Aviso: no se pudo escribir la auditoría de "
               "|" DELIMITED BY SIZE
               DIRECCION                DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               " USR=" DELIMITED BY SIZE
               WS-USUARIO-SESION        DELIMITED BY SIZE
               INTO REGISTRO-AUDITORIA
           END-STRING
           WRITE REGISTRO-AUDITORIA
                   MOVE "M" TO WS-BIT-OPERACION
                   PERFORM REGISTRAR-BITACORA-EMP
           END-REWRITE.

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
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUD
                   MOVE WS-AUD-AAAAMMDD TO OPE-ULTIMO-ACCESO
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
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUD
               MOVE WS-AUD-AAAAMMDD     TO ACC-FECHA
               MOVE WS-AUD-HHMMSS       TO ACC-HORA
               MOVE "MODIFY-EMPLOYEE"   TO ACC-PROGRAMA
               MOVE WS-USUARIO-SESION   TO ACC-USUARIO
               MOVE WS-RESULTADO-ACCESO TO ACC-RESULTADO
               MOVE WS-MOTIVO-ACCESO    TO ACC-MOTIVO
               WRITE REGISTRO-ACCESO
               IF FS-ACCESOS NOT = "00"
                   DISPLAY "Aviso: no se pudo registrar el acceso, "
                       "estado " FS-ACCESOS
               END-IF
           END-IF.
