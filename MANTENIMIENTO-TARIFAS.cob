       SELECT REPORTE-TARIFAS ASSIGN TO "TARIFAS.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.
       SELECT TARIFAS-ANUAL-ARCHIVO ASSIGN TO "TARIFAS-ANUAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TAN-FECHA-EFECTIVA
           FILE STATUS IS FS-TARIFAS-ANUAL.
       SELECT REPORTE-ANUAL ASSIGN TO "TARIFAS-ANUAL.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE-ANUAL.
       SELECT TARIFAS-PATRON-ARCHIVO ASSIGN TO "TARIFAS-PATRON.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TPA-FECHA-EFECTIVA
           FILE STATUS IS FS-TARIFAS-PATRON.
       SELECT REPORTE-PATRON ASSIGN TO "TARIFAS-PATRON.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE-PATRON.
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
             10 TAR-PORCENTAJE      PIC 9V9999.
       FD REPORTE-TARIFAS.
       01 LINEA-REPORTE PIC X(132).
       FD TARIFAS-ANUAL-ARCHIVO.
       01 REGISTRO-TARIFA-ANUAL.
          05 TAN-FECHA-EFECTIVA     PIC 9(8).
          05 TAN-RENGLON OCCURS 4.
             10 TAN-LIM-SUP         PIC 9(9)V99.
             10 TAN-CUOTA-FIJA      PIC 9(9)V99.
             10 TAN-PORCENTAJE      PIC 9V9999.
       FD REPORTE-ANUAL.
       01 LINEA-ANUAL PIC X(132).
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
       FD REPORTE-PATRON.
       01 LINEA-PATRON PIC X(132).
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
       77 FS-TARIFAS            PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 FS-TARIFAS-ANUAL      PIC X(02).
       77 FS-REPORTE-ANUAL      PIC X(02).
       77 FS-TARIFAS-PATRON     PIC X(02).
       77 FS-REPORTE-PATRON     PIC X(02).
       77 WS-OPCION-MENU        PIC X.
       77 WS-FECHA-CAPTURA      PIC 9(8).
       77 WS-IDX-RENGLON        PIC 9(2).
       77 WS-FIN-TARIFAS        PIC X.
       77 WS-TABLAS-LISTADAS    PIC 9(5).
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

       01 ENCABEZADO-1.
          05 FILLER          PIC X(45) VALUE
          05 FILLER          PIC X(7)  VALUE " Tasa: ".
          05 REN-TASA        PIC 9.9999.

       01 ENCABEZADO-ANUAL.
          05 FILLER          PIC X(45) VALUE
             "TABLAS ANUALES DE ISR POR FECHA EFECTIVA".

       01 LINEA-TABLA-ANUAL.
          05 FILLER          PIC X(17) VALUE "Vigente desde el ".
          05 TAN-TAB-FECHA   PIC 9(8).

       01 LINEA-RENGLON-ANUAL.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 RAN-NUMERO      PIC 9.
          05 FILLER          PIC X(10) VALUE " Hasta:   ".
          05 RAN-LIMITE      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(13) VALUE " Cuota fija: ".
          05 RAN-CUOTA       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(7)  VALUE " Tasa: ".
          05 RAN-TASA        PIC 9.9999.

       01 ENCABEZADO-PATRON.
          05 FILLER          PIC X(50) VALUE
             "TABLAS DE CUOTAS PATRONALES POR FECHA EFECTIVA".

       01 LINEA-TABLA-PATRON.
          05 FILLER          PIC X(17) VALUE "Vigente desde el ".
          05 TPA-TAB-FECHA   PIC 9(8).
          05 FILLER          PIC X(24) VALUE
             "  Tope mensual de base: ".
          05 TPA-TAB-TOPE    PIC Z,ZZZ,ZZ9.99.

       01 LINEA-TASA-PATRON.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 TPR-CONCEPTO    PIC X(40).
          05 TPR-TASA        PIC 9.999999.

       01 LINEA-TOTAL.
          05 TOT-TEXTO       PIC X(45).
          05 TOT-CANTIDAD    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM INICIAR-SESION
           OPEN I-O TARIFAS-ARCHIVO
           IF FS-TARIFAS = "35"
               OPEN OUTPUT TARIFAS-ARCHIVO
                   FS-TARIFAS
               STOP RUN
           END-IF
           OPEN I-O TARIFAS-ANUAL-ARCHIVO
           IF FS-TARIFAS-ANUAL = "35"
               OPEN OUTPUT TARIFAS-ANUAL-ARCHIVO
               CLOSE TARIFAS-ANUAL-ARCHIVO
               OPEN I-O TARIFAS-ANUAL-ARCHIVO
           END-IF
           IF FS-TARIFAS-ANUAL NOT = "00"
               DISPLAY "Error al abrir TARIFAS-ANUAL.dat, estado: "
                   FS-TARIFAS-ANUAL
               CLOSE TARIFAS-ARCHIVO
               STOP RUN
           END-IF
           OPEN I-O TARIFAS-PATRON-ARCHIVO
           IF FS-TARIFAS-PATRON = "35"
               OPEN OUTPUT TARIFAS-PATRON-ARCHIVO
               CLOSE TARIFAS-PATRON-ARCHIVO
               OPEN I-O TARIFAS-PATRON-ARCHIVO
           END-IF
           IF FS-TARIFAS-PATRON NOT = "00"
               DISPLAY "Error al abrir TARIFAS-PATRON.dat, estado: "
                   FS-TARIFAS-PATRON
               CLOSE TARIFAS-ARCHIVO
               CLOSE TARIFAS-ANUAL-ARCHIVO
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OPCION-MENU = "9"
               DISPLAY " "
               DISPLAY "=== Tablas de ISR e IMSS ==="
               DISPLAY "1. Alta de tabla con fecha efectiva"
               DISPLAY "2. Crear la tabla inicial (valores "
                   "historicos)"
               DISPLAY "3. Listar tablas"
               DISPLAY "4. Alta de tabla anual de ISR"
               DISPLAY "5. Crear la tabla anual inicial"
               DISPLAY "6. Listar tablas anuales"
               DISPLAY "7. Alta de tabla de cuotas patronales"
               DISPLAY "8. Listar tablas de cuotas patronales"
               DISPLAY "9. Salir"
               DISPLAY "Seleccione una opcion: "
               ACCEPT WS-OPCION-MENU
               IF (WS-OPCION-MENU = "1" OR WS-OPCION-MENU = "2"
                       OR WS-OPCION-MENU = "4" OR WS-OPCION-MENU = "5"
                       OR WS-OPCION-MENU = "7")
                       AND WS-ROL-SESION NOT = "A"
                   DISPLAY "El rol del operador no permite esta "
                       "opcion."
               ELSE
                   EVALUATE WS-OPCION-MENU
                       WHEN "1"
                           PERFORM ALTA-TABLA
                       WHEN "2"
                           PERFORM CREAR-TABLA-INICIAL
                       WHEN "3"
                           PERFORM LISTAR-TABLAS
                       WHEN "4"
                           PERFORM ALTA-TABLA-ANUAL
                       WHEN "5"
                           PERFORM CREAR-TABLA-ANUAL-INICIAL
                       WHEN "6"
                           PERFORM LISTAR-TABLAS-ANUALES
                       WHEN "7"
                           PERFORM ALTA-TABLA-PATRON
                       WHEN "8"
                           PERFORM LISTAR-TABLAS-PATRON
                       WHEN "9"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion invalida."
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE TARIFAS-ARCHIVO
           CLOSE TARIFAS-ANUAL-ARCHIVO
           CLOSE TARIFAS-PATRON-ARCHIVO
           STOP RUN.

       ALTA-TABLA.
               WRITE LINEA-REPORTE FROM LINEA-RENGLON
               ADD 1 TO WS-IDX-RENGLON
           END-PERFORM.

       ALTA-TABLA-ANUAL.
           DISPLAY "Ingrese la fecha efectiva de la tabla anual "
               "(AAAAMMDD): "
           ACCEPT WS-FECHA-CAPTURA
           MOVE WS-FECHA-CAPTURA TO TAN-FECHA-EFECTIVA
           READ TARIFAS-ANUAL-ARCHIVO KEY IS TAN-FECHA-EFECTIVA
               INVALID KEY
                   MOVE WS-FECHA-CAPTURA TO TAN-FECHA-EFECTIVA
                   PERFORM CAPTURAR-TABLA-ANUAL
                   WRITE REGISTRO-TARIFA-ANUAL
                       INVALID KEY
                           DISPLAY "Error al grabar la tabla anual, "
                               "estado: " FS-TARIFAS-ANUAL
                       NOT INVALID KEY
                           DISPLAY "Tabla anual grabada "
                               "correctamente."
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Ya existe una tabla anual con esa fecha "
                       "efectiva; reemplazandola."
                   PERFORM CAPTURAR-TABLA-ANUAL
                   REWRITE REGISTRO-TARIFA-ANUAL
                       INVALID KEY
                           DISPLAY "Error al reemplazar la tabla "
                               "anual, estado: " FS-TARIFAS-ANUAL
                       NOT INVALID KEY
                           DISPLAY "Tabla anual reemplazada "
                               "correctamente."
                   END-REWRITE
           END-READ.

       CAPTURAR-TABLA-ANUAL.
           MOVE 1 TO WS-IDX-RENGLON
           PERFORM UNTIL WS-IDX-RENGLON > 4
               DISPLAY "Renglon anual " WS-IDX-RENGLON " de 4"
               IF WS-IDX-RENGLON = 4
                   DISPLAY "Limite superior anual (ultimo renglon, "
                       "use 999999999.99): "
               ELSE
                   DISPLAY "Limite superior anual del renglon: "
               END-IF
               ACCEPT TAN-LIM-SUP(WS-IDX-RENGLON)
               DISPLAY "Cuota fija anual del renglon: "
               ACCEPT TAN-CUOTA-FIJA(WS-IDX-RENGLON)
               DISPLAY "Tasa sobre el excedente (p.ej. 0.1000): "
               ACCEPT TAN-PORCENTAJE(WS-IDX-RENGLON)
               ADD 1 TO WS-IDX-RENGLON
           END-PERFORM.

       CREAR-TABLA-ANUAL-INICIAL.
           MOVE 19000101 TO TAN-FECHA-EFECTIVA
           READ TARIFAS-ANUAL-ARCHIVO KEY IS TAN-FECHA-EFECTIVA
               INVALID KEY
                   PERFORM ARMAR-TABLA-ANUAL-INICIAL
                   WRITE REGISTRO-TARIFA-ANUAL
                       INVALID KEY
                           DISPLAY "Error al grabar la tabla anual "
                               "inicial, estado: " FS-TARIFAS-ANUAL
                       NOT INVALID KEY
                           DISPLAY "Tabla anual inicial creada con "
                               "fecha efectiva 19000101."
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "La tabla anual inicial (19000101) ya "
                       "existe; no se modifica."
           END-READ.

       ARMAR-TABLA-ANUAL-INICIAL.
           MOVE 19000101     TO TAN-FECHA-EFECTIVA
           MOVE 96000.00     TO TAN-LIM-SUP(1)
           MOVE ZERO         TO TAN-CUOTA-FIJA(1)
           MOVE 0.0500       TO TAN-PORCENTAJE(1)
           MOVE 192000.00    TO TAN-LIM-SUP(2)
           MOVE 4800.00      TO TAN-CUOTA-FIJA(2)
           MOVE 0.1000       TO TAN-PORCENTAJE(2)
           MOVE 360000.00    TO TAN-LIM-SUP(3)
           MOVE 14400.00     TO TAN-CUOTA-FIJA(3)
           MOVE 0.1500       TO TAN-PORCENTAJE(3)
           MOVE 999999999.99 TO TAN-LIM-SUP(4)
           MOVE 39600.00     TO TAN-CUOTA-FIJA(4)
           MOVE 0.2000       TO TAN-PORCENTAJE(4).

       LISTAR-TABLAS-ANUALES.
           MOVE ZERO TO WS-TABLAS-LISTADAS
           OPEN OUTPUT REPORTE-ANUAL
           IF FS-REPORTE-ANUAL NOT = "00"
               DISPLAY "No se pudo abrir TARIFAS-ANUAL.prt, estado: "
                   FS-REPORTE-ANUAL
           ELSE
               WRITE LINEA-ANUAL FROM ENCABEZADO-ANUAL
               MOVE ALL "-" TO LINEA-ANUAL
               WRITE LINEA-ANUAL
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
                           ADD 1 TO WS-TABLAS-LISTADAS
                           PERFORM LISTAR-UNA-TABLA-ANUAL
                   END-READ
               END-PERFORM
               MOVE SPACES TO LINEA-ANUAL
               WRITE LINEA-ANUAL
               MOVE "Tablas anuales registradas:                  "
                   TO TOT-TEXTO
               MOVE WS-TABLAS-LISTADAS TO TOT-CANTIDAD
               WRITE LINEA-ANUAL FROM LINEA-TOTAL
               CLOSE REPORTE-ANUAL
               DISPLAY "Listado generado en TARIFAS-ANUAL.prt"
               DISPLAY "Tablas listadas: " WS-TABLAS-LISTADAS
           END-IF.

       LISTAR-UNA-TABLA-ANUAL.
           MOVE SPACES TO LINEA-ANUAL
           WRITE LINEA-ANUAL
           MOVE TAN-FECHA-EFECTIVA TO TAN-TAB-FECHA
           WRITE LINEA-ANUAL FROM LINEA-TABLA-ANUAL
           MOVE 1 TO WS-IDX-RENGLON
           PERFORM UNTIL WS-IDX-RENGLON > 4
               MOVE WS-IDX-RENGLON TO RAN-NUMERO
               MOVE TAN-LIM-SUP(WS-IDX-RENGLON)    TO RAN-LIMITE
               MOVE TAN-CUOTA-FIJA(WS-IDX-RENGLON) TO RAN-CUOTA
               MOVE TAN-PORCENTAJE(WS-IDX-RENGLON) TO RAN-TASA
               WRITE LINEA-ANUAL FROM LINEA-RENGLON-ANUAL
               ADD 1 TO WS-IDX-RENGLON
           END-PERFORM.

       ALTA-TABLA-PATRON.
           DISPLAY "Ingrese la fecha efectiva de las cuotas "
               "patronales (AAAAMMDD): "
           ACCEPT WS-FECHA-CAPTURA
           MOVE WS-FECHA-CAPTURA TO TPA-FECHA-EFECTIVA
           READ TARIFAS-PATRON-ARCHIVO KEY IS TPA-FECHA-EFECTIVA
               INVALID KEY
                   MOVE WS-FECHA-CAPTURA TO TPA-FECHA-EFECTIVA
                   PERFORM CAPTURAR-TABLA-PATRON
                   WRITE REGISTRO-TARIFA-PATRON
                       INVALID KEY
                           DISPLAY "Error al grabar las cuotas "
                               "patronales, estado: "
                               FS-TARIFAS-PATRON
                       NOT INVALID KEY
                           DISPLAY "Cuotas patronales grabadas "
                               "correctamente."
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Ya existe una tabla de cuotas patronales "
                       "con esa fecha efectiva; reemplazandola."
                   PERFORM CAPTURAR-TABLA-PATRON
                   REWRITE REGISTRO-TARIFA-PATRON
                       INVALID KEY
                           DISPLAY "Error al reemplazar las cuotas "
                               "patronales, estado: "
                               FS-TARIFAS-PATRON
                       NOT INVALID KEY
                           DISPLAY "Cuotas patronales reemplazadas "
                               "correctamente."
                   END-REWRITE
           END-READ.

       CAPTURAR-TABLA-PATRON.
           DISPLAY "Tasas sobre el salario del mes (p.ej. 0.017500)"
           DISPLAY "IMSS enfermedad y maternidad: "
           ACCEPT TPA-TASA-ENF-MAT
           DISPLAY "IMSS invalidez y vida: "
           ACCEPT TPA-TASA-INV-VIDA
           DISPLAY "IMSS riesgos de trabajo (prima de la empresa): "
           ACCEPT TPA-TASA-RIESGO
           DISPLAY "IMSS guarderias y prestaciones sociales: "
           ACCEPT TPA-TASA-GUARDERIA
           DISPLAY "RCV retiro: "
           ACCEPT TPA-TASA-RETIRO
           DISPLAY "RCV cesantia en edad avanzada y vejez: "
           ACCEPT TPA-TASA-CESANTIA
           DISPLAY "INFONAVIT: "
           ACCEPT TPA-TASA-INFONAVIT
           DISPLAY "Impuesto estatal sobre nomina: "
           ACCEPT TPA-TASA-NOMINA
           DISPLAY "Tope mensual de la base de IMSS, RCV e INFONAVIT "
               "(0 = sin tope): "
           ACCEPT TPA-TOPE-MENSUAL.

       LISTAR-TABLAS-PATRON.
           MOVE ZERO TO WS-TABLAS-LISTADAS
           OPEN OUTPUT REPORTE-PATRON
           IF FS-REPORTE-PATRON NOT = "00"
               DISPLAY "No se pudo abrir TARIFAS-PATRON.prt, estado: "
                   FS-REPORTE-PATRON
           ELSE
               WRITE LINEA-PATRON FROM ENCABEZADO-PATRON
               MOVE ALL "-" TO LINEA-PATRON
               WRITE LINEA-PATRON
               MOVE "N" TO WS-FIN-TARIFAS
               MOVE LOW-VALUES TO TPA-FECHA-EFECTIVA
               START TARIFAS-PATRON-ARCHIVO KEY IS NOT LESS THAN
                       TPA-FECHA-EFECTIVA
                   INVALID KEY
                       MOVE "S" TO WS-FIN-TARIFAS
               END-START
               PERFORM UNTIL WS-FIN-TARIFAS = "S"
                   READ TARIFAS-PATRON-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-TARIFAS
                       NOT AT END
                           ADD 1 TO WS-TABLAS-LISTADAS
                           PERFORM LISTAR-UNA-TABLA-PATRON
                   END-READ
               END-PERFORM
               MOVE SPACES TO LINEA-PATRON
               WRITE LINEA-PATRON
               MOVE "Tablas de cuotas patronales registradas:     "
                   TO TOT-TEXTO
               MOVE WS-TABLAS-LISTADAS TO TOT-CANTIDAD
               WRITE LINEA-PATRON FROM LINEA-TOTAL
               CLOSE REPORTE-PATRON
               DISPLAY "Listado generado en TARIFAS-PATRON.prt"
               DISPLAY "Tablas listadas: " WS-TABLAS-LISTADAS
           END-IF.

       LISTAR-UNA-TABLA-PATRON.
           MOVE SPACES TO LINEA-PATRON
           WRITE LINEA-PATRON
           MOVE TPA-FECHA-EFECTIVA TO TPA-TAB-FECHA
           MOVE TPA-TOPE-MENSUAL   TO TPA-TAB-TOPE
           WRITE LINEA-PATRON FROM LINEA-TABLA-PATRON
           MOVE "IMSS enfermedad y maternidad:" TO TPR-CONCEPTO
           MOVE TPA-TASA-ENF-MAT TO TPR-TASA
           WRITE LINEA-PATRON FROM LINEA-TASA-PATRON
           MOVE "IMSS invalidez y vida:" TO TPR-CONCEPTO
           MOVE TPA-TASA-INV-VIDA TO TPR-TASA
           WRITE LINEA-PATRON FROM LINEA-TASA-PATRON
           MOVE "IMSS riesgos de trabajo:" TO TPR-CONCEPTO
           MOVE TPA-TASA-RIESGO TO TPR-TASA
           WRITE LINEA-PATRON FROM LINEA-TASA-PATRON
           MOVE "IMSS guarderias y prestaciones sociales:"
               TO TPR-CONCEPTO
           MOVE TPA-TASA-GUARDERIA TO TPR-TASA
           WRITE LINEA-PATRON FROM LINEA-TASA-PATRON
           MOVE "RCV retiro:" TO TPR-CONCEPTO
           MOVE TPA-TASA-RETIRO TO TPR-TASA
           WRITE LINEA-PATRON FROM LINEA-TASA-PATRON
           MOVE "RCV cesantia en edad avanzada y vejez:"
               TO TPR-CONCEPTO
           MOVE TPA-TASA-CESANTIA TO TPR-TASA
           WRITE LINEA-PATRON FROM LINEA-TASA-PATRON
           MOVE "INFONAVIT:" TO TPR-CONCEPTO
           MOVE TPA-TASA-INFONAVIT TO TPR-TASA
           WRITE LINEA-PATRON FROM LINEA-TASA-PATRON
           MOVE "Impuesto estatal sobre nomina:" TO TPR-CONCEPTO
           MOVE TPA-TASA-NOMINA TO TPR-TASA
           WRITE LINEA-PATRON FROM LINEA-TASA-PATRON.

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
               MOVE "MANTENIMIENTO-TARIFAS"
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
