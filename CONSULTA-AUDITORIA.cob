          05 AUD-NVO-TELEFONO      PIC X(12).
          05 FILLER                PIC X.
          05 AUD-NVO-DIRECCION     PIC X(50).
          05 FILLER                PIC X(6).
          05 AUD-USUARIO           PIC X(8).
          05 FILLER                PIC X(1).
       FD REPORTE-AUDITORIA.
       01 LINEA-REPORTE PIC X(132).
       FD AUDITORIA-NOMINA.
          05 AUN-NVO-DEPARTAMENTO   PIC X(20).
          05 AUN-NVO-PUESTO         PIC X(20).
          05 AUN-NVO-FECHA-INGRESO  PIC 9(8).
          05 AUN-USUARIO            PIC X(8).

       WORKING-STORAGE SECTION.
       77 FS-AUDITORIA          PIC X(02).
       77 FS-AUD-NOMINA         PIC X(02).
       77 WS-OPCION-MENU        PIC X.
       77 WS-ID-BUSCADO         PIC 9(5).
       77 WS-USUARIO-BUSCADO    PIC X(8).
       77 WS-FECHA-DESDE        PIC 9(8).
       77 WS-FECHA-HASTA        PIC 9(8).
       77 WS-FIN-AUDITORIA      PIC X.
          05 CAM-HORA        PIC X(6).
          05 FILLER          PIC X(5)  VALUE " ID: ".
          05 CAM-ID          PIC ZZZZ9.
          05 FILLER          PIC X(10) VALUE " Usuario: ".
          05 CAM-USUARIO     PIC X(8).

       01 LINEA-CAMPO.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 CNO-PROGRAMA    PIC X(20).
          05 FILLER          PIC X(7)  VALUE " Oper: ".
          05 CNO-OPERACION   PIC X(13).
          05 FILLER          PIC X(10) VALUE " Usuario: ".
          05 CNO-USUARIO     PIC X(8).

       01 LINEA-SALARIO.
          05 FILLER          PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL WS-OPCION-MENU = "7"
               DISPLAY " "
               DISPLAY "=== Consulta de Auditoria ==="
               DISPLAY "1. Cambios de un empleado"
               DISPLAY "2. Cambios entre dos fechas"
               DISPLAY "3. Cambios de nomina de un empleado"
               DISPLAY "4. Cambios de nomina entre dos fechas"
               DISPLAY "5. Cambios hechos por un usuario"
               DISPLAY "6. Cambios de nomina hechos por un usuario"
               DISPLAY "7. Salir"
               DISPLAY "Seleccione una opcion: "
               ACCEPT WS-OPCION-MENU
               EVALUATE WS-OPCION-MENU
                   WHEN "4"
                       PERFORM CONSULTAR-NOMINA-FECHAS
                   WHEN "5"
                       PERFORM CONSULTAR-POR-USUARIO
                   WHEN "6"
                       PERFORM CONSULTAR-NOMINA-USUARIO
                   WHEN "7"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion invalida."
       CONSULTAR-POR-EMPLEADO.
           DISPLAY "Ingrese el ID del empleado: "
           ACCEPT WS-ID-BUSCADO
           MOVE SPACES TO WS-USUARIO-BUSCADO
           MOVE ZERO TO WS-FECHA-DESDE
           MOVE 99999999 TO WS-FECHA-HASTA
           MOVE SPACES TO ENC-CRITERIO
           DISPLAY "Ingrese la fecha final (AAAAMMDD): "
           ACCEPT WS-FECHA-HASTA
           MOVE ZERO TO WS-ID-BUSCADO
           MOVE SPACES TO WS-USUARIO-BUSCADO
           MOVE SPACES TO ENC-CRITERIO
           STRING "  Del " DELIMITED BY SIZE
               WS-FECHA-DESDE DELIMITED BY SIZE
       CONSULTAR-NOMINA-EMPLEADO.
           DISPLAY "Ingrese el ID del empleado: "
           ACCEPT WS-ID-BUSCADO
           MOVE SPACES TO WS-USUARIO-BUSCADO
           MOVE ZERO TO WS-FECHA-DESDE
           MOVE 99999999 TO WS-FECHA-HASTA
           MOVE SPACES TO ENC-CRITERIO
           DISPLAY "Ingrese la fecha final (AAAAMMDD): "
           ACCEPT WS-FECHA-HASTA
           MOVE ZERO TO WS-ID-BUSCADO
           MOVE SPACES TO WS-USUARIO-BUSCADO
           MOVE SPACES TO ENC-CRITERIO
           STRING "  Nomina del " DELIMITED BY SIZE
               WS-FECHA-DESDE DELIMITED BY SIZE
           END-STRING
           PERFORM RECORRER-AUD-NOMINA.

       CONSULTAR-POR-USUARIO.
           DISPLAY "Ingrese el usuario: "
           ACCEPT WS-USUARIO-BUSCADO
           MOVE ZERO TO WS-ID-BUSCADO
           MOVE ZERO TO WS-FECHA-DESDE
           MOVE 99999999 TO WS-FECHA-HASTA
           MOVE SPACES TO ENC-CRITERIO
           STRING "  Usuario: " DELIMITED BY SIZE
               WS-USUARIO-BUSCADO DELIMITED BY SIZE
               INTO ENC-CRITERIO
           END-STRING
           PERFORM RECORRER-AUDITORIA.

       CONSULTAR-NOMINA-USUARIO.
           DISPLAY "Ingrese el usuario: "
           ACCEPT WS-USUARIO-BUSCADO
           MOVE ZERO TO WS-ID-BUSCADO
           MOVE ZERO TO WS-FECHA-DESDE
           MOVE 99999999 TO WS-FECHA-HASTA
           MOVE SPACES TO ENC-CRITERIO
           STRING "  Nomina, usuario: " DELIMITED BY SIZE
               WS-USUARIO-BUSCADO DELIMITED BY SIZE
               INTO ENC-CRITERIO
           END-STRING
           PERFORM RECORRER-AUD-NOMINA.

       RECORRER-AUD-NOMINA.
           MOVE ZERO TO WS-REGISTROS-LEIDOS
           MOVE ZERO TO WS-CAMBIOS-LISTADOS
                   OR AUN-FECHA > WS-FECHA-HASTA
               MOVE "N" TO WS-REGISTRO-CUMPLE
           END-IF
           IF WS-USUARIO-BUSCADO NOT = SPACES
                   AND AUN-USUARIO NOT = WS-USUARIO-BUSCADO
               MOVE "N" TO WS-REGISTRO-CUMPLE
           END-IF
           IF WS-REGISTRO-CUMPLE = "S"
               ADD 1 TO WS-CAMBIOS-LISTADOS
               PERFORM IMPRIMIR-CAMBIO-NOMINA
           MOVE AUN-HORA     TO CNO-HORA
           MOVE AUN-ID       TO CNO-ID
           MOVE AUN-PROGRAMA TO CNO-PROGRAMA
           MOVE AUN-USUARIO  TO CNO-USUARIO
           EVALUATE AUN-OPERACION
               WHEN "A"
                   MOVE "ALTA        " TO CNO-OPERACION
                   OR AUD-FECHA > WS-FECHA-HASTA
               MOVE "N" TO WS-REGISTRO-CUMPLE
           END-IF
           IF WS-USUARIO-BUSCADO NOT = SPACES
                   AND AUD-USUARIO NOT = WS-USUARIO-BUSCADO
               MOVE "N" TO WS-REGISTRO-CUMPLE
           END-IF
           IF WS-REGISTRO-CUMPLE = "S"
               ADD 1 TO WS-CAMBIOS-LISTADOS
               PERFORM IMPRIMIR-CAMBIO
           MOVE AUD-FECHA TO CAM-FECHA
           MOVE AUD-HORA  TO CAM-HORA
           MOVE AUD-ID    TO CAM-ID
           MOVE AUD-USUARIO TO CAM-USUARIO
           WRITE LINEA-REPORTE FROM LINEA-CAMBIO
           IF AUD-ANT-NOMBRE NOT = AUD-NVO-NOMBRE
               MOVE "NOMBRE"           TO CMP-CAMPO
