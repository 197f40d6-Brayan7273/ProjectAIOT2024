       SELECT ARCHIVO-EXTRACTO ASSIGN TO "EXTRACTO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRACTO.
       SELECT RESULTADO-PASO ASSIGN TO "RESULTADO-PASO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESULTADO.

       DATA DIVISION.
       FILE SECTION.
          05 NOMINA-FECHA-INGRESO   PIC 9(8).
       FD ARCHIVO-EXTRACTO.
       01 REGISTRO-EXTRACTO PIC X(200).
       FD RESULTADO-PASO.
       01 REGISTRO-RESULTADO.
          05 RES-PROGRAMA           PIC X(24).
          05 RES-PERIODO            PIC 9(8).
          05 RES-FECHA              PIC 9(8).
          05 RES-HORA               PIC 9(6).
          05 RES-CODIGO             PIC 9(2).
          05 RES-LEIDOS             PIC 9(7).
          05 RES-GRABADOS           PIC 9(7).
          05 RES-RECHAZOS           PIC 9(7).
          05 RES-ERRORES            PIC 9(7).

       WORKING-STORAGE SECTION.
       77 FS-EMPLEADOS          PIC X(02).
       77 FS-NOMINA             PIC X(02).
       77 FS-EXTRACTO           PIC X(02).
       77 FS-RESULTADO          PIC X(02).
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-EXTRAIDOS          PIC 9(5) VALUE ZERO.
       77 WS-SIN-NOMINA         PIC 9(5) VALUE ZERO.

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 WS-HORA-HHMMSS     PIC 9(6).
          05 FILLER             PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           IF FS-EMPLEADOS NOT = "00"
               DISPLAY "Error al abrir PHYSICAL-FILE.dat, estado: "
                   FS-EMPLEADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLEADO-NOMINA
               DISPLAY "Error al abrir NOMINA.dat, estado: "
                   FS-NOMINA
               CLOSE EMPLEADOS-ARCHIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVO-EXTRACTO
                   FS-EXTRACTO
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           DISPLAY "Empleados extraidos:     " WS-EXTRAIDOS
           DISPLAY "Activos sin nomina:      " WS-SIN-NOMINA
           DISPLAY "Errores de E/S en nomina:" WS-ERRORES-NOMINA
           PERFORM GRABAR-RESULTADO-PASO
           STOP RUN.

       ESCRIBIR-CABECERA.
               INTO REGISTRO-EXTRACTO
           END-STRING
           WRITE REGISTRO-EXTRACTO.

       GRABAR-RESULTADO-PASO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE "EXTRACTO-CONTABLE" TO RES-PROGRAMA
           MOVE ZERO TO RES-PERIODO
           MOVE WS-FECHA-AAAAMMDD TO RES-FECHA
           MOVE WS-HORA-HHMMSS    TO RES-HORA
           COMPUTE RES-LEIDOS = WS-EXTRAIDOS + WS-SIN-NOMINA
               + WS-ERRORES-NOMINA
           MOVE WS-EXTRAIDOS TO RES-GRABADOS
           MOVE WS-SIN-NOMINA TO RES-RECHAZOS
           MOVE WS-ERRORES-NOMINA TO RES-ERRORES
           IF RES-ERRORES > ZERO
               MOVE 4 TO RES-CODIGO
           ELSE
               MOVE ZERO TO RES-CODIGO
           END-IF
           MOVE RES-CODIGO TO RETURN-CODE
           OPEN OUTPUT RESULTADO-PASO
           IF FS-RESULTADO NOT = "00"
               DISPLAY "Aviso: no se pudo grabar RESULTADO-PASO.dat, "
                   "estado: " FS-RESULTADO
           ELSE
               WRITE REGISTRO-RESULTADO
               CLOSE RESULTADO-PASO
           END-IF.
