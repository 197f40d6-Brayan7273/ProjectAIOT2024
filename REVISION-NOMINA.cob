       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADOS-ARCHIVO ASSIGN TO "PHYSICAL-FILE.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMPLEADO-ID
           ALTERNATE RECORD KEY IS APELLIDO-EMPLEADO WITH DUPLICATES
           FILE STATUS IS FS-EMPLEADOS.
       SELECT PAGOS-HISTORICO ASSIGN TO "PAGOS-HIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAGO-CLAVE
           FILE STATUS IS FS-PAGOS-HIST.
       SELECT PAGOS-ANTERIOR ASSIGN TO "PAGOS-HIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-CLAVE
           FILE STATUS IS FS-PAGOS-ANT.
       SELECT CONTROL-NOMINA ASSIGN TO "CONTROL-NOM.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-PERIODO
           FILE STATUS IS FS-CONTROL.
       SELECT REPORTE-REVISION ASSIGN TO "REVISION.prt"
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
       FD PAGOS-ANTERIOR.
       01 REGISTRO-PAGO-ANT.
          05 ANT-CLAVE.
             10 ANT-PERIODO         PIC 9(8).
             10 ANT-ID              PIC 9(5).
          05 ANT-BRUTO              PIC 9(7)V99.
          05 ANT-ISR                PIC 9(7)V99.
          05 ANT-IMSS               PIC 9(7)V99.
          05 ANT-OTRAS              PIC 9(7)V99.
          05 ANT-NETO               PIC 9(7)V99.
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
       FD REPORTE-REVISION.
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
       77 FS-EMPLEADOS          PIC X(02).
       77 FS-PAGOS-HIST         PIC X(02).
       77 FS-PAGOS-ANT          PIC X(02).
       77 FS-CONTROL            PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 WS-CONFIRMA           PIC X.
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-PERIODO-PAGO       PIC 9(8).
       77 WS-PERIODO-ANTERIOR   PIC 9(8).
       77 WS-TIPO-ACTUAL        PIC 9(2).
       77 WS-TIPO-CONTROL       PIC 9(2).
       77 WS-HAY-ANTERIOR       PIC X.
       77 WS-FIN-CONTROL        PIC X.
       77 WS-FIN-PAGOS          PIC X.
       77 WS-EMP-OBSERVADO      PIC X.
       77 WS-PCT-LIMITE         PIC 9(3)V99.
       77 WS-IMPORTE-LIMITE     PIC 9(7)V99.
       77 WS-PCT-OMISION        PIC 9(3)V99 VALUE 10.
       77 WS-IMPORTE-OMISION    PIC 9(7)V99 VALUE 1000.
       77 WS-MONTO-ANTERIOR     PIC 9(7)V99.
       77 WS-MONTO-ACTUAL       PIC 9(7)V99.
       77 WS-DIFERENCIA         PIC S9(7)V99.
       77 WS-DIF-ABSOLUTA       PIC 9(7)V99.
       77 WS-PCT-VARIACION      PIC 9(4)V99.
       77 WS-NOMBRE-CONCEPTO    PIC X(6).
       77 WS-NOMBRE-COMPLETO    PIC X(40).
       77 WS-NOTA               PIC X(30).
       77 WS-MAX-LINEAS         PIC 9(2) VALUE 20.
       77 WS-LINEAS-PAGINA      PIC 9(2) VALUE ZERO.
       77 WS-NUM-PAGINA         PIC 9(3) VALUE ZERO.
       77 WS-EMPLEADOS-ACTUAL   PIC 9(5) VALUE ZERO.
       77 WS-EMPLEADOS-ANTERIOR PIC 9(5) VALUE ZERO.
       77 WS-OBSERVADOS         PIC 9(5) VALUE ZERO.
       77 WS-VARIACIONES        PIC 9(5) VALUE ZERO.
       77 WS-NUEVOS             PIC 9(5) VALUE ZERO.
       77 WS-AUSENTES           PIC 9(5) VALUE ZERO.
       77 WS-NETOS-CERO         PIC 9(5) VALUE ZERO.
       77 WS-NETO-ACTUAL        PIC 9(13)V99 VALUE ZERO.
       77 WS-NETO-ANTERIOR      PIC 9(13)V99 VALUE ZERO.
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

       01 WS-PERIODO-PARTES.
          05 WS-PER-ANIO        PIC 9(4).
          05 WS-PER-MES         PIC 9(2).
          05 WS-PER-DIA         PIC 9(2).

       01 WS-CONTROL-PARTES.
          05 WS-CPE-ANIO        PIC 9(4).
          05 WS-CPE-MES         PIC 9(2).
          05 WS-CPE-DIA         PIC 9(2).

       01 ENCABEZADO-1.
          05 FILLER          PIC X(44) VALUE
             "REVISION DE VARIACIONES ANTES DE DISPERSAR".
          05 FILLER          PIC X(7)  VALUE "Fecha: ".
          05 ENC-FECHA       PIC 9(8).
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE "Pagina: ".
          05 ENC-PAGINA      PIC ZZ9.

       01 ENCABEZADO-2.
          05 FILLER          PIC X(9)  VALUE "Periodo: ".
          05 ENC-PERIODO     PIC 9(8).
          05 FILLER          PIC X(14) VALUE "  Anterior:   ".
          05 ENC-ANTERIOR    PIC 9(8).
          05 FILLER          PIC X(18) VALUE "  Limites:  pct > ".
          05 ENC-PCT         PIC ZZ9.99.
          05 FILLER          PIC X(14) VALUE "  o importe > ".
          05 ENC-IMPORTE     PIC Z,ZZZ,ZZ9.99.

       01 ENCABEZADO-3.
          05 FILLER          PIC X(7)  VALUE "ID".
          05 FILLER          PIC X(32) VALUE "NOMBRE".
          05 FILLER          PIC X(8)  VALUE "CONCEPTO".
          05 FILLER          PIC X(14) VALUE "      ANTERIOR".
          05 FILLER          PIC X(14) VALUE "        ACTUAL".
          05 FILLER          PIC X(15) VALUE "    DIFERENCIA".
          05 FILLER          PIC X(10) VALUE "      PCT".
          05 FILLER          PIC X(30) VALUE " OBSERVACION".

       01 LINEA-DETALLE.
          05 DET-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-NOMBRE      PIC X(30).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-CONCEPTO    PIC X(6).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-ANTERIOR    PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-ACTUAL      PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-DIFERENCIA  PIC -Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-PCT         PIC ZZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-NOTA        PIC X(30).

       01 LINEA-TOTAL.
          05 TOT-TEXTO       PIC X(45).
          05 TOT-CANTIDAD    PIC ZZZZ9.

       01 LINEA-TOTAL-IMPORTE.
          05 TIM-TEXTO       PIC X(45).
          05 TIM-IMPORTE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM INICIAR-SESION
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF FS-EMPLEADOS NOT = "00"
               DISPLAY "Error al abrir PHYSICAL-FILE.dat, estado: "
                   FS-EMPLEADOS
               STOP RUN
           END-IF
           OPEN INPUT PAGOS-HISTORICO
           IF FS-PAGOS-HIST NOT = "00"
               DISPLAY "Error al abrir PAGOS-HIST.dat, estado: "
                   FS-PAGOS-HIST
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN
           END-IF
           OPEN INPUT PAGOS-ANTERIOR
           IF FS-PAGOS-ANT NOT = "00"
               DISPLAY "Error al abrir PAGOS-HIST.dat, estado: "
                   FS-PAGOS-ANT
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE PAGOS-HISTORICO
               STOP RUN
           END-IF
           OPEN I-O CONTROL-NOMINA
           IF FS-CONTROL NOT = "00"
               DISPLAY "Error al abrir CONTROL-NOM.dat, estado: "
                   FS-CONTROL
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE PAGOS-HISTORICO
               CLOSE PAGOS-ANTERIOR
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY
           DISPLAY "Ingrese el periodo a revisar (AAAAMMDD; "
               "aguinaldo = AAAA1299, finiquitos = AAAAMM98): "
           ACCEPT WS-PERIODO-PAGO
           MOVE WS-PERIODO-PAGO TO WS-PERIODO-PARTES
           IF WS-PER-DIA < 98
               MOVE ZERO TO WS-TIPO-ACTUAL
           ELSE
               MOVE WS-PER-DIA TO WS-TIPO-ACTUAL
           END-IF
           PERFORM BUSCAR-PERIODO-ANTERIOR
           MOVE WS-PERIODO-PAGO TO CTL-PERIODO
           READ CONTROL-NOMINA KEY IS CTL-PERIODO
               INVALID KEY
                   DISPLAY "El periodo " WS-PERIODO-PAGO
                       " no tiene corrida de nomina registrada."
                   PERFORM ABANDONAR-REVISION
           END-READ
           IF CTL-ESTADO NOT = "C"
               DISPLAY "La corrida del periodo " WS-PERIODO-PAGO
                   " no esta cerrada; no se puede revisar."
               PERFORM ABANDONAR-REVISION
           END-IF
           IF CTL-DISPERSION NOT = SPACE
               DISPLAY "Aviso: el periodo ya tuvo una dispersion; "
                   "la aprobacion aplica a los pagos no enviados."
           END-IF
           DISPLAY "Porcentaje de variacion a observar "
               "(0 = " WS-PCT-OMISION "): "
           ACCEPT WS-PCT-LIMITE
           IF WS-PCT-LIMITE = ZERO
               MOVE WS-PCT-OMISION TO WS-PCT-LIMITE
           END-IF
           DISPLAY "Importe de variacion a observar "
               "(0 = " WS-IMPORTE-OMISION "): "
           ACCEPT WS-IMPORTE-LIMITE
           IF WS-IMPORTE-LIMITE = ZERO
               MOVE WS-IMPORTE-OMISION TO WS-IMPORTE-LIMITE
           END-IF
           OPEN OUTPUT REPORTE-REVISION
           IF FS-REPORTE NOT = "00"
               DISPLAY "Error al abrir REVISION.prt, estado: "
                   FS-REPORTE
               PERFORM ABANDONAR-REVISION
           END-IF
           PERFORM IMPRIMIR-ENCABEZADOS
           PERFORM REVISAR-PERIODO-ACTUAL
           IF WS-HAY-ANTERIOR = "S"
               PERFORM REVISAR-AUSENTES
           END-IF
           PERFORM IMPRIMIR-TOTALES
           CLOSE REPORTE-REVISION
           DISPLAY "Reporte generado en REVISION.prt"
           DISPLAY "Periodo revisado:        " WS-PERIODO-PAGO
           DISPLAY "Periodo anterior:        " WS-PERIODO-ANTERIOR
           DISPLAY "Empleados del periodo:   " WS-EMPLEADOS-ACTUAL
           DISPLAY "Empleados observados:    " WS-OBSERVADOS
           DISPLAY "Variaciones fuera de rango: " WS-VARIACIONES
           DISPLAY "Nuevos en el periodo:    " WS-NUEVOS
           DISPLAY "Sin pago este periodo:   " WS-AUSENTES
           DISPLAY "Netos en cero:           " WS-NETOS-CERO
           DISPLAY "¿Aprueba el periodo para dispersion? (S/N)"
           ACCEPT WS-CONFIRMA
           PERFORM REGISTRAR-REVISION
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE PAGOS-HISTORICO
           CLOSE PAGOS-ANTERIOR
           CLOSE CONTROL-NOMINA
           STOP RUN.

       ABANDONAR-REVISION.
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE PAGOS-HISTORICO
           CLOSE PAGOS-ANTERIOR
           CLOSE CONTROL-NOMINA
           STOP RUN.

       BUSCAR-PERIODO-ANTERIOR.
           MOVE "N" TO WS-HAY-ANTERIOR
           MOVE ZERO TO WS-PERIODO-ANTERIOR
           MOVE "N" TO WS-FIN-CONTROL
           MOVE ZERO TO CTL-PERIODO
           START CONTROL-NOMINA KEY IS NOT LESS THAN CTL-PERIODO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CONTROL
           END-START
           PERFORM UNTIL WS-FIN-CONTROL = "S"
               READ CONTROL-NOMINA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CONTROL
                   NOT AT END
                       IF CTL-PERIODO NOT < WS-PERIODO-PAGO
                           MOVE "S" TO WS-FIN-CONTROL
                       ELSE
                           PERFORM EXAMINAR-CONTROL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HAY-ANTERIOR = "N"
               DISPLAY "Aviso: no hay un periodo anterior cerrado "
                   "del mismo tipo; solo se revisan netos en cero."
           END-IF.

       EXAMINAR-CONTROL.
           MOVE CTL-PERIODO TO WS-CONTROL-PARTES
           IF WS-CPE-DIA < 98
               MOVE ZERO TO WS-TIPO-CONTROL
           ELSE
               MOVE WS-CPE-DIA TO WS-TIPO-CONTROL
           END-IF
           IF CTL-ESTADO = "C" AND WS-TIPO-CONTROL = WS-TIPO-ACTUAL
               MOVE "S" TO WS-HAY-ANTERIOR
               MOVE CTL-PERIODO TO WS-PERIODO-ANTERIOR
           END-IF.

       REVISAR-PERIODO-ACTUAL.
           MOVE "N" TO WS-FIN-PAGOS
           MOVE WS-PERIODO-PAGO TO PAGO-PERIODO
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
                       IF PAGO-PERIODO NOT = WS-PERIODO-PAGO
                           MOVE "S" TO WS-FIN-PAGOS
                       ELSE
                           PERFORM REVISAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-EMPLEADO.
           ADD 1 TO WS-EMPLEADOS-ACTUAL
           ADD PAGO-NETO TO WS-NETO-ACTUAL
           MOVE "N" TO WS-EMP-OBSERVADO
           MOVE PAGO-ID TO EMPLEADO-ID
           PERFORM ARMAR-NOMBRE
           IF PAGO-NETO = ZERO
               ADD 1 TO WS-NETOS-CERO
               MOVE "NETO"         TO WS-NOMBRE-CONCEPTO
               MOVE ZERO           TO WS-MONTO-ANTERIOR
               MOVE ZERO           TO WS-MONTO-ACTUAL
               MOVE ZERO           TO WS-DIFERENCIA
               MOVE ZERO           TO WS-PCT-VARIACION
               MOVE "NETO EN CERO" TO WS-NOTA
               PERFORM IMPRIMIR-OBSERVACION
           END-IF
           IF WS-HAY-ANTERIOR = "S"
               MOVE WS-PERIODO-ANTERIOR TO ANT-PERIODO
               MOVE PAGO-ID             TO ANT-ID
               READ PAGOS-ANTERIOR KEY IS ANT-CLAVE
                   INVALID KEY
                       ADD 1 TO WS-NUEVOS
                       MOVE "NETO"      TO WS-NOMBRE-CONCEPTO
                       MOVE ZERO        TO WS-MONTO-ANTERIOR
                       MOVE PAGO-NETO   TO WS-MONTO-ACTUAL
                       MOVE PAGO-NETO   TO WS-DIFERENCIA
                       MOVE ZERO        TO WS-PCT-VARIACION
                       MOVE "NO COBRO EL PERIODO ANTERIOR"
                           TO WS-NOTA
                       PERFORM IMPRIMIR-OBSERVACION
                   NOT INVALID KEY
                       MOVE "BRUTO"     TO WS-NOMBRE-CONCEPTO
                       MOVE ANT-BRUTO   TO WS-MONTO-ANTERIOR
                       MOVE PAGO-BRUTO  TO WS-MONTO-ACTUAL
                       PERFORM COMPARAR-CONCEPTO
                       MOVE "ISR"       TO WS-NOMBRE-CONCEPTO
                       MOVE ANT-ISR     TO WS-MONTO-ANTERIOR
                       MOVE PAGO-ISR    TO WS-MONTO-ACTUAL
                       PERFORM COMPARAR-CONCEPTO
                       MOVE "OTRAS"     TO WS-NOMBRE-CONCEPTO
                       MOVE ANT-OTRAS   TO WS-MONTO-ANTERIOR
                       MOVE PAGO-OTRAS  TO WS-MONTO-ACTUAL
                       PERFORM COMPARAR-CONCEPTO
                       MOVE "NETO"      TO WS-NOMBRE-CONCEPTO
                       MOVE ANT-NETO    TO WS-MONTO-ANTERIOR
                       MOVE PAGO-NETO   TO WS-MONTO-ACTUAL
                       PERFORM COMPARAR-CONCEPTO
               END-READ
           END-IF.

       COMPARAR-CONCEPTO.
           COMPUTE WS-DIFERENCIA = WS-MONTO-ACTUAL - WS-MONTO-ANTERIOR
           IF WS-DIFERENCIA < ZERO
               COMPUTE WS-DIF-ABSOLUTA = ZERO - WS-DIFERENCIA
           ELSE
               MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
           END-IF
           IF WS-MONTO-ANTERIOR > ZERO
               IF WS-DIF-ABSOLUTA > WS-MONTO-ANTERIOR * 99
                   MOVE 9999.99 TO WS-PCT-VARIACION
               ELSE
                   COMPUTE WS-PCT-VARIACION ROUNDED =
                       WS-DIF-ABSOLUTA * 100 / WS-MONTO-ANTERIOR
               END-IF
           ELSE
               IF WS-DIF-ABSOLUTA > ZERO
                   MOVE 9999.99 TO WS-PCT-VARIACION
               ELSE
                   MOVE ZERO TO WS-PCT-VARIACION
               END-IF
           END-IF
           IF WS-PCT-VARIACION > WS-PCT-LIMITE
                   OR WS-DIF-ABSOLUTA > WS-IMPORTE-LIMITE
               ADD 1 TO WS-VARIACIONES
               IF WS-DIFERENCIA < ZERO
                   MOVE "DISMINUCION FUERA DE RANGO" TO WS-NOTA
               ELSE
                   MOVE "AUMENTO FUERA DE RANGO" TO WS-NOTA
               END-IF
               PERFORM IMPRIMIR-OBSERVACION
           END-IF.

       REVISAR-AUSENTES.
           MOVE "N" TO WS-FIN-PAGOS
           MOVE WS-PERIODO-ANTERIOR TO ANT-PERIODO
           MOVE ZERO TO ANT-ID
           START PAGOS-ANTERIOR KEY IS NOT LESS THAN ANT-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PAGOS
           END-START
           PERFORM UNTIL WS-FIN-PAGOS = "S"
               READ PAGOS-ANTERIOR NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PAGOS
                   NOT AT END
                       IF ANT-PERIODO NOT = WS-PERIODO-ANTERIOR
                           MOVE "S" TO WS-FIN-PAGOS
                       ELSE
                           PERFORM REVISAR-AUSENTE
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-AUSENTE.
           ADD 1 TO WS-EMPLEADOS-ANTERIOR
           ADD ANT-NETO TO WS-NETO-ANTERIOR
           MOVE WS-PERIODO-PAGO TO PAGO-PERIODO
           MOVE ANT-ID          TO PAGO-ID
           READ PAGOS-HISTORICO KEY IS PAGO-CLAVE
               INVALID KEY
                   ADD 1 TO WS-AUSENTES
                   MOVE "N" TO WS-EMP-OBSERVADO
                   MOVE ANT-ID TO EMPLEADO-ID
                   PERFORM ARMAR-NOMBRE
                   MOVE "NETO"   TO WS-NOMBRE-CONCEPTO
                   MOVE ANT-NETO TO WS-MONTO-ANTERIOR
                   MOVE ZERO     TO WS-MONTO-ACTUAL
                   COMPUTE WS-DIFERENCIA = ZERO - ANT-NETO
                   MOVE ZERO     TO WS-PCT-VARIACION
                   MOVE "NO COBRA ESTE PERIODO" TO WS-NOTA
                   PERFORM IMPRIMIR-OBSERVACION
           END-READ.

       IMPRIMIR-OBSERVACION.
           IF WS-EMP-OBSERVADO = "N"
               MOVE "S" TO WS-EMP-OBSERVADO
               ADD 1 TO WS-OBSERVADOS
           END-IF
           IF WS-LINEAS-PAGINA >= WS-MAX-LINEAS
               PERFORM IMPRIMIR-SALTO-PAGINA
           END-IF
           MOVE EMPLEADO-ID        TO DET-ID
           MOVE WS-NOMBRE-COMPLETO TO DET-NOMBRE
           MOVE WS-NOMBRE-CONCEPTO TO DET-CONCEPTO
           MOVE WS-MONTO-ANTERIOR  TO DET-ANTERIOR
           MOVE WS-MONTO-ACTUAL    TO DET-ACTUAL
           MOVE WS-DIFERENCIA      TO DET-DIFERENCIA
           MOVE WS-PCT-VARIACION   TO DET-PCT
           MOVE WS-NOTA            TO DET-NOTA
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           ADD 1 TO WS-LINEAS-PAGINA.

       ARMAR-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADO-ID
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)"
                       TO WS-NOMBRE-COMPLETO
               NOT INVALID KEY
                   STRING NOMBRE-EMPLEADO DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       APELLIDO-EMPLEADO DELIMITED BY "  "
                       INTO WS-NOMBRE-COMPLETO
                   END-STRING
           END-READ.

       REGISTRAR-REVISION.
           MOVE WS-PERIODO-PAGO TO CTL-PERIODO
           READ CONTROL-NOMINA KEY IS CTL-PERIODO
               INVALID KEY
                   DISPLAY "Error al releer el periodo en "
                       "CONTROL-NOM.dat, estado: " FS-CONTROL
               NOT INVALID KEY
                   IF WS-CONFIRMA = "S"
                       MOVE "A" TO CTL-REVISION
                   ELSE
                       MOVE "R" TO CTL-REVISION
                   END-IF
                   MOVE WS-FECHA-HOY  TO CTL-FECHA-REVISION
                   MOVE WS-OBSERVADOS TO CTL-OBSERVADOS
                   MOVE WS-USUARIO-SESION TO CTL-USUARIO-REVISION
                   REWRITE REGISTRO-CONTROL
                       INVALID KEY
                           DISPLAY "Error al registrar la revision "
                               "en CONTROL-NOM.dat, estado: "
                               FS-CONTROL
                       NOT INVALID KEY
                           IF CTL-REVISION = "A"
                               DISPLAY "Periodo aprobado; ya puede "
                                   "correr DISPERSION-NOMINA."
                           ELSE
                               DISPLAY "Periodo revisado SIN "
                                   "aprobar; la dispersion queda "
                                   "bloqueada."
                           END-IF
                   END-REWRITE
           END-READ.

       IMPRIMIR-ENCABEZADOS.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA       TO ENC-PAGINA
           MOVE WS-FECHA-HOY        TO ENC-FECHA
           MOVE WS-PERIODO-PAGO     TO ENC-PERIODO
           MOVE WS-PERIODO-ANTERIOR TO ENC-ANTERIOR
           MOVE WS-PCT-LIMITE       TO ENC-PCT
           MOVE WS-IMPORTE-LIMITE   TO ENC-IMPORTE
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           WRITE LINEA-REPORTE FROM ENCABEZADO-3
           MOVE ALL "-" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE ZERO TO WS-LINEAS-PAGINA.

       IMPRIMIR-SALTO-PAGINA.
           MOVE X"0C" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM IMPRIMIR-ENCABEZADOS.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "Empleados pagados en el periodo:             "
               TO TOT-TEXTO
           MOVE WS-EMPLEADOS-ACTUAL TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Empleados pagados en el periodo anterior:    "
               TO TOT-TEXTO
           MOVE WS-EMPLEADOS-ANTERIOR TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Empleados observados:                        "
               TO TOT-TEXTO
           MOVE WS-OBSERVADOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Variaciones fuera de rango:                  "
               TO TOT-TEXTO
           MOVE WS-VARIACIONES TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Nuevos (sin pago el periodo anterior):       "
               TO TOT-TEXTO
           MOVE WS-NUEVOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Sin pago en este periodo:                    "
               TO TOT-TEXTO
           MOVE WS-AUSENTES TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Netos en cero:                               "
               TO TOT-TEXTO
           MOVE WS-NETOS-CERO TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Neto total del periodo:                      "
               TO TIM-TEXTO
           MOVE WS-NETO-ACTUAL TO TIM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-TOTAL-IMPORTE
           MOVE "Neto total del periodo anterior:             "
               TO TIM-TEXTO
           MOVE WS-NETO-ANTERIOR TO TIM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-TOTAL-IMPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "REVISO Y APRUEBA: _______________________________"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE.

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
               MOVE "REVISION-NOMINA"   TO ACC-PROGRAMA
               MOVE WS-USUARIO-SESION   TO ACC-USUARIO
               MOVE WS-RESULTADO-ACCESO TO ACC-RESULTADO
               MOVE WS-MOTIVO-ACCESO    TO ACC-MOTIVO
               WRITE REGISTRO-ACCESO
               IF FS-ACCESOS NOT = "00"
                   DISPLAY "Aviso: no se pudo registrar el acceso, "
                       "estado " FS-ACCESOS
               END-IF
           END-IF.
