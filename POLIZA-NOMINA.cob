       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLIZA-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT EMPLEADO-NOMINA ASSIGN TO "NOMINA.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NOMINA-ID
           FILE STATUS IS FS-NOMINA.
       SELECT PAGOS-HISTORICO ASSIGN TO "PAGOS-HIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAGO-CLAVE
           FILE STATUS IS FS-PAGOS-HIST.
       SELECT DEDUC-HISTORICO ASSIGN TO "PAGOS-DEDUC.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PDH-CLAVE
           FILE STATUS IS FS-DEDUC-HIST.
       SELECT CONTROL-NOMINA ASSIGN TO "CONTROL-NOM.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-PERIODO
           FILE STATUS IS FS-CONTROL.
       SELECT CUENTAS-CONTABLES ASSIGN TO "CUENTAS-CONT.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FS-CUENTAS.
       SELECT ARCHIVO-POLIZA ASSIGN TO "POLIZA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-POLIZA.
       SELECT REPORTE-POLIZA ASSIGN TO "POLIZA.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADO-NOMINA.
       01 REGISTRO-NOMINA.
          05 NOMINA-ID              PIC 9(5).
          05 NOMINA-SALARIO         PIC 9(7)V99.
          05 NOMINA-DEPARTAMENTO    PIC X(20).
          05 NOMINA-PUESTO          PIC X(20).
          05 NOMINA-FECHA-INGRESO   PIC 9(8).
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
       FD DEDUC-HISTORICO.
       01 REGISTRO-DEDUC-HIST.
          05 PDH-CLAVE.
             10 PDH-PERIODO         PIC 9(8).
             10 PDH-ID              PIC 9(5).
             10 PDH-CONCEPTO        PIC X(2).
          05 PDH-MONTO              PIC 9(7)V99.
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
       FD CUENTAS-CONTABLES.
       01 REGISTRO-CUENTA.
          05 CTA-CLAVE.
             10 CTA-CONCEPTO        PIC X(4).
             10 CTA-DEPTO           PIC X(20).
          05 CTA-CUENTA             PIC X(20).
          05 CTA-DESCRIPCION        PIC X(30).
       FD ARCHIVO-POLIZA.
       01 REGISTRO-POLIZA.
          05 POL-TIPO               PIC X.
          05 POL-DATOS              PIC X(99).
          05 POL-CABECERA REDEFINES POL-DATOS.
             10 POL-PERIODO         PIC 9(8).
             10 POL-FECHA           PIC 9(8).
             10 POL-CONCEPTO-POL    PIC X(40).
             10 FILLER              PIC X(43).
          05 POL-DETALLE REDEFINES POL-DATOS.
             10 POL-CUENTA          PIC X(20).
             10 POL-CONCEPTO        PIC X(4).
             10 POL-DEPTO           PIC X(20).
             10 POL-CARGO           PIC 9(13)V99.
             10 POL-ABONO           PIC 9(13)V99.
             10 POL-DESCRIPCION     PIC X(25).
          05 POL-COLA REDEFINES POL-DATOS.
             10 POL-PERIODO-COLA    PIC 9(8).
             10 POL-RENGLONES       PIC 9(5).
             10 POL-TOTAL-CARGO     PIC 9(13)V99.
             10 POL-TOTAL-ABONO     PIC 9(13)V99.
             10 FILLER              PIC X(56).
       FD REPORTE-POLIZA.
       01 LINEA-REPORTE PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-NOMINA             PIC X(02).
       77 FS-PAGOS-HIST         PIC X(02).
       77 FS-DEDUC-HIST         PIC X(02).
       77 FS-CONTROL            PIC X(02).
       77 FS-CUENTAS            PIC X(02).
       77 FS-POLIZA             PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 WS-DEDUC-ABIERTO      PIC X.
       77 WS-PERIODO-OK         PIC X.
       77 WS-PERIODO-PAGO       PIC 9(8).
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-FIN-PAGOS          PIC X.
       77 WS-FIN-DEDUC          PIC X.
       77 WS-PAGOS-LEIDOS       PIC 9(5) VALUE ZERO.
       77 WS-SUMA-DEDUC         PIC 9(7)V99.
       77 WS-CLAVE-CONCEPTO     PIC X(4).
       77 WS-CLAVE-DEPTO        PIC X(20).
       77 WS-IMPORTE-CARGO      PIC 9(7)V99.
       77 WS-IMPORTE-ABONO      PIC 9(7)V99.
       77 WS-NUM-ASIENTOS       PIC 9(3) VALUE ZERO.
       77 WS-IDX-ASIENTO        PIC 9(3).
       77 WS-ASIENTO-HALLADO    PIC X.
       77 WS-SIN-CUENTA         PIC 9(5) VALUE ZERO.
       77 WS-NUM-INCIDENCIAS    PIC 9(5) VALUE ZERO.
       77 WS-IDX-INCIDENCIA     PIC 9(3).
       77 WS-TEXTO-INCIDENCIA   PIC X(60).
       77 WS-TOTAL-CARGO        PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-ABONO        PIC 9(13)V99 VALUE ZERO.
       77 WS-POLIZA-VALIDA      PIC X.
       77 WS-PASADA             PIC X.
       77 WS-RENGLONES          PIC 9(5) VALUE ZERO.
       77 WS-ERRORES            PIC 9(5) VALUE ZERO.

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 FILLER             PIC X(13).

       01 WS-PERIODO-PARTES.
          05 WS-PER-ANIO        PIC 9(4).
          05 WS-PER-MES         PIC 9(2).
          05 WS-PER-DIA         PIC 9(2).

       01 WS-CONCEPTO-DEDUC.
          05 FILLER             PIC X VALUE "D".
          05 WS-CD-CLAVE        PIC X(2).
          05 FILLER             PIC X VALUE SPACE.

       01 WS-TABLA-ASIENTOS.
          05 WS-ASIENTO-ENT OCCURS 300.
             10 WS-ASI-CONCEPTO PIC X(4).
             10 WS-ASI-DEPTO    PIC X(20).
             10 WS-ASI-CUENTA   PIC X(20).
             10 WS-ASI-DESC     PIC X(30).
             10 WS-ASI-MAPEADO  PIC X.
             10 WS-ASI-CARGO    PIC 9(13)V99.
             10 WS-ASI-ABONO    PIC 9(13)V99.

       01 WS-TABLA-INCIDENCIAS.
          05 WS-INCIDENCIA-ENT OCCURS 100.
             10 WS-INC-ID       PIC 9(5).
             10 WS-INC-TEXTO    PIC X(60).

       01 ENCABEZADO-1.
          05 FILLER          PIC X(42) VALUE
             "POLIZA DE NOMINA".
          05 FILLER          PIC X(9)  VALUE "Periodo: ".
          05 ENC-PERIODO     PIC 9(8).
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE "Fecha: ".
          05 ENC-FECHA       PIC 9(8).

       01 ENCABEZADO-2.
          05 FILLER          PIC X(22) VALUE "CUENTA".
          05 FILLER          PIC X(6)  VALUE "CONC".
          05 FILLER          PIC X(22) VALUE "DEPARTAMENTO".
          05 FILLER          PIC X(32) VALUE "DESCRIPCION".
          05 FILLER          PIC X(20) VALUE "             CARGO".
          05 FILLER          PIC X(20) VALUE "             ABONO".

       01 LINEA-ASIENTO.
          05 DET-CUENTA      PIC X(20).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-CONCEPTO    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-DEPTO       PIC X(20).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-DESC        PIC X(30).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-CARGO       PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 DET-ABONO       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-SUMAS.
          05 FILLER          PIC X(82) VALUE
             "SUMAS IGUALES".
          05 SUM-CARGO       PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 SUM-ABONO       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-INCIDENCIA.
          05 FILLER          PIC X(4)  VALUE "ID: ".
          05 INC-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 INC-TEXTO       PIC X(60).

       01 LINEA-ESTADO.
          05 EST-TEXTO       PIC X(60).

       01 LINEA-FIRMAS.
          05 FILLER          PIC X(30) VALUE ALL "_".
          05 FILLER          PIC X(10) VALUE SPACES.
          05 FILLER          PIC X(30) VALUE ALL "_".
          05 FILLER          PIC X(10) VALUE SPACES.
          05 FILLER          PIC X(30) VALUE ALL "_".

       01 LINEA-FIRMAS-TEXTO.
          05 FILLER          PIC X(40) VALUE "Elaboro".
          05 FILLER          PIC X(40) VALUE "Reviso".
          05 FILLER          PIC X(30) VALUE "Autorizo".

       01 LINEA-TOTAL.
          05 TOT-TEXTO       PIC X(45).
          05 TOT-CANTIDAD    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT PAGOS-HISTORICO
           IF FS-PAGOS-HIST NOT = "00"
               DISPLAY "Error al abrir PAGOS-HIST.dat, estado: "
                   FS-PAGOS-HIST
               STOP RUN
           END-IF
           OPEN INPUT EMPLEADO-NOMINA
           IF FS-NOMINA NOT = "00"
               DISPLAY "Error al abrir NOMINA.dat, estado: "
                   FS-NOMINA
               CLOSE PAGOS-HISTORICO
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS-CONTABLES
           IF FS-CUENTAS NOT = "00"
               DISPLAY "Error al abrir CUENTAS-CONT.dat, estado: "
                   FS-CUENTAS
               DISPLAY "Asigne las cuentas con MANTENIMIENTO-CUENTAS."
               CLOSE PAGOS-HISTORICO
               CLOSE EMPLEADO-NOMINA
               STOP RUN
           END-IF
           OPEN INPUT DEDUC-HISTORICO
           IF FS-DEDUC-HIST = "00"
               MOVE "S" TO WS-DEDUC-ABIERTO
           ELSE
               MOVE "N" TO WS-DEDUC-ABIERTO
               DISPLAY "Aviso: no se pudo abrir PAGOS-DEDUC.dat "
                   "(estado " FS-DEDUC-HIST "); las otras "
                   "deducciones no tendran detalle por concepto."
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY
           DISPLAY "Ingrese el periodo a contabilizar (AAAAMMDD; "
               "aguinaldo = AAAA1299, finiquitos = AAAAMM98): "
           ACCEPT WS-PERIODO-PAGO
           MOVE WS-PERIODO-PAGO TO WS-PERIODO-PARTES
           PERFORM VERIFICAR-PERIODO-CERRADO
           IF WS-PERIODO-OK NOT = "S"
               DISPLAY "Poliza cancelada."
               PERFORM ABANDONAR-POLIZA
           END-IF
           OPEN OUTPUT REPORTE-POLIZA
           IF FS-REPORTE NOT = "00"
               DISPLAY "Error al abrir POLIZA.prt, estado: "
                   FS-REPORTE
               PERFORM ABANDONAR-POLIZA
           END-IF
           PERFORM RECORRER-PAGOS
           PERFORM VALIDAR-POLIZA
           PERFORM IMPRIMIR-POLIZA
           IF WS-POLIZA-VALIDA = "S"
               PERFORM GENERAR-ARCHIVO-POLIZA
           END-IF
           CLOSE REPORTE-POLIZA
           CLOSE PAGOS-HISTORICO
           CLOSE EMPLEADO-NOMINA
           CLOSE CUENTAS-CONTABLES
           IF WS-DEDUC-ABIERTO = "S"
               CLOSE DEDUC-HISTORICO
           END-IF
           DISPLAY "Poliza impresa en POLIZA.prt"
           DISPLAY "Periodo contabilizado:   " WS-PERIODO-PAGO
           DISPLAY "Pagos leidos:            " WS-PAGOS-LEIDOS
           DISPLAY "Conceptos sin cuenta:    " WS-SIN-CUENTA
           DISPLAY "Incidencias:             " WS-NUM-INCIDENCIAS
           DISPLAY "Total cargos:            " WS-TOTAL-CARGO
           DISPLAY "Total abonos:            " WS-TOTAL-ABONO
           IF WS-POLIZA-VALIDA = "S" AND WS-ERRORES = ZERO
               DISPLAY "Poliza generada en POLIZA.txt"
           ELSE
               DISPLAY "No se genero POLIZA.txt; revise POLIZA.prt."
           END-IF
           STOP RUN.

       ABANDONAR-POLIZA.
           CLOSE PAGOS-HISTORICO
           CLOSE EMPLEADO-NOMINA
           CLOSE CUENTAS-CONTABLES
           IF WS-DEDUC-ABIERTO = "S"
               CLOSE DEDUC-HISTORICO
           END-IF
           STOP RUN.

       VERIFICAR-PERIODO-CERRADO.
           MOVE "N" TO WS-PERIODO-OK
           OPEN INPUT CONTROL-NOMINA
           IF FS-CONTROL NOT = "00"
               DISPLAY "Error al abrir CONTROL-NOM.dat, estado: "
                   FS-CONTROL
           ELSE
               MOVE WS-PERIODO-PAGO TO CTL-PERIODO
               READ CONTROL-NOMINA KEY IS CTL-PERIODO
                   INVALID KEY
                       DISPLAY "El periodo " WS-PERIODO-PAGO
                           " no tiene corrida de nomina registrada."
                   NOT INVALID KEY
                       IF CTL-ESTADO = "C"
                           MOVE "S" TO WS-PERIODO-OK
                       ELSE
                           DISPLAY "La corrida del periodo "
                               WS-PERIODO-PAGO " no esta cerrada; "
                               "solo se contabilizan periodos "
                               "cerrados."
                       END-IF
               END-READ
               CLOSE CONTROL-NOMINA
           END-IF.

       RECORRER-PAGOS.
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
                       IF PAGO-PERIODO = WS-PERIODO-PAGO
                           ADD 1 TO WS-PAGOS-LEIDOS
                           PERFORM CONTABILIZAR-PAGO
                       ELSE
                           MOVE "S" TO WS-FIN-PAGOS
                       END-IF
               END-READ
           END-PERFORM.

       CONTABILIZAR-PAGO.
           MOVE PAGO-ID TO NOMINA-ID
           READ EMPLEADO-NOMINA KEY IS NOMINA-ID
               INVALID KEY
                   MOVE "SIN NOMINA.DAT; DEPARTAMENTO DESCONOCIDO"
                       TO WS-TEXTO-INCIDENCIA
                   PERFORM ANOTAR-INCIDENCIA
               NOT INVALID KEY
                   MOVE "SUEL"              TO WS-CLAVE-CONCEPTO
                   MOVE NOMINA-DEPARTAMENTO TO WS-CLAVE-DEPTO
                   MOVE PAGO-BRUTO          TO WS-IMPORTE-CARGO
                   MOVE ZERO                TO WS-IMPORTE-ABONO
                   PERFORM ACUMULAR-ASIENTO
           END-READ
           MOVE SPACES    TO WS-CLAVE-DEPTO
           MOVE ZERO      TO WS-IMPORTE-CARGO
           MOVE "ISR"     TO WS-CLAVE-CONCEPTO
           MOVE PAGO-ISR  TO WS-IMPORTE-ABONO
           PERFORM ACUMULAR-ASIENTO
           MOVE "IMSS"    TO WS-CLAVE-CONCEPTO
           MOVE PAGO-IMSS TO WS-IMPORTE-ABONO
           PERFORM ACUMULAR-ASIENTO
           PERFORM CONTABILIZAR-DEDUCCIONES
           MOVE SPACES    TO WS-CLAVE-DEPTO
           MOVE ZERO      TO WS-IMPORTE-CARGO
           MOVE "NETO"    TO WS-CLAVE-CONCEPTO
           MOVE PAGO-NETO TO WS-IMPORTE-ABONO
           PERFORM ACUMULAR-ASIENTO.

       ANOTAR-INCIDENCIA.
           ADD 1 TO WS-NUM-INCIDENCIAS
           IF WS-NUM-INCIDENCIAS NOT > 100
               MOVE PAGO-ID TO WS-INC-ID(WS-NUM-INCIDENCIAS)
               MOVE WS-TEXTO-INCIDENCIA
                   TO WS-INC-TEXTO(WS-NUM-INCIDENCIAS)
           END-IF.

       CONTABILIZAR-DEDUCCIONES.
           MOVE ZERO TO WS-SUMA-DEDUC
           IF WS-DEDUC-ABIERTO = "S"
               MOVE "N" TO WS-FIN-DEDUC
               MOVE PAGO-PERIODO TO PDH-PERIODO
               MOVE PAGO-ID      TO PDH-ID
               MOVE LOW-VALUES   TO PDH-CONCEPTO
               START DEDUC-HISTORICO KEY IS NOT LESS THAN PDH-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-DEDUC
               END-START
               PERFORM UNTIL WS-FIN-DEDUC = "S"
                   READ DEDUC-HISTORICO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-DEDUC
                       NOT AT END
                           IF PDH-PERIODO = PAGO-PERIODO
                                   AND PDH-ID = PAGO-ID
                               PERFORM CONTABILIZAR-UNA-DEDUCCION
                           ELSE
                               MOVE "S" TO WS-FIN-DEDUC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SUMA-DEDUC NOT = PAGO-OTRAS
               MOVE "OTRAS DEDUCCIONES SIN DETALLE POR CONCEPTO"
                   TO WS-TEXTO-INCIDENCIA
               PERFORM ANOTAR-INCIDENCIA
           END-IF.

       CONTABILIZAR-UNA-DEDUCCION.
           ADD PDH-MONTO TO WS-SUMA-DEDUC
           MOVE PDH-CONCEPTO      TO WS-CD-CLAVE
           MOVE WS-CONCEPTO-DEDUC TO WS-CLAVE-CONCEPTO
           MOVE SPACES            TO WS-CLAVE-DEPTO
           MOVE ZERO              TO WS-IMPORTE-CARGO
           MOVE PDH-MONTO         TO WS-IMPORTE-ABONO
           PERFORM ACUMULAR-ASIENTO.

       ACUMULAR-ASIENTO.
           IF WS-IMPORTE-CARGO > ZERO OR WS-IMPORTE-ABONO > ZERO
               PERFORM BUSCAR-ASIENTO
               IF WS-ASIENTO-HALLADO = "N"
                   PERFORM AGREGAR-ASIENTO
               END-IF
               IF WS-ASIENTO-HALLADO = "S"
                   ADD WS-IMPORTE-CARGO
                       TO WS-ASI-CARGO(WS-IDX-ASIENTO)
                   ADD WS-IMPORTE-ABONO
                       TO WS-ASI-ABONO(WS-IDX-ASIENTO)
                   ADD WS-IMPORTE-CARGO TO WS-TOTAL-CARGO
                   ADD WS-IMPORTE-ABONO TO WS-TOTAL-ABONO
               END-IF
           END-IF.

       BUSCAR-ASIENTO.
           MOVE "N" TO WS-ASIENTO-HALLADO
           MOVE 1 TO WS-IDX-ASIENTO
           PERFORM UNTIL WS-IDX-ASIENTO > WS-NUM-ASIENTOS
                   OR WS-ASIENTO-HALLADO = "S"
               IF WS-ASI-CONCEPTO(WS-IDX-ASIENTO) = WS-CLAVE-CONCEPTO
                       AND WS-ASI-DEPTO(WS-IDX-ASIENTO)
                           = WS-CLAVE-DEPTO
                   MOVE "S" TO WS-ASIENTO-HALLADO
               ELSE
                   ADD 1 TO WS-IDX-ASIENTO
               END-IF
           END-PERFORM.

       AGREGAR-ASIENTO.
           IF WS-NUM-ASIENTOS < 300
               ADD 1 TO WS-NUM-ASIENTOS
               MOVE WS-NUM-ASIENTOS TO WS-IDX-ASIENTO
               MOVE "S" TO WS-ASIENTO-HALLADO
               MOVE WS-CLAVE-CONCEPTO
                   TO WS-ASI-CONCEPTO(WS-IDX-ASIENTO)
               MOVE WS-CLAVE-DEPTO TO WS-ASI-DEPTO(WS-IDX-ASIENTO)
               MOVE ZERO TO WS-ASI-CARGO(WS-IDX-ASIENTO)
               MOVE ZERO TO WS-ASI-ABONO(WS-IDX-ASIENTO)
               MOVE WS-CLAVE-CONCEPTO TO CTA-CONCEPTO
               MOVE WS-CLAVE-DEPTO    TO CTA-DEPTO
               READ CUENTAS-CONTABLES KEY IS CTA-CLAVE
                   INVALID KEY
                       ADD 1 TO WS-SIN-CUENTA
                       MOVE "N" TO WS-ASI-MAPEADO(WS-IDX-ASIENTO)
                       MOVE "*** SIN CUENTA ***"
                           TO WS-ASI-CUENTA(WS-IDX-ASIENTO)
                       MOVE SPACES TO WS-ASI-DESC(WS-IDX-ASIENTO)
                   NOT INVALID KEY
                       MOVE "S" TO WS-ASI-MAPEADO(WS-IDX-ASIENTO)
                       MOVE CTA-CUENTA
                           TO WS-ASI-CUENTA(WS-IDX-ASIENTO)
                       MOVE CTA-DESCRIPCION
                           TO WS-ASI-DESC(WS-IDX-ASIENTO)
               END-READ
           ELSE
               MOVE "DEMASIADOS RENGLONES; CONCEPTO NO REGISTRADO"
                   TO WS-TEXTO-INCIDENCIA
               PERFORM ANOTAR-INCIDENCIA
           END-IF.

       VALIDAR-POLIZA.
           MOVE "S" TO WS-POLIZA-VALIDA
           IF WS-PAGOS-LEIDOS = ZERO
               DISPLAY "El periodo " WS-PERIODO-PAGO " no tiene "
                   "pagos en PAGOS-HIST.dat."
               MOVE "N" TO WS-POLIZA-VALIDA
           END-IF
           IF WS-SIN-CUENTA > ZERO
               DISPLAY "Hay " WS-SIN-CUENTA " conceptos sin cuenta "
                   "contable; asignelos con MANTENIMIENTO-CUENTAS."
               MOVE "N" TO WS-POLIZA-VALIDA
           END-IF
           IF WS-NUM-INCIDENCIAS > ZERO
               DISPLAY "Hay " WS-NUM-INCIDENCIAS " pagos que no se "
                   "pudieron contabilizar completos."
               MOVE "N" TO WS-POLIZA-VALIDA
           END-IF
           IF WS-TOTAL-CARGO NOT = WS-TOTAL-ABONO
               DISPLAY "La poliza no cuadra: cargos " WS-TOTAL-CARGO
                   " abonos " WS-TOTAL-ABONO
               MOVE "N" TO WS-POLIZA-VALIDA
           END-IF.

       IMPRIMIR-POLIZA.
           MOVE WS-PERIODO-PAGO TO ENC-PERIODO
           MOVE WS-FECHA-HOY    TO ENC-FECHA
           WRITE LINEA-REPORTE FROM ENCABEZADO-1
           WRITE LINEA-REPORTE FROM ENCABEZADO-2
           MOVE ALL "-" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "C" TO WS-PASADA
           PERFORM IMPRIMIR-ASIENTOS
           MOVE "A" TO WS-PASADA
           PERFORM IMPRIMIR-ASIENTOS
           MOVE ALL "-" TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-TOTAL-CARGO TO SUM-CARGO
           MOVE WS-TOTAL-ABONO TO SUM-ABONO
           WRITE LINEA-REPORTE FROM LINEA-SUMAS
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           IF WS-NUM-INCIDENCIAS > ZERO
               PERFORM IMPRIMIR-INCIDENCIAS
           END-IF
           MOVE "Pagos contabilizados:                        "
               TO TOT-TEXTO
           MOVE WS-PAGOS-LEIDOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Conceptos sin cuenta contable:               "
               TO TOT-TEXTO
           MOVE WS-SIN-CUENTA TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           IF WS-POLIZA-VALIDA = "S"
               MOVE "POLIZA CUADRADA; SE GENERA POLIZA.TXT"
                   TO EST-TEXTO
           ELSE
               MOVE "*** POLIZA RECHAZADA; NO SE GENERA POLIZA.TXT"
                   TO EST-TEXTO
           END-IF
           WRITE LINEA-REPORTE FROM LINEA-ESTADO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM LINEA-FIRMAS
           WRITE LINEA-REPORTE FROM LINEA-FIRMAS-TEXTO.

       IMPRIMIR-ASIENTOS.
           MOVE 1 TO WS-IDX-ASIENTO
           PERFORM UNTIL WS-IDX-ASIENTO > WS-NUM-ASIENTOS
               IF (WS-PASADA = "C"
                       AND WS-ASI-CARGO(WS-IDX-ASIENTO) > ZERO)
                   OR (WS-PASADA = "A"
                       AND WS-ASI-ABONO(WS-IDX-ASIENTO) > ZERO)
                   MOVE WS-ASI-CUENTA(WS-IDX-ASIENTO)   TO DET-CUENTA
                   MOVE WS-ASI-CONCEPTO(WS-IDX-ASIENTO)
                       TO DET-CONCEPTO
                   MOVE WS-ASI-DEPTO(WS-IDX-ASIENTO)    TO DET-DEPTO
                   MOVE WS-ASI-DESC(WS-IDX-ASIENTO)     TO DET-DESC
                   IF WS-PASADA = "C"
                       MOVE WS-ASI-CARGO(WS-IDX-ASIENTO) TO DET-CARGO
                       MOVE ZERO TO DET-ABONO
                   ELSE
                       MOVE ZERO TO DET-CARGO
                       MOVE WS-ASI-ABONO(WS-IDX-ASIENTO) TO DET-ABONO
                   END-IF
                   WRITE LINEA-REPORTE FROM LINEA-ASIENTO
               END-IF
               ADD 1 TO WS-IDX-ASIENTO
           END-PERFORM.

       IMPRIMIR-INCIDENCIAS.
           MOVE "INCIDENCIAS QUE IMPIDEN GENERAR LA POLIZA:"
               TO EST-TEXTO
           WRITE LINEA-REPORTE FROM LINEA-ESTADO
           MOVE 1 TO WS-IDX-INCIDENCIA
           PERFORM UNTIL WS-IDX-INCIDENCIA > WS-NUM-INCIDENCIAS
                   OR WS-IDX-INCIDENCIA > 100
               MOVE WS-INC-ID(WS-IDX-INCIDENCIA)    TO INC-ID
               MOVE WS-INC-TEXTO(WS-IDX-INCIDENCIA) TO INC-TEXTO
               WRITE LINEA-REPORTE FROM LINEA-INCIDENCIA
               ADD 1 TO WS-IDX-INCIDENCIA
           END-PERFORM
           IF WS-NUM-INCIDENCIAS > 100
               MOVE "(SE LISTAN SOLO LAS PRIMERAS 100)" TO EST-TEXTO
               WRITE LINEA-REPORTE FROM LINEA-ESTADO
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE.

       GENERAR-ARCHIVO-POLIZA.
           OPEN OUTPUT ARCHIVO-POLIZA
           IF FS-POLIZA NOT = "00"
               DISPLAY "Error al abrir POLIZA.txt, estado: "
                   FS-POLIZA
               ADD 1 TO WS-ERRORES
           ELSE
               MOVE SPACES TO REGISTRO-POLIZA
               MOVE "H"             TO POL-TIPO
               MOVE WS-PERIODO-PAGO TO POL-PERIODO
               MOVE WS-FECHA-HOY    TO POL-FECHA
               MOVE "POLIZA DE NOMINA" TO POL-CONCEPTO-POL
               WRITE REGISTRO-POLIZA
               MOVE "C" TO WS-PASADA
               PERFORM ESCRIBIR-RENGLONES
               MOVE "A" TO WS-PASADA
               PERFORM ESCRIBIR-RENGLONES
               MOVE SPACES TO REGISTRO-POLIZA
               MOVE "T"             TO POL-TIPO
               MOVE WS-PERIODO-PAGO TO POL-PERIODO-COLA
               MOVE WS-RENGLONES    TO POL-RENGLONES
               MOVE WS-TOTAL-CARGO  TO POL-TOTAL-CARGO
               MOVE WS-TOTAL-ABONO  TO POL-TOTAL-ABONO
               WRITE REGISTRO-POLIZA
               IF FS-POLIZA NOT = "00"
                   DISPLAY "Error al escribir la cola de control de "
                       "POLIZA.txt, estado: " FS-POLIZA
                   ADD 1 TO WS-ERRORES
               END-IF
               CLOSE ARCHIVO-POLIZA
           END-IF.

       ESCRIBIR-RENGLONES.
           MOVE 1 TO WS-IDX-ASIENTO
           PERFORM UNTIL WS-IDX-ASIENTO > WS-NUM-ASIENTOS
               IF (WS-PASADA = "C"
                       AND WS-ASI-CARGO(WS-IDX-ASIENTO) > ZERO)
                   OR (WS-PASADA = "A"
                       AND WS-ASI-ABONO(WS-IDX-ASIENTO) > ZERO)
                   MOVE SPACES TO REGISTRO-POLIZA
                   MOVE "D" TO POL-TIPO
                   MOVE WS-ASI-CUENTA(WS-IDX-ASIENTO)   TO POL-CUENTA
                   MOVE WS-ASI-CONCEPTO(WS-IDX-ASIENTO)
                       TO POL-CONCEPTO
                   MOVE WS-ASI-DEPTO(WS-IDX-ASIENTO)    TO POL-DEPTO
                   MOVE WS-ASI-DESC(WS-IDX-ASIENTO)
                       TO POL-DESCRIPCION
                   IF WS-PASADA = "C"
                       MOVE WS-ASI-CARGO(WS-IDX-ASIENTO) TO POL-CARGO
                       MOVE ZERO TO POL-ABONO
                   ELSE
                       MOVE ZERO TO POL-CARGO
                       MOVE WS-ASI-ABONO(WS-IDX-ASIENTO) TO POL-ABONO
                   END-IF
                   WRITE REGISTRO-POLIZA
                   IF FS-POLIZA NOT = "00"
                       DISPLAY "Error al escribir POLIZA.txt, "
                           "estado: " FS-POLIZA
                       ADD 1 TO WS-ERRORES
                   ELSE
                       ADD 1 TO WS-RENGLONES
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-ASIENTO
           END-PERFORM.
