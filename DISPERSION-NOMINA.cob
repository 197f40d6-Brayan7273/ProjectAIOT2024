           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-PERIODO
           FILE STATUS IS FS-CONTROL.
       SELECT ESTADO-PAGOS ASSIGN TO "ESTADO-PAGOS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EPG-CLAVE
           FILE STATUS IS FS-ESTADO-PAGOS.
       SELECT RESULTADO-PASO ASSIGN TO "RESULTADO-PASO.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESULTADO.

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
       FD ESTADO-PAGOS.
       01 REGISTRO-ESTADO-PAGO.
          05 EPG-CLAVE.
             10 EPG-PERIODO         PIC 9(8).
             10 EPG-ID              PIC 9(5).
          05 EPG-ESTADO             PIC X.
          05 EPG-IMPORTE            PIC 9(7)V99.
          05 EPG-BANCO              PIC 9(3).
          05 EPG-CLABE              PIC X(18).
          05 EPG-FECHA-ENVIO        PIC 9(8).
          05 EPG-FECHA-ESTADO       PIC 9(8).
          05 EPG-ENVIOS             PIC 9(2).
          05 EPG-CODIGO             PIC X(3).
          05 EPG-MOTIVO             PIC X(40).
          05 EPG-REFERENCIA         PIC X(20).
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
       77 FS-DISPERSION         PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 FS-CONTROL            PIC X(02).
       77 FS-ESTADO-PAGOS       PIC X(02).
       77 FS-RESULTADO          PIC X(02).
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-YA-ENVIADOS        PIC 9(5) VALUE ZERO.
       77 WS-PENDIENTES         PIC 9(5) VALUE ZERO.
       77 WS-PERIODO-OK         PIC X.
       77 WS-PERIODO-PAGO       PIC 9(8).
       77 WS-FIN-PAGOS          PIC X.
       77 WS-DISPERSADOS        PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-DISPERSADO   PIC 9(13)V99 VALUE ZERO.
       77 WS-NOMBRE-COMPLETO    PIC X(40).

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 WS-HORA-HHMMSS     PIC 9(6).
          05 FILLER             PIC X(7).

       01 WS-PERIODO-PARTES.
          05 WS-PER-ANIO        PIC 9(4).
          05 WS-PER-MES         PIC 9(2).
          05 WS-PER-DIA         PIC 9(2).

       01 ENCABEZADO-1.
          05 FILLER          PIC X(42) VALUE
             "EMPLEADOS SIN CUENTA BANCARIA".
           IF FS-PAGOS-HIST NOT = "00"
               DISPLAY "Error al abrir PAGOS-HIST.dat, estado: "
                   FS-PAGOS-HIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS-BANCO
               DISPLAY "Error al abrir BANCOS.dat, estado: "
                   FS-BANCOS
               CLOSE PAGOS-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLEADOS-ARCHIVO
                   FS-EMPLEADOS
               CLOSE PAGOS-HISTORICO
               CLOSE CUENTAS-BANCO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ESTADO-PAGOS
           IF FS-ESTADO-PAGOS = "35"
               OPEN OUTPUT ESTADO-PAGOS
               CLOSE ESTADO-PAGOS
               OPEN I-O ESTADO-PAGOS
           END-IF
           IF FS-ESTADO-PAGOS NOT = "00"
               DISPLAY "Error al abrir ESTADO-PAGOS.dat, estado: "
                   FS-ESTADO-PAGOS
               CLOSE PAGOS-HISTORICO
               CLOSE CUENTAS-BANCO
               CLOSE EMPLEADOS-ARCHIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY
           DISPLAY "Ingrese el periodo a dispersar (AAAAMMDD; "
               "aguinaldo = AAAA1299, finiquitos = AAAAMM98): "
           ACCEPT WS-PERIODO-PAGO
           MOVE WS-PERIODO-PAGO TO WS-PERIODO-PARTES
           EVALUATE WS-PER-DIA
               WHEN 99
                   DISPLAY "Dispersion del aguinaldo del ejercicio "
                       WS-PER-ANIO
               WHEN 98
                   DISPLAY "Dispersion de finiquitos del mes "
                       WS-PER-MES "/" WS-PER-ANIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM VERIFICAR-PERIODO-CERRADO
           IF WS-PERIODO-OK NOT = "S"
               DISPLAY "Dispersion cancelada."
               CLOSE PAGOS-HISTORICO
               CLOSE CUENTAS-BANCO
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE ESTADO-PAGOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVO-DISPERSION
               CLOSE PAGOS-HISTORICO
               CLOSE CUENTAS-BANCO
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE ESTADO-PAGOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORTE-SIN-CUENTA
               CLOSE PAGOS-HISTORICO
               CLOSE CUENTAS-BANCO
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE ESTADO-PAGOS
               CLOSE ARCHIVO-DISPERSION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO-PAGO TO ENC-PERIODO
           PERFORM RECORRER-PAGOS
           PERFORM ESCRIBIR-COLA
           PERFORM IMPRIMIR-TOTALES
           PERFORM ACTUALIZAR-CONTROL-DISPERSION
           CLOSE PAGOS-HISTORICO
           CLOSE CUENTAS-BANCO
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE ARCHIVO-DISPERSION
           CLOSE REPORTE-SIN-CUENTA
           CLOSE ESTADO-PAGOS
           DISPLAY "Dispersion generada en DISPERSION.txt"
           DISPLAY "Periodo dispersado:      " WS-PERIODO-PAGO
           DISPLAY "Pagos dispersados:       " WS-DISPERSADOS
           DISPLAY "Sin cuenta (a recibo):   " WS-SIN-CUENTA
           DISPLAY "Ya enviados (omitidos):  " WS-YA-ENVIADOS
           DISPLAY "Pagos sin confirmar:     " WS-PENDIENTES
           DISPLAY "Errores de E/S:          " WS-ERRORES
           DISPLAY "Total dispersado:        " WS-TOTAL-DISPERSADO
           PERFORM GRABAR-RESULTADO-PASO
           STOP RUN.

       VERIFICAR-PERIODO-CERRADO.
           OPEN INPUT CONTROL-NOMINA
           IF FS-CONTROL = "35"
               DISPLAY "No existe CONTROL-NOM.dat; no se puede "
                   "comprobar que el periodo este cerrado y "
                   "aprobado."
               MOVE "N" TO WS-PERIODO-OK
           ELSE
               IF FS-CONTROL NOT = "00"
                   DISPLAY "Error al abrir CONTROL-NOM.dat, "
                           DISPLAY "El periodo " WS-PERIODO-PAGO
                               " no tiene corrida de nomina "
                               "registrada."
                           MOVE "N" TO WS-PERIODO-OK
                       NOT INVALID KEY
                           PERFORM VERIFICAR-APROBACION
                   END-READ
                   CLOSE CONTROL-NOMINA
               END-IF
           END-IF.

       VERIFICAR-APROBACION.
           IF CTL-ESTADO NOT = "C"
               DISPLAY "La corrida del periodo " WS-PERIODO-PAGO
                   " quedo marcada en proceso; puede estar "
                   "incompleta."
               MOVE "N" TO WS-PERIODO-OK
           ELSE
               IF CTL-REVISION NOT = "A"
                   DISPLAY "El periodo " WS-PERIODO-PAGO " no tiene "
                       "aprobada la revision de variaciones."
                   DISPLAY "Ejecute REVISION-NOMINA y apruebe el "
                       "periodo antes de dispersar."
                   MOVE "N" TO WS-PERIODO-OK
               ELSE
                   DISPLAY "Revision aprobada el "
                       CTL-FECHA-REVISION " por " CTL-USUARIO-REVISION
                       "; empleados observados: " CTL-OBSERVADOS
               END-IF
           END-IF.

       RECORRER-PAGOS.
           END-PERFORM.

       DISPERSAR-PAGO.
           MOVE PAGO-PERIODO TO EPG-PERIODO
           MOVE PAGO-ID      TO EPG-ID
           READ ESTADO-PAGOS KEY IS EPG-CLAVE
               INVALID KEY
                   PERFORM ARMAR-NOMBRE
                   MOVE PAGO-ID TO BCO-ID
                   READ CUENTAS-BANCO KEY IS BCO-ID
                       INVALID KEY
                           PERFORM LISTAR-SIN-CUENTA
                       NOT INVALID KEY
                           PERFORM ESCRIBIR-DETALLE
                   END-READ
               NOT INVALID KEY
                   ADD 1 TO WS-YA-ENVIADOS
           END-READ.

       GRABAR-ESTADO-PAGO.
           MOVE PAGO-PERIODO TO EPG-PERIODO
           MOVE PAGO-ID      TO EPG-ID
           MOVE PAGO-NETO    TO EPG-IMPORTE
           MOVE WS-FECHA-HOY TO EPG-FECHA-ENVIO
           MOVE WS-FECHA-HOY TO EPG-FECHA-ESTADO
           MOVE SPACES       TO EPG-REFERENCIA
           WRITE REGISTRO-ESTADO-PAGO
               INVALID KEY
                   DISPLAY "Error al registrar el estado del pago "
                       "del ID " PAGO-ID " en ESTADO-PAGOS.dat, "
                       "estado: " FS-ESTADO-PAGOS
                   ADD 1 TO WS-ERRORES
           END-WRITE.

       ARMAR-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           MOVE PAGO-ID TO EMPLEADO-ID
           ELSE
               ADD 1 TO WS-DISPERSADOS
               ADD PAGO-NETO TO WS-TOTAL-DISPERSADO
               MOVE "E"       TO EPG-ESTADO
               MOVE BCO-BANCO TO EPG-BANCO
               MOVE BCO-CLABE TO EPG-CLABE
               MOVE 1         TO EPG-ENVIOS
               MOVE SPACES    TO EPG-CODIGO
               MOVE SPACES    TO EPG-MOTIVO
               PERFORM GRABAR-ESTADO-PAGO
           END-IF.

       LISTAR-SIN-CUENTA.
           MOVE WS-NOMBRE-COMPLETO  TO DET-NOMBRE
           MOVE PAGO-NETO           TO DET-NETO
           MOVE "SE PAGA CON RECIBO IMPRESO" TO DET-NOTA
           WRITE LINEA-REPORTE FROM LINEA-DETALLE
           MOVE "R"    TO EPG-ESTADO
           MOVE ZERO   TO EPG-BANCO
           MOVE SPACES TO EPG-CLABE
           MOVE ZERO   TO EPG-ENVIOS
           MOVE "SC"   TO EPG-CODIGO
           MOVE "SIN CUENTA BANCARIA" TO EPG-MOTIVO
           PERFORM GRABAR-ESTADO-PAGO.

       ESCRIBIR-COLA.
           MOVE SPACES TO REGISTRO-DISPERSION
               TO TOT-TEXTO
           MOVE WS-DISPERSADOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.

       ACTUALIZAR-CONTROL-DISPERSION.
           PERFORM CONTAR-PENDIENTES
           OPEN I-O CONTROL-NOMINA
           IF FS-CONTROL NOT = "00"
               DISPLAY "Aviso: no se pudo abrir CONTROL-NOM.dat "
                   "(estado " FS-CONTROL "); no se registra el "
                   "estado de la dispersion."
           ELSE
               MOVE WS-PERIODO-PAGO TO CTL-PERIODO
               READ CONTROL-NOMINA KEY IS CTL-PERIODO
                   INVALID KEY
                       DISPLAY "Aviso: el periodo no esta en "
                           "CONTROL-NOM.dat; no se registra el "
                           "estado de la dispersion."
                   NOT INVALID KEY
                       IF WS-PENDIENTES = ZERO
                           MOVE "T" TO CTL-DISPERSION
                       ELSE
                           MOVE "E" TO CTL-DISPERSION
                       END-IF
                       MOVE WS-PENDIENTES TO CTL-PAGOS-PENDIENTES
                       REWRITE REGISTRO-CONTROL
                           INVALID KEY
                               DISPLAY "Error al actualizar "
                                   "CONTROL-NOM.dat, estado: "
                                   FS-CONTROL
                       END-REWRITE
               END-READ
               CLOSE CONTROL-NOMINA
           END-IF.

       CONTAR-PENDIENTES.
           MOVE ZERO TO WS-PENDIENTES
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
                           PERFORM EVALUAR-PENDIENTE
                       ELSE
                           MOVE "S" TO WS-FIN-PAGOS
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-PENDIENTE.
           MOVE PAGO-PERIODO TO EPG-PERIODO
           MOVE PAGO-ID      TO EPG-ID
           READ ESTADO-PAGOS KEY IS EPG-CLAVE
               INVALID KEY
                   ADD 1 TO WS-PENDIENTES
               NOT INVALID KEY
                   IF EPG-ESTADO NOT = "A" AND EPG-ESTADO NOT = "O"
                       ADD 1 TO WS-PENDIENTES
                   END-IF
           END-READ.

       GRABAR-RESULTADO-PASO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE "DISPERSION-NOMINA" TO RES-PROGRAMA
           MOVE WS-PERIODO-PAGO TO RES-PERIODO
           MOVE WS-FECHA-AAAAMMDD TO RES-FECHA
           MOVE WS-HORA-HHMMSS    TO RES-HORA
           COMPUTE RES-LEIDOS = WS-DISPERSADOS + WS-SIN-CUENTA
               + WS-YA-ENVIADOS
           MOVE WS-DISPERSADOS TO RES-GRABADOS
           MOVE WS-SIN-CUENTA TO RES-RECHAZOS
           MOVE WS-ERRORES TO RES-ERRORES
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
