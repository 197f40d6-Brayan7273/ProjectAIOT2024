           ACCESS IS DYNAMIC
           RECORD KEY IS TAR-FECHA-EFECTIVA
           FILE STATUS IS FS-TARIFAS.
       SELECT DEDUC-HISTORICO ASSIGN TO "PAGOS-DEDUC.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PDH-CLAVE
           FILE STATUS IS FS-DEDUC-HIST.
       SELECT OPERADORES-ARCHIVO ASSIGN TO "OPERADORES.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPE-USUARIO
           FILE STATUS IS FS-OPERADORES.
       SELECT ACCESOS-ARCHIVO ASSIGN TO "ACCESOS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACCESOS.
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
       FD INCIDENCIAS-VALIDAS.
       01 REGISTRO-INCID-VAL.
          05 INV-CLAVE.
             10 TAR-LIM-SUP         PIC 9(7)V99.
             10 TAR-CUOTA-FIJA      PIC 9(7)V99.
             10 TAR-PORCENTAJE      PIC 9V9999.
       FD DEDUC-HISTORICO.
       01 REGISTRO-DEDUC-HIST.
          05 PDH-CLAVE.
             10 PDH-PERIODO         PIC 9(8).
             10 PDH-ID              PIC 9(5).
             10 PDH-CONCEPTO        PIC X(2).
          05 PDH-MONTO              PIC 9(7)V99.
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
       77 WS-NUM-DEDUC          PIC 9(2).
       77 WS-IDX-DEDUC          PIC 9(2).
       77 WS-PAGOS-PREVIOS      PIC 9(5) VALUE ZERO.
       77 WS-PAGOS-REANUDADOS   PIC 9(5) VALUE ZERO.
       77 WS-FIN-PREVIOS        PIC X.
       77 FS-DEDUC-HIST         PIC X(02).
       77 WS-DEDUC-PREVIAS      PIC 9(5) VALUE ZERO.
       77 FS-TARIFAS            PIC X(02).
       77 WS-FIN-TARIFAS        PIC X.
       77 WS-TARIFA-HALLADA     PIC X.
       77 WS-TOTAL-BRUTO        PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-DEDUCIDO     PIC 9(13)V99 VALUE ZERO.
       77 WS-TOTAL-NETO         PIC 9(13)V99 VALUE ZERO.
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
       77 FS-RESULTADO          PIC X(02).
       77 WS-REANUDAR           PIC X VALUE "N".
       77 WS-ULTIMO-ID          PIC 9(5) VALUE ZERO.

       01 WS-FECHA-ACTUAL.
          05 WS-FECHA-AAAAMMDD  PIC 9(8).
          05 WS-HORA-HHMMSS     PIC 9(6).
          05 FILLER             PIC X(7).

       01 WS-PERIODO-PARTES.
          05 WS-PER-ANIO        PIC 9(4).
          05 WS-PER-MES         PIC 9(2).
          05 WS-PER-DIA         PIC 9(2).

       01 WS-CONCEPTOS-RECIBO.
          05 WS-CONCEPTO-ENT OCCURS 8.
             10 WS-CON-DESC     PIC X(22).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM INICIAR-SESION
           OPEN INPUT EMPLEADOS-ARCHIVO
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
           OPEN I-O PAGOS-HISTORICO
                   FS-PAGOS-HIST
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CONTROL-NOMINA
                   FS-CONTROL
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE PAGOS-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DEDUC-HISTORICO
           IF FS-DEDUC-HIST = "35"
               OPEN OUTPUT DEDUC-HISTORICO
               CLOSE DEDUC-HISTORICO
               OPEN I-O DEDUC-HISTORICO
           END-IF
           IF FS-DEDUC-HIST NOT = "00"
               DISPLAY "Error al abrir PAGOS-DEDUC.dat, estado: "
                   FS-DEDUC-HIST
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE EMPLEADO-NOMINA
               CLOSE PAGOS-HISTORICO
               CLOSE CONTROL-NOMINA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INCIDENCIAS-VALIDAS
           IF WS-PERIODO-PAGO = ZERO
               MOVE WS-FECHA-HOY TO WS-PERIODO-PAGO
           END-IF
           MOVE WS-PERIODO-PAGO TO WS-PERIODO-PARTES
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
                   OR WS-PER-DIA < 1 OR WS-PER-DIA > 31
               DISPLAY "El periodo " WS-PERIODO-PAGO " no es una "
                   "fecha de quincena valida."
               DISPLAY "Los dias 98 y 99 se reservan para finiquitos "
                   "(FINIQUITO-EMPLEADO) y aguinaldo "
                   "(CALCULO-AGUINALDO)."
               PERFORM ABANDONAR-CORRIDA
           END-IF
           PERFORM VERIFICAR-PERIODO
           PERFORM CARGAR-TARIFA
           IF WS-REANUDAR = "S"
               PERFORM ACUMULAR-PAGOS-PREVIOS
           ELSE
               PERFORM ABRIR-PERIODO
               IF WS-CONTROL-EXISTE = "S"
                   PERFORM DEPURAR-PAGOS-PERIODO
               END-IF
           END-IF
           PERFORM ABRIR-REPORTES
           PERFORM IMPRIMIR-ENCABEZADOS
           IF WS-REANUDAR = "S"
               PERFORM POSICIONAR-EMPLEADOS
           END-IF
           IF FS-EMPLEADOS NOT = "10"
               READ EMPLEADOS-ARCHIVO
                   AT END
                       MOVE "10" TO FS-EMPLEADOS
               END-READ
           END-IF
           PERFORM UNTIL FS-EMPLEADOS = "10"
               IF ESTADO-EMPLEADO NOT = "B"
                   PERFORM PAGAR-EMPLEADO
           CLOSE RECIBOS-PAGO
           CLOSE PAGOS-HISTORICO
           CLOSE CONTROL-NOMINA
           CLOSE DEDUC-HISTORICO
           IF WS-INCID-ABIERTO = "S"
               CLOSE INCIDENCIAS-VALIDAS
           END-IF
           DISPLAY "Total bruto del periodo: " TOT-BRUTO
           DISPLAY "Total deducciones:       " TOT-DEDUCCION
           DISPLAY "Total neto del periodo:  " TOT-NETO
           PERFORM GRABAR-RESULTADO-PASO
           STOP RUN.

       VERIFICAR-PERIODO.
                       DISPLAY "El periodo " WS-PERIODO-PAGO
                           " ya fue pagado y cerrado el "
                           CTL-FECHA-CORRIDA "."
                       IF CTL-DISPERSION NOT = SPACE
                           DISPLAY "El periodo ya se disperso al "
                               "banco y no puede recalcularse."
                           DISPLAY "Corrija las diferencias con "
                               "RESPUESTA-BANCO o con un pago "
                               "manual."
                           PERFORM ABANDONAR-CORRIDA
                       END-IF
                       DISPLAY "¿Desea forzar una nueva corrida de "
                           "este periodo? (S/N)"
                       ACCEPT WS-CONFIRMA
                   ELSE
                       DISPLAY "Hay una corrida previa del periodo "
                           WS-PERIODO-PAGO " que no termino."
                       DISPLAY "¿Desea reanudarla despues del ultimo "
                           "empleado grabado en PAGOS-HIST.dat? "
                           "(S = reanudar, R = recalcular todo el "
                           "periodo, N = cancelar)"
                       ACCEPT WS-CONFIRMA
                       EVALUATE WS-CONFIRMA
                           WHEN "S"
                               MOVE "S" TO WS-REANUDAR
                           WHEN "R"
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "Corrida cancelada."
                               PERFORM ABANDONAR-CORRIDA
                       END-EVALUATE
                   END-IF
           END-READ.

       ABANDONAR-CORRIDA.
           CLOSE EMPLEADOS-ARCHIVO
           CLOSE EMPLEADO-NOMINA
           CLOSE PAGOS-HISTORICO
           CLOSE CONTROL-NOMINA
           CLOSE DEDUC-HISTORICO
           IF WS-INCID-ABIERTO = "S"
               CLOSE INCIDENCIAS-VALIDAS
           END-IF
           IF WS-DEDUC-ABIERTO = "S"
               CLOSE DEDUCCIONES-ARCHIVO
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       ABRIR-REPORTES.
           IF WS-REANUDAR = "S"
               OPEN EXTEND REGISTRO-PAGOS
               IF FS-PAGOS = "35"
                   OPEN OUTPUT REGISTRO-PAGOS
               END-IF
           ELSE
               OPEN OUTPUT REGISTRO-PAGOS
           END-IF
           IF FS-PAGOS NOT = "00"
               DISPLAY "Error al abrir REGISTRO-PAGOS.prt, estado: "
                   FS-PAGOS
               PERFORM ABANDONAR-CORRIDA
           END-IF
           IF WS-REANUDAR = "S"
               OPEN EXTEND RECIBOS-PAGO
               IF FS-RECIBOS = "35"
                   OPEN OUTPUT RECIBOS-PAGO
               END-IF
           ELSE
               OPEN OUTPUT RECIBOS-PAGO
           END-IF
           IF FS-RECIBOS NOT = "00"
               DISPLAY "Error al abrir RECIBOS.prt, estado: "
                   FS-RECIBOS
               CLOSE REGISTRO-PAGOS
               PERFORM ABANDONAR-CORRIDA
           END-IF.

       ACUMULAR-PAGOS-PREVIOS.
           MOVE ZERO TO WS-PAGOS-REANUDADOS
           MOVE ZERO TO WS-ULTIMO-ID
           MOVE "N" TO WS-FIN-PREVIOS
           MOVE WS-PERIODO-PAGO TO PAGO-PERIODO
           MOVE ZERO TO PAGO-ID
           START PAGOS-HISTORICO KEY IS NOT LESS THAN PAGO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PREVIOS
           END-START
           PERFORM UNTIL WS-FIN-PREVIOS = "S"
               READ PAGOS-HISTORICO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PREVIOS
                   NOT AT END
                       IF PAGO-PERIODO = WS-PERIODO-PAGO
                           ADD 1 TO WS-PAGOS-REANUDADOS
                           ADD 1 TO WS-EMPLEADOS-PAGADOS
                           ADD PAGO-BRUTO TO WS-TOTAL-BRUTO
                           ADD PAGO-ISR   TO WS-TOTAL-DEDUCIDO
                           ADD PAGO-IMSS  TO WS-TOTAL-DEDUCIDO
                           ADD PAGO-OTRAS TO WS-TOTAL-DEDUCIDO
                           ADD PAGO-NETO  TO WS-TOTAL-NETO
                           MOVE PAGO-ID TO WS-ULTIMO-ID
                       ELSE
                           MOVE "S" TO WS-FIN-PREVIOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Corrida reanudada: pagos ya grabados en "
               "PAGOS-HIST.dat: " WS-PAGOS-REANUDADOS
           DISPLAY "Se continua despues del ID " WS-ULTIMO-ID.

       POSICIONAR-EMPLEADOS.
           MOVE WS-ULTIMO-ID TO EMPLEADO-ID
           START EMPLEADOS-ARCHIVO KEY IS GREATER THAN EMPLEADO-ID
               INVALID KEY
                   MOVE "10" TO FS-EMPLEADOS
           END-START.

       DEPURAR-PAGOS-PERIODO.
           MOVE ZERO TO WS-PAGOS-PREVIOS
           MOVE "N" TO WS-FIN-PREVIOS
               END-READ
           END-PERFORM
           DISPLAY "Pagos previos del periodo eliminados de "
               "PAGOS-HIST.dat: " WS-PAGOS-PREVIOS
           PERFORM DEPURAR-DEDUC-PERIODO.

       DEPURAR-DEDUC-PERIODO.
           MOVE ZERO TO WS-DEDUC-PREVIAS
           MOVE "N" TO WS-FIN-PREVIOS
           MOVE WS-PERIODO-PAGO TO PDH-PERIODO
           MOVE ZERO TO PDH-ID
           MOVE LOW-VALUES TO PDH-CONCEPTO
           START DEDUC-HISTORICO KEY IS NOT LESS THAN PDH-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PREVIOS
           END-START
           PERFORM UNTIL WS-FIN-PREVIOS = "S"
               READ DEDUC-HISTORICO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-PREVIOS
                   NOT AT END
                       IF PDH-PERIODO = WS-PERIODO-PAGO
                           DELETE DEDUC-HISTORICO
                               INVALID KEY
                                   DISPLAY "Error al eliminar la "
                                       "deduccion previa " PDH-CONCEPTO
                                       " del ID " PDH-ID
                                       ", estado: " FS-DEDUC-HIST
                                   ADD 1 TO WS-ERRORES-HIST
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEDUC-PREVIAS
                           END-DELETE
                       ELSE
                           MOVE "S" TO WS-FIN-PREVIOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Deducciones previas del periodo eliminadas de "
               "PAGOS-DEDUC.dat: " WS-DEDUC-PREVIAS.

       CARGAR-TARIFA.
           MOVE "N" TO WS-TARIFA-HALLADA
           MOVE WS-HORA-HHMMSS    TO CTL-HORA-CORRIDA
           MOVE ZERO              TO CTL-EMPLEADOS
           MOVE ZERO              TO CTL-TOTAL-NETO
           MOVE SPACE             TO CTL-DISPERSION
           MOVE ZERO              TO CTL-PAGOS-PENDIENTES
           MOVE SPACE             TO CTL-REVISION
           MOVE ZERO              TO CTL-FECHA-REVISION
           MOVE ZERO              TO CTL-OBSERVADOS
           MOVE SPACES            TO CTL-USUARIO-REVISION
           IF WS-CONTROL-EXISTE = "S"
               REWRITE REGISTRO-CONTROL
                   INVALID KEY
                       ADD WS-MONTO-DEDUC TO WS-OTRAS-DEDUCC
                       ADD 1 TO WS-DEDUC-APLICADAS
                       PERFORM ANOTAR-DEDUC-RECIBO
                       PERFORM GRABAR-DEDUC-HISTORICO
               END-REWRITE
           END-IF.

               ADD WS-MONTO-DEDUC TO WS-OTRAS-DEDUCC
               ADD 1 TO WS-DEDUC-APLICADAS
               PERFORM ANOTAR-DEDUC-RECIBO
               PERFORM GRABAR-DEDUC-HISTORICO
           END-IF.

       ANOTAR-DEDUC-RECIBO.
                   "primeras 8."
           END-IF.

       GRABAR-DEDUC-HISTORICO.
           MOVE WS-PERIODO-PAGO TO PDH-PERIODO
           MOVE EMPLEADO-ID     TO PDH-ID
           MOVE DED-CONCEPTO    TO PDH-CONCEPTO
           MOVE WS-MONTO-DEDUC  TO PDH-MONTO
           WRITE REGISTRO-DEDUC-HIST
               INVALID KEY
                   IF FS-DEDUC-HIST = "22"
                       REWRITE REGISTRO-DEDUC-HIST
                           INVALID KEY
                               DISPLAY "Error al regrabar la "
                                   "deduccion " DED-CONCEPTO
                                   " del ID " EMPLEADO-ID
                                   ", estado: " FS-DEDUC-HIST
                               ADD 1 TO WS-ERRORES-HIST
                       END-REWRITE
                   ELSE
                       DISPLAY "Error al grabar la deduccion "
                           DED-CONCEPTO " del ID " EMPLEADO-ID
                           ", estado: " FS-DEDUC-HIST
                       ADD 1 TO WS-ERRORES-HIST
                   END-IF
           END-WRITE.

       APLICAR-INCIDENCIAS.
           COMPUTE WS-SALARIO-DIARIO ROUNDED = NOMINA-SALARIO / 30
           MOVE "N" TO WS-FIN-INCID
           WRITE LINEA-PAGOS FROM LINEA-PIE
           MOVE WS-SIN-NOMINA TO PIE-SIN-NOMINA
           WRITE LINEA-PAGOS FROM LINEA-SIN-NOMINA.

       GRABAR-RESULTADO-PASO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE "CALCULO-NOMINA"  TO RES-PROGRAMA
           MOVE WS-PERIODO-PAGO   TO RES-PERIODO
           MOVE WS-FECHA-AAAAMMDD TO RES-FECHA
           MOVE WS-HORA-HHMMSS    TO RES-HORA
           COMPUTE RES-LEIDOS = WS-EMPLEADOS-PAGADOS
               - WS-PAGOS-REANUDADOS + WS-SIN-NOMINA + WS-ERRORES-NOMINA
           COMPUTE RES-GRABADOS = WS-PAGOS-GRABADOS
               + WS-PAGOS-REGRABADOS
           MOVE WS-SIN-NOMINA TO RES-RECHAZOS
           COMPUTE RES-ERRORES = WS-ERRORES-NOMINA + WS-ERRORES-HIST
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

       INICIAR-SESION.
           OPEN I-O OPERADORES-ARCHIVO
           IF FS-OPERADORES NOT = "00"
               DISPLAY "Error al abrir OPERADORES.dat, estado: "
                   FS-OPERADORES
               DISPLAY "Registre los operadores con "
                   "MANTENIMIENTO-OPERADORES."
               MOVE 8 TO RETURN-CODE
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
               MOVE 8 TO RETURN-CODE
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
               MOVE "CALCULO-NOMINA"    TO ACC-PROGRAMA
               MOVE WS-USUARIO-SESION   TO ACC-USUARIO
               MOVE WS-RESULTADO-ACCESO TO ACC-RESULTADO
               MOVE WS-MOTIVO-ACCESO    TO ACC-MOTIVO
               WRITE REGISTRO-ACCESO
               IF FS-ACCESOS NOT = "00"
                   DISPLAY "Aviso: no se pudo registrar el acceso, "
                       "estado " FS-ACCESOS
               END-IF
           END-IF.
