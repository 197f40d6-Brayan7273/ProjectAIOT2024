       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPUESTA-BANCO.
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
       SELECT CUENTAS-BANCO ASSIGN TO "BANCOS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BCO-ID
           FILE STATUS IS FS-BANCOS.
       SELECT ESTADO-PAGOS ASSIGN TO "ESTADO-PAGOS.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EPG-CLAVE
           FILE STATUS IS FS-ESTADO-PAGOS.
       SELECT CONTROL-NOMINA ASSIGN TO "CONTROL-NOM.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-PERIODO
           FILE STATUS IS FS-CONTROL.
       SELECT ARCHIVO-RESPUESTA ASSIGN TO "RESPUESTA-BANCO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPUESTA.
       SELECT ARCHIVO-REDISPERSION ASSIGN TO "REDISPERSION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISPERSION.
       SELECT REPORTE-RESPUESTA ASSIGN TO "RESPUESTA-BANCO.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.
       SELECT REPORTE-RECHAZOS ASSIGN TO "RECHAZOS.prt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.
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
       FD CUENTAS-BANCO.
       01 REGISTRO-BANCO.
          05 BCO-ID                 PIC 9(5).
          05 BCO-BANCO              PIC 9(3).
          05 BCO-CLABE              PIC X(18).
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
       FD ARCHIVO-RESPUESTA.
       01 REGISTRO-RESPUESTA.
          05 RSP-TIPO               PIC X.
          05 RSP-DATOS              PIC X(99).
          05 RSP-DETALLE REDEFINES RSP-DATOS.
             10 RSP-PERIODO         PIC 9(8).
             10 RSP-ID              PIC 9(5).
             10 RSP-CLABE           PIC X(18).
             10 RSP-IMPORTE         PIC 9(7)V99.
             10 RSP-ESTATUS         PIC X.
             10 RSP-CODIGO          PIC X(3).
             10 RSP-MOTIVO          PIC X(40).
             10 FILLER              PIC X(15).
       FD ARCHIVO-REDISPERSION.
       01 REGISTRO-DISPERSION.
          05 DIS-TIPO               PIC X.
          05 DIS-DATOS              PIC X(75).
          05 DIS-DETALLE REDEFINES DIS-DATOS.
             10 DIS-BANCO           PIC 9(3).
             10 DIS-CLABE           PIC X(18).
             10 DIS-ID              PIC 9(5).
             10 DIS-NOMBRE          PIC X(40).
             10 DIS-IMPORTE         PIC 9(7)V99.
          05 DIS-COLA REDEFINES DIS-DATOS.
             10 DIS-PERIODO         PIC 9(8).
             10 DIS-CUENTA          PIC 9(9).
             10 DIS-TOTAL           PIC 9(13)V99.
             10 FILLER              PIC X(43).
       FD REPORTE-RESPUESTA.
       01 LINEA-REPORTE PIC X(132).
       FD REPORTE-RECHAZOS.
       01 LINEA-RECHAZOS PIC X(132).
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
       77 FS-BANCOS             PIC X(02).
       77 FS-ESTADO-PAGOS       PIC X(02).
       77 FS-CONTROL            PIC X(02).
       77 FS-RESPUESTA          PIC X(02).
       77 FS-DISPERSION         PIC X(02).
       77 FS-REPORTE            PIC X(02).
       77 FS-RECHAZOS           PIC X(02).
       77 WS-OPCION-MENU        PIC X.
       77 WS-CONFIRMA           PIC X.
       77 WS-FECHA-HOY          PIC 9(8).
       77 WS-PERIODO-PAGO       PIC 9(8).
       77 WS-PERIODO-TRABAJO    PIC 9(8).
       77 WS-ID-CAPTURA         PIC 9(5).
       77 WS-REFERENCIA         PIC X(20).
       77 WS-FIN-RESPUESTA      PIC X.
       77 WS-FIN-ESTADOS        PIC X.
       77 WS-FIN-PAGOS          PIC X.
       77 WS-NOMBRE-COMPLETO    PIC X(40).
       77 WS-LEIDOS             PIC 9(5).
       77 WS-CONFIRMADOS        PIC 9(5).
       77 WS-RECHAZADOS         PIC 9(5).
       77 WS-DUPLICADOS         PIC 9(5).
       77 WS-EXCEPCIONES        PIC 9(5).
       77 WS-LISTADOS           PIC 9(5).
       77 WS-REENVIADOS         PIC 9(5).
       77 WS-SIN-CORREGIR       PIC 9(5).
       77 WS-ERRORES            PIC 9(5).
       77 WS-PENDIENTES         PIC 9(5).
       77 WS-TOTAL-IMPORTE      PIC 9(13)V99.
       77 WS-MOTIVO-EXCEPCION   PIC X(50).
       77 WS-NUM-PERIODOS       PIC 9(2).
       77 WS-IDX-PERIODO        PIC 9(2).
       77 WS-PERIODO-HALLADO    PIC X.
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

       01 WS-TABLA-PERIODOS.
          05 WS-PER-TOCADO OCCURS 50 PIC 9(8).

       01 ENCABEZADO-RESP.
          05 FILLER          PIC X(44) VALUE
             "RESPUESTA DEL BANCO A LA DISPERSION".
          05 FILLER          PIC X(7)  VALUE "Fecha: ".
          05 ENC-FECHA       PIC 9(8).

       01 ENCABEZADO-RECH.
          05 FILLER          PIC X(44) VALUE
             "PAGOS RECHAZADOS - PAGAR CON CHEQUE".
          05 FILLER          PIC X(9)  VALUE "Periodo: ".
          05 ENC-PERIODO     PIC 9(8).

       01 ENCABEZADO-COLS.
          05 FILLER          PIC X(10) VALUE "PERIODO".
          05 FILLER          PIC X(7)  VALUE "ID".
          05 FILLER          PIC X(42) VALUE "NOMBRE".
          05 FILLER          PIC X(14) VALUE "       IMPORTE".
          05 FILLER          PIC X(6)  VALUE " COD".
          05 FILLER          PIC X(40) VALUE "MOTIVO".

       01 LINEA-RECHAZO.
          05 REC-PERIODO     PIC 9(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 REC-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 REC-NOMBRE      PIC X(40).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 REC-IMPORTE     PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 REC-CODIGO      PIC X(3).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 REC-MOTIVO      PIC X(40).

       01 LINEA-EXCEPCION.
          05 EXC-PERIODO     PIC 9(8).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 EXC-ID          PIC ZZZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 EXC-IMPORTE     PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 EXC-MOTIVO      PIC X(50).

       01 LINEA-TITULO.
          05 TIT-TEXTO       PIC X(60).

       01 LINEA-TOTAL.
          05 TOT-TEXTO       PIC X(45).
          05 TOT-CANTIDAD    PIC ZZZZ9.

       01 LINEA-TOTAL-IMPORTE.
          05 TIM-TEXTO       PIC X(45).
          05 TIM-IMPORTE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM INICIAR-SESION
           OPEN I-O ESTADO-PAGOS
           IF FS-ESTADO-PAGOS NOT = "00"
               DISPLAY "Error al abrir ESTADO-PAGOS.dat, estado: "
                   FS-ESTADO-PAGOS
               DISPLAY "Genere primero la dispersion con "
                   "DISPERSION-NOMINA."
               STOP RUN
           END-IF
           OPEN INPUT PAGOS-HISTORICO
           IF FS-PAGOS-HIST NOT = "00"
               DISPLAY "Error al abrir PAGOS-HIST.dat, estado: "
                   FS-PAGOS-HIST
               CLOSE ESTADO-PAGOS
               STOP RUN
           END-IF
           OPEN INPUT CUENTAS-BANCO
           IF FS-BANCOS NOT = "00"
               DISPLAY "Error al abrir BANCOS.dat, estado: "
                   FS-BANCOS
               CLOSE ESTADO-PAGOS
               CLOSE PAGOS-HISTORICO
               STOP RUN
           END-IF
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF FS-EMPLEADOS NOT = "00"
               DISPLAY "Error al abrir PHYSICAL-FILE.dat, estado: "
                   FS-EMPLEADOS
               CLOSE ESTADO-PAGOS
               CLOSE PAGOS-HISTORICO
               CLOSE CUENTAS-BANCO
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-ACTUAL
           MOVE WS-FECHA-AAAAMMDD TO WS-FECHA-HOY
           PERFORM UNTIL WS-OPCION-MENU = "5"
               DISPLAY " "
               DISPLAY "=== Respuesta del Banco a la Dispersion ==="
               DISPLAY "1. Procesar RESPUESTA-BANCO.txt"
               DISPLAY "2. Listar pagos rechazados de un periodo"
               DISPLAY "3. Registrar pago con cheque u otro medio"
               DISPLAY "4. Generar re-dispersion de rechazados"
               DISPLAY "5. Salir"
               DISPLAY "Seleccione una opcion: "
               ACCEPT WS-OPCION-MENU
               IF (WS-OPCION-MENU = "1" OR WS-OPCION-MENU = "3"
                       OR WS-OPCION-MENU = "4")
                       AND WS-ROL-SESION NOT = "N"
                       AND WS-ROL-SESION NOT = "A"
                   DISPLAY "El rol del operador no permite esta "
                       "opcion."
               ELSE
                   EVALUATE WS-OPCION-MENU
                       WHEN "1"
                           PERFORM PROCESAR-RESPUESTA
                       WHEN "2"
                           PERFORM LISTAR-RECHAZOS
                       WHEN "3"
                           PERFORM REGISTRAR-PAGO-OTRO-MEDIO
                       WHEN "4"
                           PERFORM GENERAR-REDISPERSION
                       WHEN "5"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion invalida."
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE ESTADO-PAGOS
           CLOSE PAGOS-HISTORICO
           CLOSE CUENTAS-BANCO
           CLOSE EMPLEADOS-ARCHIVO
           STOP RUN.

       PROCESAR-RESPUESTA.
           MOVE ZERO TO WS-LEIDOS
           MOVE ZERO TO WS-CONFIRMADOS
           MOVE ZERO TO WS-RECHAZADOS
           MOVE ZERO TO WS-DUPLICADOS
           MOVE ZERO TO WS-EXCEPCIONES
           MOVE ZERO TO WS-NUM-PERIODOS
           MOVE ZERO TO WS-TOTAL-IMPORTE
           OPEN INPUT ARCHIVO-RESPUESTA
           IF FS-RESPUESTA NOT = "00"
               DISPLAY "No se pudo abrir RESPUESTA-BANCO.txt, "
                   "estado: " FS-RESPUESTA
           ELSE
               OPEN OUTPUT REPORTE-RESPUESTA
               IF FS-REPORTE NOT = "00"
                   DISPLAY "No se pudo abrir RESPUESTA-BANCO.prt, "
                       "estado: " FS-REPORTE
                   CLOSE ARCHIVO-RESPUESTA
               ELSE
                   MOVE WS-FECHA-HOY TO ENC-FECHA
                   WRITE LINEA-REPORTE FROM ENCABEZADO-RESP
                   MOVE SPACES TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE "PAGOS RECHAZADOS POR EL BANCO (PAGAR CON "
                       TO TIT-TEXTO
                   MOVE "CHEQUE)" TO TIT-TEXTO(42:)
                   WRITE LINEA-REPORTE FROM LINEA-TITULO
                   WRITE LINEA-REPORTE FROM ENCABEZADO-COLS
                   MOVE ALL "-" TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE "N" TO WS-FIN-RESPUESTA
                   PERFORM UNTIL WS-FIN-RESPUESTA = "S"
                       READ ARCHIVO-RESPUESTA
                           AT END
                               MOVE "S" TO WS-FIN-RESPUESTA
                           NOT AT END
                               IF RSP-TIPO = "D"
                                   ADD 1 TO WS-LEIDOS
                                   PERFORM APLICAR-RESPUESTA
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM IMPRIMIR-TOTALES-RESPUESTA
                   CLOSE ARCHIVO-RESPUESTA
                   CLOSE REPORTE-RESPUESTA
                   MOVE 1 TO WS-IDX-PERIODO
                   PERFORM UNTIL WS-IDX-PERIODO > WS-NUM-PERIODOS
                       MOVE WS-PER-TOCADO(WS-IDX-PERIODO)
                           TO WS-PERIODO-TRABAJO
                       PERFORM ACTUALIZAR-CONTROL-PERIODO
                       ADD 1 TO WS-IDX-PERIODO
                   END-PERFORM
                   DISPLAY "Reporte generado en RESPUESTA-BANCO.prt"
                   DISPLAY "Registros leidos:        " WS-LEIDOS
                   DISPLAY "Pagos confirmados:       " WS-CONFIRMADOS
                   DISPLAY "Pagos rechazados:        " WS-RECHAZADOS
                   DISPLAY "Confirmaciones repetidas:" WS-DUPLICADOS
                   DISPLAY "Excepciones:             " WS-EXCEPCIONES
               END-IF
           END-IF.

       APLICAR-RESPUESTA.
           MOVE RSP-PERIODO TO EPG-PERIODO
           MOVE RSP-ID      TO EPG-ID
           READ ESTADO-PAGOS KEY IS EPG-CLAVE
               INVALID KEY
                   MOVE "NO CORRESPONDE A NINGUN PAGO DISPERSADO"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EPG-ESTADO = "A" AND RSP-ESTATUS = "A"
                           ADD 1 TO WS-DUPLICADOS
                       WHEN EPG-ESTADO NOT = "E"
                           MOVE "EL PAGO NO ESTA EN ESPERA DE RESPUESTA"
                               TO WS-MOTIVO-EXCEPCION
                           PERFORM ANOTAR-EXCEPCION
                       WHEN RSP-IMPORTE NOT = EPG-IMPORTE
                           MOVE "IMPORTE DISTINTO AL DISPERSADO"
                               TO WS-MOTIVO-EXCEPCION
                           PERFORM ANOTAR-EXCEPCION
                       WHEN RSP-ESTATUS = "A"
                           PERFORM CONFIRMAR-PAGO
                       WHEN RSP-ESTATUS = "R"
                           PERFORM RECHAZAR-PAGO
                       WHEN OTHER
                           MOVE "ESTATUS DEL BANCO DESCONOCIDO"
                               TO WS-MOTIVO-EXCEPCION
                           PERFORM ANOTAR-EXCEPCION
                   END-EVALUATE
           END-READ.

       CONFIRMAR-PAGO.
           MOVE "A"          TO EPG-ESTADO
           MOVE WS-FECHA-HOY TO EPG-FECHA-ESTADO
           MOVE RSP-CODIGO   TO EPG-CODIGO
           MOVE SPACES       TO EPG-MOTIVO
           REWRITE REGISTRO-ESTADO-PAGO
               INVALID KEY
                   MOVE "ERROR AL ACTUALIZAR ESTADO-PAGOS.DAT"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION
               NOT INVALID KEY
                   ADD 1 TO WS-CONFIRMADOS
                   MOVE EPG-PERIODO TO WS-PERIODO-TRABAJO
                   PERFORM ANOTAR-PERIODO
           END-REWRITE.

       RECHAZAR-PAGO.
           MOVE "R"          TO EPG-ESTADO
           MOVE WS-FECHA-HOY TO EPG-FECHA-ESTADO
           MOVE RSP-CODIGO   TO EPG-CODIGO
           MOVE RSP-MOTIVO   TO EPG-MOTIVO
           REWRITE REGISTRO-ESTADO-PAGO
               INVALID KEY
                   MOVE "ERROR AL ACTUALIZAR ESTADO-PAGOS.DAT"
                       TO WS-MOTIVO-EXCEPCION
                   PERFORM ANOTAR-EXCEPCION
               NOT INVALID KEY
                   ADD 1 TO WS-RECHAZADOS
                   ADD EPG-IMPORTE TO WS-TOTAL-IMPORTE
                   MOVE EPG-PERIODO TO WS-PERIODO-TRABAJO
                   PERFORM ANOTAR-PERIODO
                   PERFORM ARMAR-NOMBRE
                   MOVE EPG-PERIODO        TO REC-PERIODO
                   MOVE EPG-ID             TO REC-ID
                   MOVE WS-NOMBRE-COMPLETO TO REC-NOMBRE
                   MOVE EPG-IMPORTE        TO REC-IMPORTE
                   MOVE EPG-CODIGO         TO REC-CODIGO
                   MOVE EPG-MOTIVO         TO REC-MOTIVO
                   WRITE LINEA-REPORTE FROM LINEA-RECHAZO
           END-REWRITE.

       ANOTAR-EXCEPCION.
           IF WS-EXCEPCIONES = ZERO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "REGISTROS DE LA RESPUESTA NO APLICADOS"
                   TO TIT-TEXTO
               WRITE LINEA-REPORTE FROM LINEA-TITULO
               MOVE ALL "-" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           ADD 1 TO WS-EXCEPCIONES
           MOVE RSP-PERIODO         TO EXC-PERIODO
           MOVE RSP-ID              TO EXC-ID
           MOVE RSP-IMPORTE         TO EXC-IMPORTE
           MOVE WS-MOTIVO-EXCEPCION TO EXC-MOTIVO
           WRITE LINEA-REPORTE FROM LINEA-EXCEPCION.

       ANOTAR-PERIODO.
           MOVE "N" TO WS-PERIODO-HALLADO
           MOVE 1 TO WS-IDX-PERIODO
           PERFORM UNTIL WS-IDX-PERIODO > WS-NUM-PERIODOS
                   OR WS-PERIODO-HALLADO = "S"
               IF WS-PER-TOCADO(WS-IDX-PERIODO) = WS-PERIODO-TRABAJO
                   MOVE "S" TO WS-PERIODO-HALLADO
               ELSE
                   ADD 1 TO WS-IDX-PERIODO
               END-IF
           END-PERFORM
           IF WS-PERIODO-HALLADO = "N"
               IF WS-NUM-PERIODOS < 50
                   ADD 1 TO WS-NUM-PERIODOS
                   MOVE WS-PERIODO-TRABAJO
                       TO WS-PER-TOCADO(WS-NUM-PERIODOS)
               ELSE
                   DISPLAY "Aviso: demasiados periodos en la "
                       "respuesta; actualice CONTROL-NOM del "
                       "periodo " WS-PERIODO-TRABAJO " con la "
                       "opcion 2."
               END-IF
           END-IF.

       IMPRIMIR-TOTALES-RESPUESTA.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "Registros de detalle leidos:                 "
               TO TOT-TEXTO
           MOVE WS-LEIDOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Pagos confirmados por el banco:              "
               TO TOT-TEXTO
           MOVE WS-CONFIRMADOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Pagos rechazados (pagar con cheque):         "
               TO TOT-TEXTO
           MOVE WS-RECHAZADOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Importe rechazado:                           "
               TO TIM-TEXTO
           MOVE WS-TOTAL-IMPORTE TO TIM-IMPORTE
           WRITE LINEA-REPORTE FROM LINEA-TOTAL-IMPORTE
           MOVE "Confirmaciones repetidas (ignoradas):        "
               TO TOT-TEXTO
           MOVE WS-DUPLICADOS TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL
           MOVE "Registros no aplicados:                      "
               TO TOT-TEXTO
           MOVE WS-EXCEPCIONES TO TOT-CANTIDAD
           WRITE LINEA-REPORTE FROM LINEA-TOTAL.

       LISTAR-RECHAZOS.
           MOVE ZERO TO WS-LISTADOS
           MOVE ZERO TO WS-TOTAL-IMPORTE
           DISPLAY "Ingrese el periodo (AAAAMMDD): "
           ACCEPT WS-PERIODO-PAGO
           OPEN OUTPUT REPORTE-RECHAZOS
           IF FS-RECHAZOS NOT = "00"
               DISPLAY "No se pudo abrir RECHAZOS.prt, estado: "
                   FS-RECHAZOS
           ELSE
               MOVE WS-PERIODO-PAGO TO ENC-PERIODO
               WRITE LINEA-RECHAZOS FROM ENCABEZADO-RECH
               WRITE LINEA-RECHAZOS FROM ENCABEZADO-COLS
               MOVE ALL "-" TO LINEA-RECHAZOS
               WRITE LINEA-RECHAZOS
               MOVE "N" TO WS-FIN-ESTADOS
               MOVE WS-PERIODO-PAGO TO EPG-PERIODO
               MOVE ZERO TO EPG-ID
               START ESTADO-PAGOS KEY IS NOT LESS THAN EPG-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ESTADOS
               END-START
               PERFORM UNTIL WS-FIN-ESTADOS = "S"
                   READ ESTADO-PAGOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ESTADOS
                       NOT AT END
                           IF EPG-PERIODO NOT = WS-PERIODO-PAGO
                               MOVE "S" TO WS-FIN-ESTADOS
                           ELSE
                               IF EPG-ESTADO = "R"
                                   PERFORM LISTAR-UN-RECHAZO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO LINEA-RECHAZOS
               WRITE LINEA-RECHAZOS
               MOVE "Pagos rechazados pendientes:                 "
                   TO TOT-TEXTO
               MOVE WS-LISTADOS TO TOT-CANTIDAD
               WRITE LINEA-RECHAZOS FROM LINEA-TOTAL
               MOVE "Importe pendiente de pago:                   "
                   TO TIM-TEXTO
               MOVE WS-TOTAL-IMPORTE TO TIM-IMPORTE
               WRITE LINEA-RECHAZOS FROM LINEA-TOTAL-IMPORTE
               CLOSE REPORTE-RECHAZOS
               DISPLAY "Listado generado en RECHAZOS.prt"
               DISPLAY "Pagos rechazados pendientes: " WS-LISTADOS
           END-IF.

       LISTAR-UN-RECHAZO.
           ADD 1 TO WS-LISTADOS
           ADD EPG-IMPORTE TO WS-TOTAL-IMPORTE
           PERFORM ARMAR-NOMBRE
           MOVE EPG-PERIODO        TO REC-PERIODO
           MOVE EPG-ID             TO REC-ID
           MOVE WS-NOMBRE-COMPLETO TO REC-NOMBRE
           MOVE EPG-IMPORTE        TO REC-IMPORTE
           MOVE EPG-CODIGO         TO REC-CODIGO
           MOVE EPG-MOTIVO         TO REC-MOTIVO
           WRITE LINEA-RECHAZOS FROM LINEA-RECHAZO.

       REGISTRAR-PAGO-OTRO-MEDIO.
           DISPLAY "Ingrese el periodo (AAAAMMDD): "
           ACCEPT WS-PERIODO-PAGO
           DISPLAY "Ingrese el ID del empleado: "
           ACCEPT WS-ID-CAPTURA
           MOVE WS-PERIODO-PAGO TO EPG-PERIODO
           MOVE WS-ID-CAPTURA   TO EPG-ID
           READ ESTADO-PAGOS KEY IS EPG-CLAVE
               INVALID KEY
                   DISPLAY "No hay dispersion registrada para ese "
                       "pago."
               NOT INVALID KEY
                   IF EPG-ESTADO NOT = "R"
                       DISPLAY "El pago no esta rechazado (estado "
                           EPG-ESTADO "); no se registra."
                   ELSE
                       DISPLAY "Importe: " EPG-IMPORTE
                           "  Motivo del rechazo: " EPG-MOTIVO
                       DISPLAY "Ingrese el numero de cheque o "
                           "referencia: "
                       ACCEPT WS-REFERENCIA
                       DISPLAY "¿Confirma que el pago se entrego? "
                           "(S/N)"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S"
                           PERFORM GRABAR-PAGO-OTRO-MEDIO
                       ELSE
                           DISPLAY "No se registro el pago."
                       END-IF
                   END-IF
           END-READ.

       GRABAR-PAGO-OTRO-MEDIO.
           MOVE "O"           TO EPG-ESTADO
           MOVE WS-FECHA-HOY  TO EPG-FECHA-ESTADO
           MOVE WS-REFERENCIA TO EPG-REFERENCIA
           REWRITE REGISTRO-ESTADO-PAGO
               INVALID KEY
                   DISPLAY "Error al actualizar ESTADO-PAGOS.dat, "
                       "estado: " FS-ESTADO-PAGOS
               NOT INVALID KEY
                   DISPLAY "Pago registrado como pagado por otro "
                       "medio."
                   MOVE WS-PERIODO-PAGO TO WS-PERIODO-TRABAJO
                   PERFORM ACTUALIZAR-CONTROL-PERIODO
           END-REWRITE.

       GENERAR-REDISPERSION.
           MOVE ZERO TO WS-REENVIADOS
           MOVE ZERO TO WS-SIN-CORREGIR
           MOVE ZERO TO WS-ERRORES
           MOVE ZERO TO WS-TOTAL-IMPORTE
           DISPLAY "Ingrese el periodo a re-dispersar (AAAAMMDD): "
           ACCEPT WS-PERIODO-PAGO
           DISPLAY "Se enviaran de nuevo los pagos rechazados cuya "
               "cuenta ya se corrigio en BANCOS.dat."
           DISPLAY "¿Desea continuar? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Re-dispersion cancelada."
           ELSE
               OPEN OUTPUT ARCHIVO-REDISPERSION
               IF FS-DISPERSION NOT = "00"
                   DISPLAY "No se pudo abrir REDISPERSION.txt, "
                       "estado: " FS-DISPERSION
               ELSE
                   MOVE "N" TO WS-FIN-ESTADOS
                   MOVE WS-PERIODO-PAGO TO EPG-PERIODO
                   MOVE ZERO TO EPG-ID
                   START ESTADO-PAGOS KEY IS NOT LESS THAN EPG-CLAVE
                       INVALID KEY
                           MOVE "S" TO WS-FIN-ESTADOS
                   END-START
                   PERFORM UNTIL WS-FIN-ESTADOS = "S"
                       READ ESTADO-PAGOS NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIN-ESTADOS
                           NOT AT END
                               IF EPG-PERIODO NOT = WS-PERIODO-PAGO
                                   MOVE "S" TO WS-FIN-ESTADOS
                               ELSE
                                   IF EPG-ESTADO = "R"
                                       PERFORM REENVIAR-PAGO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE SPACES           TO REGISTRO-DISPERSION
                   MOVE "T"              TO DIS-TIPO
                   MOVE WS-PERIODO-PAGO  TO DIS-PERIODO
                   MOVE WS-REENVIADOS    TO DIS-CUENTA
                   MOVE WS-TOTAL-IMPORTE TO DIS-TOTAL
                   WRITE REGISTRO-DISPERSION
                   CLOSE ARCHIVO-REDISPERSION
                   MOVE WS-PERIODO-PAGO TO WS-PERIODO-TRABAJO
                   PERFORM ACTUALIZAR-CONTROL-PERIODO
                   DISPLAY "Re-dispersion generada en REDISPERSION.txt"
                   DISPLAY "Pagos reenviados:        " WS-REENVIADOS
                   DISPLAY "Cuenta sin corregir:     " WS-SIN-CORREGIR
                   DISPLAY "Errores:                 " WS-ERRORES
                   DISPLAY "Total reenviado:         " WS-TOTAL-IMPORTE
               END-IF
           END-IF.

       REENVIAR-PAGO.
           MOVE EPG-ID TO BCO-ID
           READ CUENTAS-BANCO KEY IS BCO-ID
               INVALID KEY
                   ADD 1 TO WS-SIN-CORREGIR
                   DISPLAY "ID " EPG-ID " sigue sin cuenta en "
                       "BANCOS.dat."
               NOT INVALID KEY
                   IF BCO-CLABE = EPG-CLABE
                       ADD 1 TO WS-SIN-CORREGIR
                       DISPLAY "ID " EPG-ID " tiene la misma CLABE "
                           "que fue rechazada; no se reenvia."
                   ELSE
                       PERFORM ESCRIBIR-REENVIO
                   END-IF
           END-READ.

       ESCRIBIR-REENVIO.
           PERFORM ARMAR-NOMBRE
           MOVE SPACES             TO REGISTRO-DISPERSION
           MOVE "D"                TO DIS-TIPO
           MOVE BCO-BANCO          TO DIS-BANCO
           MOVE BCO-CLABE          TO DIS-CLABE
           MOVE EPG-ID             TO DIS-ID
           MOVE WS-NOMBRE-COMPLETO TO DIS-NOMBRE
           MOVE EPG-IMPORTE        TO DIS-IMPORTE
           WRITE REGISTRO-DISPERSION
           IF FS-DISPERSION NOT = "00"
               DISPLAY "Error al escribir REDISPERSION.txt para el "
                   "ID " EPG-ID ", estado: " FS-DISPERSION
               ADD 1 TO WS-ERRORES
           ELSE
               MOVE "E"          TO EPG-ESTADO
               MOVE BCO-BANCO    TO EPG-BANCO
               MOVE BCO-CLABE    TO EPG-CLABE
               MOVE WS-FECHA-HOY TO EPG-FECHA-ENVIO
               MOVE WS-FECHA-HOY TO EPG-FECHA-ESTADO
               MOVE SPACES       TO EPG-CODIGO
               MOVE SPACES       TO EPG-MOTIVO
               ADD 1 TO EPG-ENVIOS
               REWRITE REGISTRO-ESTADO-PAGO
                   INVALID KEY
                       DISPLAY "Error al actualizar ESTADO-PAGOS.dat "
                           "para el ID " EPG-ID ", estado: "
                           FS-ESTADO-PAGOS
                       ADD 1 TO WS-ERRORES
                   NOT INVALID KEY
                       ADD 1 TO WS-REENVIADOS
                       ADD EPG-IMPORTE TO WS-TOTAL-IMPORTE
               END-REWRITE
           END-IF.

       ARMAR-NOMBRE.
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           MOVE EPG-ID TO EMPLEADO-ID
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

       ACTUALIZAR-CONTROL-PERIODO.
           PERFORM CONTAR-PENDIENTES
           OPEN I-O CONTROL-NOMINA
           IF FS-CONTROL NOT = "00"
               DISPLAY "Aviso: no se pudo abrir CONTROL-NOM.dat "
                   "(estado " FS-CONTROL "); no se actualiza el "
                   "periodo " WS-PERIODO-TRABAJO "."
           ELSE
               MOVE WS-PERIODO-TRABAJO TO CTL-PERIODO
               READ CONTROL-NOMINA KEY IS CTL-PERIODO
                   INVALID KEY
                       DISPLAY "Aviso: el periodo " WS-PERIODO-TRABAJO
                           " no esta en CONTROL-NOM.dat."
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
                           NOT INVALID KEY
                               IF WS-PENDIENTES = ZERO
                                   DISPLAY "Periodo "
                                       WS-PERIODO-TRABAJO
                                       " totalmente pagado."
                               ELSE
                                   DISPLAY "Periodo "
                                       WS-PERIODO-TRABAJO
                                       ": pagos sin confirmar: "
                                       WS-PENDIENTES
                               END-IF
                       END-REWRITE
               END-READ
               CLOSE CONTROL-NOMINA
           END-IF.

       CONTAR-PENDIENTES.
           MOVE ZERO TO WS-PENDIENTES
           MOVE "N" TO WS-FIN-PAGOS
           MOVE WS-PERIODO-TRABAJO TO PAGO-PERIODO
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
                       IF PAGO-PERIODO = WS-PERIODO-TRABAJO
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
               MOVE "RESPUESTA-BANCO"   TO ACC-PROGRAMA
               MOVE WS-USUARIO-SESION   TO ACC-USUARIO
               MOVE WS-RESULTADO-ACCESO TO ACC-RESULTADO
               MOVE WS-MOTIVO-ACCESO    TO ACC-MOTIVO
               WRITE REGISTRO-ACCESO
               IF FS-ACCESOS NOT = "00"
                   DISPLAY "Aviso: no se pudo registrar el acceso, "
                       "estado " FS-ACCESOS
               END-IF
           END-IF.
