          05 BIT-OPERACION          PIC X.
          05 BIT-LLAVE              PIC 9(5).
          05 BIT-IMAGEN             PIC X(130).
          05 BIT-USUARIO            PIC X(8).

       WORKING-STORAGE SECTION.
       77 FS-EMPLEADOS          PIC X(02).
