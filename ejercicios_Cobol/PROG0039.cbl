       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-LINEA PIC X(503).

       SD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
