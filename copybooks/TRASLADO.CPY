      ******************************************************************
      * TRASLADO.CPY
      * Registro del archivo de traslados entre campus (TRASLOG): una
      * línea por estudiante trasladado por CAMPUS-TRANSFER, con la
      * fecha y hora del movimiento, el campus de origen y el de
      * destino, y cómo quedó cada materia en el campus nuevo - con
      * sección asignada, anotada en la lista de espera WAITLIST o
      * sin sección.  El informe mensual TRANSFER-REPORT lo recorre
      * para listar altas y bajas por campus.  Archivo secuencial que
      * sólo crece; la corrida lo abre en EXTEND.
      ******************************************************************
       01  REG-TRASLADO.
           05  TRS-FECHA               PIC 9(8).
           05  TRS-HORA                PIC 9(8).
           05  TRS-ID-ESTUDIANTE       PIC 9(6).
           05  TRS-NOM-ESTUDIANTE      PIC X(20).
           05  TRS-GRADO-NIVEL         PIC 99.
           05  TRS-CAMPUS-ORIGEN       PIC XX.
           05  TRS-CAMPUS-DESTINO      PIC XX.
           05  TRS-CANT-MATERIAS       PIC 9.
           05  TRS-MATERIA OCCURS 6 TIMES.
               10  TRS-COD-MATERIA     PIC X(4).
               10  TRS-SECCION-ANTES   PIC 99.
               10  TRS-SECCION-DESPUES PIC 99.
               10  TRS-UBICACION       PIC X.
                   88  TRS-UBICADA         VALUE "U".
                   88  TRS-EN-ESPERA       VALUE "E".
                   88  TRS-SIN-SECCION     VALUE "S".
           05  TRS-OPERADOR            PIC X(8).
