      ******************************************************************
      * INSCCNT.CPY
      * Conteo mantenido de inscriptos (ENRLCNT), indexado por materia
      * y sección: un registro por par COD-MATERIA / SECCION-MATERIA
      * con la cantidad de estudiantes activos que lo cursan.  Cuenta
      * lo mismo que contaba el viejo barrido del maestro: las filas
      * 1..NUM-MATERIAS con código no blanco de los estudiantes con
      * EST-ACTIVO (una materia retirada sigue ocupando el asiento).
      * Sección cero = materia sin sección asignada.
      *
      * El cupo de una materia (CAT-CUPO) se controla contra la suma
      * de todas sus secciones, que se lee con SUMAR-CONTEO-MATERIA
      * de CNTCHK-PROC.CPY en lugar de releer STUDMAST entero.  Lo
      * mantienen, bajo el mismo bloqueo por registro que STUDMAST,
      * los caminos que agregan o sacan materias: la entrada de
      * COBOL53, ENROLL-LOAD, STUDENT-WITHDRAW, STUDENT-MERGE,
      * TERM-ROLL, CHANGE-APPROVAL y CAMPUS-TRANSFER.  Los demás
      * caminos (egreso, recarga, importación, archivo) los recoge el
      * recuento nocturno ENROLL-COUNT-RECON, que rearma el conteo
      * desde STUDMAST y reporta toda diferencia.
      ******************************************************************
       01  REG-CONTEO-INSCRIPTOS.
           05  CNI-CLAVE.
               10  CNI-COD-MATERIA    PIC X(4).
               10  CNI-SECCION        PIC 99.
           05  CNI-CANTIDAD           PIC 9(5).
           05  CNI-FECHA-ACT          PIC 9(8).
           05  CNI-HORA-ACT           PIC 9(8).
           05  CNI-PROGRAMA-ACT       PIC X(20).
