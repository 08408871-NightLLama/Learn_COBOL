      * cada uno
      * carga la fecha en la EXTERNAL FECHA-PROCESO (ver FECHAPRO.CPY)
      * y CALLea en orden los pasos de la ventana - el respaldo del
      * maestro, el extracto de estudiantes, el resumen de clase, el
      * conteo a RECONLOG, la distribución a DISTLOG4 y la planilla de
      * reposición - de modo
      * que los appends fechados quedan exactamente como si esas
      * noches hubieran corrido.  Cada día repuesto queda asentado en
      * CATCHLOG con su fecha de reposición.
           MOVE FECHA-DEL-DIA TO FECHA-PROCESO.
           CALL "MASTER-UNLOAD".
           CANCEL "MASTER-UNLOAD".
           CALL "STUDENT-EXTRACT".
           CANCEL "STUDENT-EXTRACT".
           CALL "CLASS-SUMMARY".
           CANCEL "CLASS-SUMMARY".
           CALL "APRENDIENDO COBOL6".
