      *             lugar, el supervisor aprueba en cualquier orden, y
      *             desaparecen el tope de 50 por tanda y el archivo
      *             de desborde PENDOVFL con su reescritura completa.
      * 2026-10-14  GRADEBOOK-ROLLUP encola aquí la nota de cada
      *             materia armada con la libreta de calificaciones
      *             (GBTAREA/GBNOTAS), una entrada por estudiante con
      *             la tabla de materias completa y el promedio
      *             recalculado, igual que APPEAL-REVIEW.
      ******************************************************************
       01  REG-CAMBIO-PENDIENTE.
           05  PCH-CLAVE.
