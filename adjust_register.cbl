      * por la pantalla de ajustes COBOL17) de la fecha pedida -
      * artículo, cantidad ajustada, existencia antes/después y el
      * motivo (AJ ajuste manual, CO corrección por conteo físico,
      * RC recepción de compras, ver AJUSTREG.CPY) - por el archivo de
      * impresión ADJRPT, con el neto del día al pie.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Lista también las recepciones de PO-RECEIVING,
      *             motivo RC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUST-REGISTER.
