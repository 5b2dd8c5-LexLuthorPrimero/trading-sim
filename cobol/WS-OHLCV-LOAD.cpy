      * COPY BOOK: WS-OHLCV-LOAD
      * Dominio: Carga de precios OHLCV (Open/High/Low/Close/Volume)
      *          con fecha y símbolo, desde archivo secuencial.
      * Usado por: todo programa que lee la serie OHLCV fechada
      *            (indicadores de barra completa, estudios y
      *            reportes de riesgo, multi-símbolo o no)
      * Aplica: B-FSTATUS + B-DEBUG
      * Responsabilidad única: leer archivo, validar y llenar tabla.
      * El programa anfitrión debe declarar, en su propia FILE SECTION,
