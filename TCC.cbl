           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT TOMA-INV-BAK ASSIGN TO "TOMAINV.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT CONTEO-BAK ASSIGN TO "CONTEO.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT CTA-PAGAR-BAK ASSIGN TO "CTAPAG.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT NUMERADOR-BAK ASSIGN TO "NUMERADOR.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT CODBARRA-BAK ASSIGN TO "CODBARRA.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT RECETA-BAK ASSIGN TO "RECETA.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT ENCARGO-BAK ASSIGN TO "ENCARGO.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT ENCARGO-ITEM-BAK ASSIGN TO "ENCITEM.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT RESERVA-BAK ASSIGN TO "RESERVA.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT CONSUMO-COMBO-BAK ASSIGN TO "CONSCOMB.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT RESP-CTL ASSIGN TO "RESPCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.
           RECORD KEY IS NRO-LOTE-LT
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT PRECIO-HIST ASSIGN TO "PRECIOHIS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT PRECIO-IMP ASSIGN TO "PRECIOS.LIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT TOMA-INV ASSIGN TO "TOMAINV.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ID-RUBRO-TI
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT CONTEO ASSIGN TO "CONTEO.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ID-PRODUCTO-IC
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT INVENT-IMP ASSIGN TO "INVENT.LIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT CTA-PAGAR ASSIGN TO "CTAPAG.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLAVE-FP
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT MOV-PROV ASSIGN TO "CTAPROV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT CTAPAG-IMP ASSIGN TO "CTAPAG.LIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT IVA-IMP ASSIGN TO "IVA.LIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT IVA-VENTAS-EXP ASSIGN TO "IVAVENTA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT IVA-COMPRAS-EXP ASSIGN TO "IVACOMPR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT GASTO ASSIGN TO "GASTOS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT RESULT-IMP ASSIGN TO "RESULT.LIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT EVALPROV-IMP ASSIGN TO "EVALPROV.LIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT NUMERADOR ASSIGN TO "NUMERADOR.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ID-PUNTO-VENTA-NU
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT NRO-ANULADO ASSIGN TO "TKVOID.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT NUMTK-IMP ASSIGN TO "NUMTK.LIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT CODBARRA ASSIGN TO "CODBARRA.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CODIGO-CB
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT RECETA ASSIGN TO "RECETA.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLAVE-RE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT ENCARGO ASSIGN TO "ENCARGO.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS NRO-ENCARGO-EN
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT ENCARGO-ITEM ASSIGN TO "ENCITEM.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLAVE-EI
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT RESERVA ASSIGN TO "RESERVA.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ID-PRODUCTO-RV
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT CONSUMO-COMBO ASSIGN TO "CONSCOMB.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLAVE-CX
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ESTADO.

           SELECT ENCARGO-IMP ASSIGN TO "ENCARGO.LIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT PROVEEDOR-ANT ASSIGN TO "PROVEEDOR.ANT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ID-PROVEEDOR-ANT
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT PROVEEDOR-BAK-ANT ASSIGN TO "PROVEEDOR.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT RUBRO-ANT ASSIGN TO "RUBRO.ANT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ID-RUBRO-ANT
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT RUBRO-BAK-ANT ASSIGN TO "RUBRO.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT PRODUCTO-ANT ASSIGN TO "PRODUCTO.ANT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ID-PRODUCTO-ANT
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT PRODUCTO-BAK-ANT ASSIGN TO "PRODUCTO.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT CLIENTE-ANT ASSIGN TO "CLIENTE.ANT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ID-CLIENTE-ANT
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT CLIENTE-BAK-ANT ASSIGN TO "CLIENTE.BAK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

           SELECT COMPRA-ANT ASSIGN TO "COMPRA.ANT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ESTADO.

       DATA DIVISION.
       FILE SECTION.
           FD VENTA.
               03 APELLIDO PIC A(15).
               03 EMAIL PIC X(20).
               03 NRO-CELULAR PIC X9(13).
               03 DIAS-PAGO PIC 999.

           FD RUBRO.
           01 REG-RUBRO.
               03 ID-RUBRO PIC 999.
               03 DESCRIPCION PIC X(30).
               03 TASA-IVA PIC 99V9.

           FD STOCK.
           01 REG-STOCK.
               03 UNIDAD-PR PIC X(2).
               03 ID-RUBRO-PR PIC 999.
               03 ID-PROVEEDOR-PR PIC 999.
               03 TIPO-PR PIC X.

           FD PEDIDO.
           01 REG-PEDIDO.
               03 SALDO-CL PIC S9(7)V99.
               03 FECHA-ULT-CARGO-CL PIC 9(8).
               03 FECHA-ULT-PAGO-CL PIC 9(8).
               03 DOMICILIO-CL PIC X(30).

           FD CTA-CTE.
           01 REG-CTA-CTE.
               03 CANTIDAD-CP PIC 9(5)V999.
               03 COSTO-UNITARIO-CP PIC 9(5)V99.
               03 TOTAL-FACTURA-CP PIC 9(7)V99.
               03 CANTIDAD-PEDIDA-CP PIC 9(5)V999.
               03 FECHA-PEDIDO-CP PIC 9(8).

           FD VENTA-DIA.
           01 REG-VENTA-DIA.
           01 REG-VENTA-BAK PIC X(47).

           FD PROVEEDOR-BAK.
           01 REG-PROVEEDOR-BAK PIC X(70).

           FD RUBRO-BAK.
           01 REG-RUBRO-BAK PIC X(36).

           FD STOCK-BAK.
           01 REG-STOCK-BAK PIC X(19).

           FD PRODUCTO-BAK.
           01 REG-PRODUCTO-BAK PIC X(34).

           FD PEDIDO-BAK.
           01 REG-PEDIDO-BAK PIC X(23).
           01 REG-OPERADOR-BAK PIC X(19).

           FD CLIENTE-BAK.
           01 REG-CLIENTE-BAK PIC X(102).

           FD CAJA-BAK.
           01 REG-CAJA-BAK PIC X(64).
           FD LOTE-BAK.
           01 REG-LOTE-BAK PIC X(41).

           FD TOMA-INV-BAK.
           01 REG-TOMA-INV-BAK PIC X(26).

           FD CONTEO-BAK.
           01 REG-CONTEO-BAK PIC X(23).

           FD CTA-PAGAR-BAK.
           01 REG-CTA-PAGAR-BAK PIC X(50).

           FD NUMERADOR-BAK.
           01 REG-NUMERADOR-BAK PIC X(18).

           FD CODBARRA-BAK.
           01 REG-CODBARRA-BAK PIC X(24).

           FD RECETA-BAK.
           01 REG-RECETA-BAK PIC X(12).

           FD ENCARGO-BAK.
           01 REG-ENCARGO-BAK PIC X(55).

           FD ENCARGO-ITEM-BAK.
           01 REG-ENCARGO-ITEM-BAK PIC X(50).

           FD RESERVA-BAK.
           01 REG-RESERVA-BAK PIC X(11).

           FD CONSUMO-COMBO-BAK.
           01 REG-CONSUMO-COMBO-BAK PIC X(23).

           FD RESP-CTL.
           01 REG-RESP-CTL.
               03 NOMBRE-RESP PIC X(10).
               03 CANTIDAD-INGRESADA-LT PIC 9(5)V999.
               03 SALDO-LT PIC 9(5)V999.

           FD PRECIO-HIST.
           01 REG-PRECIO-HIST.
               03 ID-PRODUCTO-PH PIC 999.
               03 FECHA-PH PIC 9(8).
               03 HORA-PH PIC 9(6).
               03 PRECIO-ANTERIOR-PH PIC 9(5)V99.
               03 PRECIO-NUEVO-PH PIC 9(5)V99.
               03 ORIGEN-PH PIC X(10).
               03 ID-OPERADOR-PH PIC 999.

           FD PRECIO-IMP.
           01 LINEA-PRECIO-IMP PIC X(80).

           FD TOMA-INV.
           01 REG-TOMA-INV.
               03 ID-RUBRO-TI PIC 999.
               03 ESTADO-TI PIC X.
               03 FECHA-APERTURA-TI PIC 9(8).
               03 ID-OPERADOR-TI PIC 999.
               03 FECHA-CIERRE-TI PIC 9(8).
               03 ID-APROBO-TI PIC 999.

           FD CONTEO.
           01 REG-CONTEO.
               03 ID-PRODUCTO-IC PIC 999.
               03 ID-RUBRO-IC PIC 999.
               03 CANTIDAD-SISTEMA-IC PIC 9(5)V999.
               03 CANTIDAD-CONTADA-IC PIC 9(5)V999.
               03 CONTADO-IC PIC X.

           FD INVENT-IMP.
           01 LINEA-INVENT-IMP PIC X(80).

           FD CTA-PAGAR.
           01 REG-CTA-PAGAR.
               03 CLAVE-FP.
                   05 ID-PROVEEDOR-FP PIC 999.
                   05 NRO-FACTURA-FP PIC X(12).
               03 FECHA-FACTURA-FP PIC 9(8).
               03 FECHA-VENC-FP PIC 9(8).
               03 IMPORTE-FP PIC 9(7)V99.
               03 SALDO-FP PIC 9(7)V99.
               03 ESTADO-FP PIC X.

           FD MOV-PROV.
           01 REG-MOV-PROV.
               03 ID-PROVEEDOR-MP PIC 999.
               03 FECHA-MP PIC 9(8).
               03 TIPO-MP PIC X(9).
               03 NRO-FACTURA-MP PIC X(12).
               03 MEDIO-PAGO-MP PIC X.
               03 REFERENCIA-MP PIC X(12).
               03 IMPORTE-MP PIC 9(7)V99.
               03 ID-OPERADOR-MP PIC 999.

           FD CTAPAG-IMP.
           01 LINEA-CTAPAG-IMP PIC X(80).

           FD IVA-IMP.
           01 LINEA-IVA-IMP PIC X(80).

           FD IVA-VENTAS-EXP.
           01 LINEA-IVA-VENTAS-EXP PIC X(65).

           FD IVA-COMPRAS-EXP.
           01 LINEA-IVA-COMPRAS-EXP PIC X(65).

           FD GASTO.
           01 REG-GASTO.
               03 FECHA-PAGO-GS PIC 9(8).
               03 CATEGORIA-GS PIC 9.
               03 DETALLE-GS PIC X(30).
               03 IMPORTE-GS PIC 9(7)V99.
               03 FECHA-CARGA-GS PIC 9(8).
               03 ID-OPERADOR-GS PIC 999.

           FD RESULT-IMP.
           01 LINEA-RESULT-IMP PIC X(80).

           FD EVALPROV-IMP.
           01 LINEA-EVALPROV-IMP PIC X(80).

           FD NUMERADOR.
           01 REG-NUMERADOR.
               03 ID-PUNTO-VENTA-NU PIC 9.
               03 ULTIMO-TICKET-NU PIC 9(6).
               03 FECHA-ULT-NU PIC 9(8).
               03 ID-OPERADOR-NU PIC 999.

           FD NRO-ANULADO.
           01 REG-NRO-ANULADO.
               03 NRO-TICKET-NA PIC 9(6).
               03 ID-PUNTO-VENTA-NA PIC 9.
               03 FECHA-NA PIC 9(8).
               03 HORA-NA PIC 9(6).
               03 ID-OPERADOR-NA PIC 999.
               03 MOTIVO-NA PIC X(20).

           FD NUMTK-IMP.
           01 LINEA-NUMTK-IMP PIC X(80).

           FD CODBARRA.
           01 REG-CODBARRA.
               03 CODIGO-CB PIC X(13).
               03 ID-PRODUCTO-CB PIC 999.
               03 FECHA-ALTA-CB PIC 9(8).

           FD RECETA.
           01 REG-RECETA.
               03 CLAVE-RE.
                   05 ID-COMBO-RE PIC 999.
                   05 ID-COMPONENTE-RE PIC 999.
               03 CANTIDAD-RE PIC 9(3)V999.

           FD ENCARGO.
           01 REG-ENCARGO.
               03 NRO-ENCARGO-EN PIC 9(6).
               03 ID-CLIENTE-EN PIC 999.
               03 FECHA-ALTA-EN PIC 9(8).
               03 FECHA-ENTREGA-EN PIC 9(8).
               03 FORMA-PAGO-EN PIC X.
               03 ESTADO-EN PIC X.
               03 CANT-LINEAS-EN PIC 99.
               03 TOTAL-EN PIC 9(7)V99.
               03 NRO-TICKET-EN PIC 9(6).
               03 ID-OPERADOR-EN PIC 999.
               03 FECHA-CIERRE-EN PIC 9(8).

           FD ENCARGO-ITEM.
           01 REG-ENCARGO-ITEM.
               03 CLAVE-EI.
                   05 NRO-ENCARGO-EI PIC 9(6).
                   05 NRO-LINEA-EI PIC 99.
               03 ID-PRODUCTO-EI PIC 999.
               03 NOMBRE-EI PIC X(15).
               03 CANTIDAD-EI PIC 9(3)V999.
               03 UNIDAD-EI PIC X(2).
               03 PRECIO-EI PIC 9(5)V99.
               03 IMPORTE-EI PIC 9(7)V99.

           FD RESERVA.
           01 REG-RESERVA.
               03 ID-PRODUCTO-RV PIC 999.
               03 CANTIDAD-RV PIC 9(5)V999.

           FD CONSUMO-COMBO.
           01 REG-CONSUMO-COMBO.
               03 CLAVE-CX.
                   05 ORIGEN-CX PIC X.
                   05 NRO-DOC-CX PIC 9(6).
                   05 NRO-LINEA-CX PIC 99.
                   05 ID-COMPONENTE-CX PIC 999.
               03 ID-COMBO-CX PIC 999.
               03 CANTIDAD-CX PIC 9(5)V999.

           FD ENCARGO-IMP.
           01 LINEA-ENCARGO-IMP PIC X(80).

           FD PROVEEDOR-ANT.
           01 REG-PROVEEDOR-ANT.
               03 ID-PROVEEDOR-ANT PIC 999.
               03 FILLER PIC X(64).

           FD PROVEEDOR-BAK-ANT.
           01 REG-PROVEEDOR-BAK-ANT PIC X(67).

           FD RUBRO-ANT.
           01 REG-RUBRO-ANT.
               03 ID-RUBRO-ANT PIC 999.
               03 FILLER PIC X(30).

           FD RUBRO-BAK-ANT.
           01 REG-RUBRO-BAK-ANT PIC X(33).

           FD PRODUCTO-ANT.
           01 REG-PRODUCTO-ANT.
               03 ID-PRODUCTO-ANT PIC 999.
               03 FILLER PIC X(30).

           FD PRODUCTO-BAK-ANT.
           01 REG-PRODUCTO-BAK-ANT PIC X(33).

           FD CLIENTE-ANT.
           01 REG-CLIENTE-ANT.
               03 ID-CLIENTE-ANT PIC 999.
               03 FILLER PIC X(69).

           FD CLIENTE-BAK-ANT.
           01 REG-CLIENTE-BAK-ANT PIC X(72).

           FD COMPRA-ANT.
           01 REG-COMPRA-ANT PIC X(50).

       WORKING-STORAGE SECTION.
           77 OP-MENU PIC 99 VALUE 99.
           77 BANDERA PIC 9 VALUE 9.
               03 APELLIDO-PC PIC A(15).
               03 EMAIL-PC PIC X(20).
               03 NRO-CELULAR-PC PIC X9(13).
               03 DIAS-PAGO-PC PIC 999.

           01 REG-RUBRO-RC.
               03 ID-RUBRO-RC PIC 999.
               03 DESCRIPCION-RC PIC X(30).
               03 TASA-IVA-RC PIC 99V9.

           01 REG-STOCK-SC.
               03 ID-PRODUCTO-SC PIC 999.
               03 UNIDAD-PM PIC X(2).
               03 ID-RUBRO-PM PIC 999.
               03 ID-PROVEEDOR-PM PIC 999.
               03 TIPO-PM PIC X.

           01 REG-PEDIDO-PE.
               03 ID-PRODUCTO-PE PIC 999.
               03 SALDO-CE PIC S9(7)V99.
               03 FECHA-ULT-CARGO-CE PIC 9(8).
               03 FECHA-ULT-PAGO-CE PIC 9(8).
               03 DOMICILIO-CE PIC X(30).

           01 REG-TICKET-TA.
               03 NRO-TICKET-TA PIC 9(6).
           77 CANT-DIFER-RESP PIC 99 VALUE 0.

           01 TABLA-RESP-CTL.
               05 RESP-CTL-ITEM OCCURS 30 TIMES.
                   10 VR-NOMBRE PIC X(10).
                   10 VR-CANT PIC 9(7).

                   10 RUBRO-TOT-TOTAL PIC 9(9)V99.
                   10 RUBRO-TOT-UNID PIC 9(8)V999.

           77 ID-PRODUCTO-HIS-WS PIC 999 VALUE 0.
           77 PRECIO-ANTERIOR-WS PIC 9(5)V99 VALUE 0.
           77 PRECIO-NUEVO-WS PIC 9(5)V99 VALUE 0.
           77 ORIGEN-PRECIO-WS PIC X(10) VALUE SPACES.
           77 OP-FILTRO-AUM PIC 9 VALUE 0.
           77 FILTRO-ID-AUM PIC 999 VALUE 0.
           77 TIPO-AUMENTO PIC 9 VALUE 0.
           77 VALOR-AUMENTO PIC 9(5)V99 VALUE 0.
           77 PRECIO-REDONDEO PIC 9(5)V9 VALUE 0.
           77 PRECIO-CALCULADO-OK PIC 9 VALUE 0.
           77 COINCIDE-AUMENTO PIC 9 VALUE 0.
           77 CANT-PROD-AUMENTO PIC 9(5) VALUE 0.
           77 CANT-PROD-EXCEDIDOS PIC 9(5) VALUE 0.
           77 OP-CONFIRMA PIC 9 VALUE 0.
           77 FIN-ARCHIVO-PH PIC 9 VALUE 0.
           77 CANT-PRECIOS-LIST PIC 9(5) VALUE 0.
           77 CANT-CAMBIOS-PH PIC 999 VALUE 0.
           77 IX-PH PIC 999 VALUE 0.
           77 ENCONTRADO-PH PIC 9 VALUE 0.
           77 ID-PRODUCTO-EVO PIC 999 VALUE 0.
           77 PRECIO-EDIT-ANT PIC Z(4)9.99.

           01 TABLA-PRECIO-CAMB.
               05 PRECIO-CAMB-ITEM OCCURS 999 TIMES.
                   10 PC-ID PIC 999.
                   10 PC-FECHA PIC 9(8).

           77 ID-RUBRO-INV PIC 999 VALUE 0.
           77 TOMA-HALLADA PIC 9 VALUE 0.
           77 RUBRO-EN-TOMA PIC 9 VALUE 0.
           77 FIN-ARCHIVO-IC PIC 9 VALUE 0.
           77 FIN-ARCHIVO-STK PIC 9 VALUE 0.
           77 CANT-LINEAS-INV PIC 9(5) VALUE 0.
           77 CANT-SIN-CONTAR PIC 9(5) VALUE 0.
           77 CANT-DIFER-INV PIC 9(5) VALUE 0.
           77 DIFERENCIA-INV PIC S9(5)V999 VALUE 0.
           77 DIFERENCIA-EDIT-INV PIC -(5)9.999.
           77 VALOR-DIF-INV PIC S9(9)V99 VALUE 0.
           77 TOTAL-FALTANTE-INV PIC S9(9)V99 VALUE 0.
           77 TOTAL-SOBRANTE-INV PIC S9(9)V99 VALUE 0.
           77 TOTAL-NETO-INV PIC S9(9)V99 VALUE 0.
           77 VALOR-EDIT-INV PIC -(8)9.99.

           77 ID-PROVEEDOR-PRV PIC 999 VALUE 0.
           77 FECHA-FACTURA-PRV PIC 9(8) VALUE 0.
           77 FECHA-VENC-PRV PIC 9(8) VALUE 0.
           77 IMPORTE-FACTURA-PRV PIC 9(7)V99 VALUE 0.
           77 FACTURA-GRABADA-OK PIC 9 VALUE 0.
           77 FACTURA-EXISTE-PRV PIC 9 VALUE 0.
           77 ACUMULA-FACTURA-PRV PIC 9 VALUE 0.
           77 OP-MEDIO-PAGO PIC 9 VALUE 0.
           77 MEDIO-PAGO-PRV PIC X VALUE SPACES.
           77 TIPO-PAGO-PRV PIC X(9) VALUE SPACES.
           77 REFERENCIA-PAGO-PRV PIC X(12) VALUE SPACES.
           77 IMPORTE-IMPUTAR-PRV PIC 9(7)V99 VALUE 0.
           77 TOTAL-PAGO-PRV PIC 9(9)V99 VALUE 0.
           77 FIN-IMPUTACION-PRV PIC 9 VALUE 0.
           77 CANT-IMPUT-PRV PIC 9(3) VALUE 0.
           77 TIPO-MP-WS PIC X(9) VALUE SPACES.
           77 NRO-FACTURA-MP-WS PIC X(12) VALUE SPACES.
           77 IMPORTE-MP-WS PIC 9(7)V99 VALUE 0.
           77 FIN-ARCHIVO-FP PIC 9 VALUE 0.
           77 FIN-ARCHIVO-MP PIC 9 VALUE 0.
           77 DEUDA-TOTAL-PRV PIC 9(9)V99 VALUE 0.
           77 CANT-FACT-PEND PIC 9(5) VALUE 0.
           77 ID-PROVEEDOR-CONS PIC 999 VALUE 0.
           77 PROV-ANT-FP PIC 999 VALUE 0.
           77 CANT-PROV-AGING PIC 9(3) VALUE 0.
           77 DIAS-VENCIDO-FP PIC S9(5) VALUE 0.
           77 FECHA-HOY-PRV PIC 9(8) VALUE 0.
           77 IX-TRAMO PIC 9 VALUE 0.

           01 FECHA-FACTURA-ING.
               03 ANIO-FI PIC 9(4).
               03 MES-FI PIC 9(2).
               03 DIA-FI PIC 9(2).

           01 TABLA-TRAMOS.
               05 TRAMO-ITEM OCCURS 4 TIMES.
                   10 TRAMO-PROV PIC 9(9)V99.
                   10 TRAMO-TOTAL PIC 9(9)V99.
                   10 TRAMO-EDIT PIC Z(7)9.99.

           77 OP-ALICUOTA PIC 9 VALUE 0.
           77 ANIO-IVA PIC 9(4) VALUE 0.
           77 MES-IVA PIC 99 VALUE 0.
           77 PERIODO-IVA PIC 9(6) VALUE 0.
           77 PERIODO-CMP-IVA PIC 9(6) VALUE 0.
           77 TASA-IVA-LINEA PIC 99V9 VALUE 0.
           77 ID-RUBRO-LINEA-IVA PIC 999 VALUE 0.
           77 IX-ALIC PIC 9 VALUE 0.
           77 IX-IVA PIC 9(3) VALUE 0.
           77 SIGNO-IVA PIC S9 VALUE 1.
           77 BRUTO-CALC-IVA PIC S9(9)V99 VALUE 0.
           77 NETO-CALC-IVA PIC S9(9)V99 VALUE 0.
           77 IMPUESTO-CALC-IVA PIC S9(9)V99 VALUE 0.
           77 TOTAL-NETO-IVA PIC S9(9)V99 VALUE 0.
           77 TOTAL-IMPUESTO-IVA PIC S9(9)V99 VALUE 0.
           77 CANT-COMPROB-IVA PIC 9(5) VALUE 0.
           77 CANT-FACT-PRV-IVA PIC 9(5) VALUE 0.
           77 FIN-ARCHIVO-TK-IVA PIC 9 VALUE 0.
           77 FIN-ARCHIVO-PRV-IVA PIC 9 VALUE 0.
           77 PRV-BAJA-IVA PIC 9 VALUE 0.
           77 PRV-BAJA-HALLADO PIC 9 VALUE 0.
           77 CANT-PRV-BAJA-IVA PIC 999 VALUE 0.
           77 IX-PRV-BAJA PIC 999 VALUE 0.
           77 TIPO-COMPROB-IVA PIC X(2) VALUE SPACES.
           77 NRO-COMPROB-IVA PIC X(12) VALUE SPACES.
           77 FECHA-COMPROB-IVA PIC 9(8) VALUE 0.
           77 ID-CONTRAPARTE-IVA PIC 999 VALUE 0.
           77 LIBRO-IVA-ACT PIC X VALUE SPACES.
           77 ALIC-EDIT-LI PIC Z9.9.
           77 NETO-EDIT-LI PIC -(7)9.99.
           77 IVA-EDIT-LI PIC -(7)9.99.
           77 TOTAL-EDIT-LI PIC -(7)9.99.

           01 TABLA-ALICUOTAS.
               05 ALIC-ITEM OCCURS 3 TIMES.
                   10 ALIC-TASA PIC 99V9.
                   10 ALIC-BRUTO PIC S9(9)V99.
                   10 ALIC-BRUTO-ANU PIC S9(9)V99.
                   10 ALIC-NETO-TOT PIC S9(9)V99.
                   10 ALIC-IVA-TOT PIC S9(9)V99.
                   10 ALIC-NETO-PRV PIC S9(9)V99.
                   10 ALIC-IVA-PRV PIC S9(9)V99.

           01 TABLA-IVA-RUBRO.
               05 IVA-RUBRO-TASA OCCURS 999 TIMES PIC 99V9.

           01 TABLA-RUBRO-PROD-IVA.
               05 RUBRO-PROD-IVA OCCURS 999 TIMES PIC 999.

           01 REG-IVA-EXP.
               03 LIBRO-LI PIC X.
               03 TIPO-COMPROB-LI PIC X(2).
               03 FECHA-LI PIC 9(8).
               03 NRO-COMPROB-LI PIC X(12).
               03 ID-CONTRAPARTE-LI PIC 999.
               03 ALICUOTA-LI PIC 99V9.
               03 NETO-LI PIC S9(9)V99 SIGN LEADING SEPARATE.
               03 IVA-LI PIC S9(9)V99 SIGN LEADING SEPARATE.
               03 TOTAL-LI PIC S9(9)V99 SIGN LEADING SEPARATE.

           01 TABLA-PRV-BAJA-IVA.
               05 PRV-BAJA-ITEM OCCURS 100 TIMES.
                   10 PRV-BAJA-ID PIC 999.

           77 CATEGORIA-GASTO-WS PIC 9 VALUE 0.
           77 NOMBRE-CATEGORIA-WS PIC X(30) VALUE SPACES.
           77 IMPORTE-GASTO-WS PIC 9(7)V99 VALUE 0.
           77 DETALLE-GASTO-WS PIC X(30) VALUE SPACES.
           77 FIN-ARCHIVO-GS PIC 9 VALUE 0.
           77 CANT-GASTOS-LIST PIC 9(5) VALUE 0.
           77 TOTAL-GASTOS-LIST PIC 9(9)V99 VALUE 0.
           77 ANIO-RES PIC 9(4) VALUE 0.
           77 MES-RES PIC 99 VALUE 0.
           77 IX-RES PIC 9 VALUE 0.
           77 IX-CAT PIC 9 VALUE 0.
           77 IX-SALDO-RES PIC 9(4) VALUE 0.
           77 FECHA-TOPE-RES PIC 9(8) VALUE 0.
           77 PERIODO-MOV-RES PIC 9(6) VALUE 0.
           77 FIN-ARCHIVO-RES PIC 9 VALUE 0.
           77 CANTIDAD-CALC-RES PIC 9(5)V999 VALUE 0.
           77 VALOR-CALC-RES PIC S9(9)V99 VALUE 0.
           77 CONCEPTO-RES PIC X(30) VALUE SPACES.
           77 VALOR-RES-1 PIC S9(9)V99 VALUE 0.
           77 VALOR-RES-2 PIC S9(9)V99 VALUE 0.
           77 VALOR-EDIT-RES-1 PIC -(9)9.99.
           77 VALOR-EDIT-RES-2 PIC -(9)9.99.

           01 FECHA-PAGO-ING.
               03 ANIO-GI PIC 9(4).
               03 MES-GI PIC 9(2).
               03 DIA-GI PIC 9(2).

           01 TABLA-RESULTADO.
               05 RES-ITEM OCCURS 2 TIMES.
                   10 RES-PERIODO PIC 9(6).
                   10 RES-VENTAS PIC S9(9)V99.
                   10 RES-COSTO PIC S9(9)V99.
                   10 RES-MERMAS PIC S9(9)V99.
                   10 RES-DIF-INV PIC S9(9)V99.
                   10 RES-MARGEN PIC S9(9)V99.
                   10 RES-GASTO-CAT PIC S9(9)V99 OCCURS 6 TIMES.
                   10 RES-TOTAL-GASTOS PIC S9(9)V99.
                   10 RES-NETO PIC S9(9)V99.
                   10 RES-SIN-COSTO PIC 9(5).
                   10 RES-HAY-DATOS PIC 9.

           01 TABLA-SALDO-MOV-RES.
               05 SALDO-MOV-RES-ITEM OCCURS 999 TIMES.
                   10 SALDO-MOV-ANT PIC 9(5)V999.
                   10 SALDO-MOV-CARGADO PIC 9.

           77 FIN-ARCHIVO-EV PIC 9 VALUE 0.
           77 IX-PRV-EV PIC 9(4) VALUE 0.
           77 IX-PROD-EV PIC 9(4) VALUE 0.
           77 DIAS-ENTREGA-EV PIC S9(5) VALUE 0.
           77 CANT-PROV-EV PIC 9(3) VALUE 0.
           77 CANT-CAMBIOS-EV PIC 9(5) VALUE 0.
           77 CANT-SIN-PEDIDO-EV PIC 9(5) VALUE 0.
           77 PROMEDIO-DIAS-EV PIC 9(5)V9 VALUE 0.
           77 CUMPLIMIENTO-EV PIC 9(5)V99 VALUE 0.
           77 PROM-DIAS-EDIT-EV PIC ZZZ9.9.
           77 MAX-DIAS-EDIT-EV PIC ZZZZ9.
           77 CUMPL-EDIT-EV PIC ZZ9.99.
           77 COSTO-ANT-EDIT-EV PIC Z(4)9.99.

           01 TABLA-EVAL-PROV.
               05 EV-ITEM OCCURS 999 TIMES.
                   10 EV-RECEPCIONES PIC 9(5).
                   10 EV-CON-PEDIDO PIC 9(5).
                   10 EV-SUMA-DIAS PIC 9(7).
                   10 EV-MAX-DIAS PIC 9(5).
                   10 EV-CANT-PEDIDA PIC 9(7)V999.
                   10 EV-CANT-RECIBIDA PIC 9(7)V999.
                   10 EV-ENTREGAS-CORTAS PIC 9(5).

           01 TABLA-COSTO-ANT-EV.
               05 COSTO-ANT-ITEM OCCURS 999 TIMES.
                   10 COSTO-ANT-EV PIC 9(5)V99.

           77 PUNTO-VENTA-ACT PIC 9 VALUE 0.
           77 NRO-RESERVADO-OK PIC 9 VALUE 0.
           77 NUMERADOR-NUEVO PIC 9 VALUE 0.
           77 TICKET-CAB-OK PIC 9 VALUE 0.
           77 BASE-NRO-PV PIC 9(6) VALUE 0.
           77 TOPE-NRO-PV PIC 9(6) VALUE 0.
           77 MOTIVO-ANULACION-NRO PIC X(20) VALUE SPACES.
           77 FIN-ARCHIVO-NU PIC 9 VALUE 0.
           77 PV-NU PIC 9 VALUE 0.
           77 IX-PV-NU PIC 99 VALUE 0.
           77 IX-AN-NU PIC 9(4) VALUE 0.
           77 IX-OPER-NU PIC 9(4) VALUE 0.
           77 CANT-ANULADOS-NU PIC 9(4) VALUE 0.
           77 ANULADO-HALLADO-NU PIC 9 VALUE 0.
           77 NRO-HUECO-NU PIC 9(6) VALUE 0.
           77 CANT-TICKETS-NU PIC 9(5) VALUE 0.
           77 CANT-FALTANTES-NU PIC 9(5) VALUE 0.
           77 CANT-DUPLICADOS-NU PIC 9(5) VALUE 0.
           77 CANT-FUERA-NU PIC 9(5) VALUE 0.
           77 CANT-CIERRES-NU PIC 9(5) VALUE 0.
           77 CANT-CIERRES-DIF-NU PIC 9(5) VALUE 0.
           77 CANT-TK-CIERRE-NU PIC 9(5) VALUE 0.
           77 PRIMER-TK-CIERRE-NU PIC 9(6) VALUE 0.
           77 ULTIMO-TK-CIERRE-NU PIC 9(6) VALUE 0.
           77 FECHA-CIERRE-NU PIC 9(8) VALUE 0.
           77 OPERADOR-CIERRE-NU PIC 999 VALUE 0.

           01 TABLA-NUMERADOR-PV.
               05 NUM-PV-ITEM OCCURS 9 TIMES.
                   10 NUM-ULTIMO-PV PIC 9(6).
                   10 NUM-ANTERIOR-PV PIC 9(6).

           01 TABLA-ANULADOS-NU.
               05 AN-ITEM OCCURS 500 TIMES.
                   10 AN-NRO PIC 9(6).
                   10 AN-OPERADOR PIC 999.
                   10 AN-FECHA PIC 9(8).
                   10 AN-MOTIVO PIC X(20).

           77 CODIGO-LEIDO-WS PIC X(13) VALUE SPACES.
           77 LARGO-CODIGO-CB PIC 99 VALUE 0.
           77 INICIO-CB PIC 99 VALUE 0.
           77 IX-CB PIC 99 VALUE 0.
           77 DIGITO-CB PIC 9 VALUE 0.
           77 PESO-DIGITO-CB PIC 9 VALUE 0.
           77 SUMA-CONTROL-CB PIC 9(4) VALUE 0.
           77 COCIENTE-CB PIC 9(4) VALUE 0.
           77 RESTO-CB PIC 9 VALUE 0.
           77 DIGITO-CALC-CB PIC 9 VALUE 0.
           77 DIGITO-OK-CB PIC 9 VALUE 0.
           77 CODIGO-VALIDO-CB PIC 9 VALUE 0.
           77 CANTIDAD-ETIQUETA PIC 9(3)V999 VALUE 0.
           77 CANTIDAD-ETIQUETA-OK PIC 9 VALUE 0.
           77 VALOR-ETIQUETA-CB PIC 9(6) VALUE 0.
           77 ID-PRODUCTO-ETIQ-CB PIC 9(4) VALUE 0.
           77 IMPORTE-ETIQUETA-CB PIC 9(4)V99 VALUE 0.
           77 FIN-ARCHIVO-CB PIC 9 VALUE 0.
           77 CANT-CODIGOS-CB PIC 9(5) VALUE 0.
           77 CANT-SIN-CODIGO-CB PIC 9(5) VALUE 0.
           77 IX-PROD-COD PIC 9(4) VALUE 0.

           01 TABLA-PROD-CON-CODIGO.
               05 PROD-CON-CODIGO PIC 9 OCCURS 999 TIMES.

           77 ID-PRODUCTO-TIPO-WS PIC 999 VALUE 0.
           77 ID-PROVEEDOR-TIPO-WS PIC 999 VALUE 0.
           77 ES-COMPUESTO PIC 9 VALUE 0.
           77 PRODUCTO-TIPO-HALLADO PIC 9 VALUE 0.
           77 OP-TIPO-PROD PIC 9 VALUE 0.
           77 ID-COMBO-WS PIC 999 VALUE 0.
           77 ID-PROVEEDOR-COMBO-WS PIC 999 VALUE 0.
           77 CANTIDAD-COMBO-WS PIC 9(5)V999 VALUE 0.
           77 MOTIVO-VENTA-WS PIC X(20) VALUE SPACES.
           77 FIN-ARCHIVO-RE PIC 9 VALUE 0.
           77 CANT-COMP-RC PIC 99 VALUE 0.
           77 IX-RC PIC 99 VALUE 0.
           77 COSTO-COMBO-WS PIC 9(7)V99 VALUE 0.
           77 COMBO-SIN-COSTO PIC 9 VALUE 0.
           77 ID-COMPONENTE-WS PIC 999 VALUE 0.
           77 CANTIDAD-RECETA-WS PIC 9(3)V999 VALUE 0.
           77 ID-PRODUCTO-DEV PIC 999 VALUE 0.
           77 CANTIDAD-DEV PIC 9(5)V999 VALUE 0.
           77 CANT-COMBOS-MG PIC 999 VALUE 0.
           77 IX-COMBO-MG PIC 999 VALUE 0.
           77 MARGEN-COMBO-WS PIC S9(7)V99 VALUE 0.
           77 CANTIDAD-RECETA-EDIT PIC ZZ9.999.
           77 TOMA-COMBO-WS PIC 9 VALUE 0.
           77 ID-RUBRO-COMBO-WS PIC 999 VALUE 0.
           77 TIPO-ANTERIOR-WS PIC X VALUE SPACES.
           77 CAMBIO-TIPO-OK PIC 9 VALUE 0.
           77 ES-COMPONENTE-WS PIC 9 VALUE 0.
           77 TIENE-ENC-PEND-WS PIC 9 VALUE 0.
           77 ORIGEN-CONSUMO-WS PIC X VALUE SPACES.
           77 NRO-DOC-CONSUMO-WS PIC 9(6) VALUE 0.
           77 NRO-LINEA-CONSUMO-WS PIC 99 VALUE 0.
           77 CANTIDAD-CONSUMO-WS PIC 9(5)V999 VALUE 0.
           77 FIN-ARCHIVO-CX PIC 9 VALUE 0.
           77 CANT-CX PIC 99 VALUE 0.
           77 IX-CX PIC 99 VALUE 0.
           01 TABLA-CONSUMO-COMBO.
               05 CX-ITEM OCCURS 20 TIMES.
                   10 CX-ID-COMP PIC 999.
                   10 CX-CANT PIC 9(5)V999.


           01 TABLA-RECETA-COMBO.
               05 RC-ITEM OCCURS 20 TIMES.
                   10 RC-ID-COMP PIC 999.
                   10 RC-CANT PIC 9(3)V999.
                   10 RC-COSTO PIC 9(7)V99.

           01 TABLA-COMBOS-MG.
               05 CB-ITEM OCCURS 100 TIMES.
                   10 CB-ID PIC 999.
                   10 CB-NOMBRE PIC X(15).
                   10 CB-PRECIO PIC 9(5)V99.

           77 ID-PRODUCTO-CONS-WS PIC 999 VALUE 0.
           77 DISPONIBLE-SC PIC S9(5)V999 VALUE 0.
           77 RESERVADO-SC PIC 9(5)V999 VALUE 0.
           77 DISPONIBLE-EDIT PIC -(5)9.999.
           77 STOCK-CONSULTADO-VT PIC 9 VALUE 0.
           77 DISPONIBLE-VENTA-WS PIC S9(5)V999 VALUE 0.
           77 CANTIDAD-AVISO-WS PIC 9(5)V999 VALUE 0.
           77 ID-PRODUCTO-RES-WS PIC 999 VALUE 0.
           77 CANTIDAD-RES-WS PIC 9(5)V999 VALUE 0.
           77 SIGNO-RESERVA-WS PIC 9 VALUE 0.
           77 NRO-ENCARGO-ACT PIC 9(6) VALUE 0.
           77 FIN-ARCHIVO-EN PIC 9 VALUE 0.
           77 FIN-ARCHIVO-EI PIC 9 VALUE 0.
           77 CANT-LINEAS-ENC PIC 99 VALUE 0.
           77 IX-LE PIC 99 VALUE 0.
           77 TOTAL-ENCARGO-WS PIC 9(7)V99 VALUE 0.
           77 CANTIDAD-ENC-WS PIC 9(3)V999 VALUE 0.
           77 OP-LINEA-ENC PIC 9 VALUE 0.
           77 OP-ENTREGA-ENC PIC 9 VALUE 0.
           77 FORMA-PAGO-ENC-WS PIC X VALUE "E".
           77 FALTA-DISPONIBLE-ENC PIC 9 VALUE 0.
           77 ENCARGO-GRABADO-OK PIC 9 VALUE 0.
           77 RUBRO-TOMA-ENC PIC 9 VALUE 0.
           77 CANT-ENCARGOS-LIS PIC 999 VALUE 0.
           77 CANT-ENC-PEND-CLI PIC 999 VALUE 0.
           77 TOTAL-COBRAR-LIS PIC 9(8)V99 VALUE 0.
           77 TOTAL-CTACTE-LIS PIC 9(8)V99 VALUE 0.
           77 STOCK-PREP-WS PIC S9(5)V999 VALUE 0.
           77 IX-PREP PIC 9(4) VALUE 0.

           01 FECHA-ENTREGA-ING.
               05 ANIO-ENT PIC 9(4).
               05 MES-ENT PIC 9(2).
               05 DIA-ENT PIC 9(2).

           01 TABLA-LINEAS-ENC.
               05 LE-ITEM OCCURS 30 TIMES.
                   10 LE-ID-PROD PIC 999.
                   10 LE-NOMBRE PIC X(15).
                   10 LE-CANT PIC 9(3)V999.
                   10 LE-UNIDAD PIC X(2).
                   10 LE-PRECIO PIC 9(5)V99.
                   10 LE-IMPORTE PIC 9(7)V99.

           01 TABLA-PREPARACION.
               05 PREP-ITEM OCCURS 999 TIMES.
                   10 PREP-CANT PIC 9(5)V999.
                   10 PREP-NOMBRE PIC X(15).
                   10 PREP-UNIDAD PIC X(2).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM PRUEBA-ARCHIVOS.
           READ STOCK NEXT RECORD INTO REG-STOCK-SC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               PERFORM CALCULAR-DISPONIBLE-SC
               IF DISPONIBLE-SC < STOCK-MINIMO-SC THEN
                   PERFORM GENERAR-PEDIDO-BARRIDO.

       GENERAR-PEDIDO-BARRIDO.
           DISPLAY "20-COMPRAS Y MARGENES (COSTOS).".
           DISPLAY "21-RESGUARDO DE ARCHIVOS (BACKUP).".
           DISPLAY "22-RANKING ABC Y BAJA ROTACION.".
           DISPLAY "23-PRECIOS (AUMENTO MASIVO/LISTA/EVOLUCION).".
           DISPLAY "24-CUENTAS A PAGAR A PROVEEDORES.".
           DISPLAY "25-LIBROS DE IVA (VENTAS/COMPRAS).".
           DISPLAY "26-GASTOS Y ESTADO DE RESULTADOS.".
           DISPLAY "27-ENCARGOS DE CLIENTES (RESERVA/REPARTO).".
           DISPLAY "0-SALIR".
           ACCEPT OP-MENU.
                IF OP-MENU=1 THEN PERFORM CARGA-P UNTIL OP-USUARIO = 2
           ELSE IF OP-MENU=19 THEN PERFORM ANULAR-TICKET
           ELSE IF OP-MENU=20 THEN PERFORM GESTION-COMPRAS
           ELSE IF OP-MENU=21 THEN PERFORM RESGUARDO-ARCHIVOS
           ELSE IF OP-MENU=22 THEN PERFORM GESTION-RANKING
           ELSE IF OP-MENU=23 THEN PERFORM GESTION-PRECIOS
           ELSE IF OP-MENU=24 THEN PERFORM GESTION-CTAS-PAGAR
           ELSE IF OP-MENU=25 THEN PERFORM LIBROS-IVA
           ELSE IF OP-MENU=26 THEN PERFORM GESTION-GASTOS
           ELSE IF OP-MENU=27 THEN PERFORM GESTION-ENCARGOS.
           COMPUTE OP-USUARIO = 9.

       CARGA-P.
                   DISPLAY "CELULAR ACTUAL: " NRO-CELULAR-PC
                   DISPLAY "INGRESE NUEVO CELULAR:"
                   ACCEPT NRO-CELULAR-PC
                   DISPLAY "PLAZO DE PAGO ACTUAL (DIAS): " DIAS-PAGO-PC
                   DISPLAY "INGRESE NUEVO PLAZO DE PAGO:"
                   ACCEPT DIAS-PAGO-PC
                   REWRITE REG-PROVEEDOR FROM REG-PROVEEDOR-PC
                       INVALID KEY
                           DISPLAY "ERROR AL MODIFICAR EL PROVEEDOR."
           DISPLAY "INGRESE EL ID DEL PROVEEDOR A ELIMINAR:"
           ACCEPT ID-PROVEEDOR-PC.
           MOVE ID-PROVEEDOR-PC TO ID-BAJA-WS.
           MOVE ID-PROVEEDOR-PC TO ID-PROVEEDOR-CONS.
           PERFORM SUMAR-DEUDA-PROVEEDOR.
           PERFORM CONTAR-REFERENCIAS-PROV.
           IF CANT-FACT-PEND > 0 THEN
               MOVE DEUDA-TOTAL-PRV TO SALDO-EDIT
               DISPLAY "EL PROVEEDOR TIENE FACTURAS IMPAGAS POR $"
                   SALDO-EDIT ", NO SE PUEDE ELIMINAR."
           ELSE IF CANT-REFS-VENTA = 0 AND CANT-REFS-PROD = 0 THEN
               PERFORM ELIMINAR-PROVEEDOR
           ELSE
               DISPLAY "EL PROVEEDOR " ID-BAJA-WS " TIENE "
           DISPLAY "INGRESE APELLIDO: " ACCEPT APELLIDO-PC.
           DISPLAY "INGRESE EMAIL: " ACCEPT EMAIL-PC.
           DISPLAY "INGRESE CELULAR: " ACCEPT NRO-CELULAR-PC.
           DISPLAY "INGRESE DIAS DE PLAZO DE PAGO: "
           ACCEPT DIAS-PAGO-PC.
           WRITE REG-PROVEEDOR FROM REG-PROVEEDOR-PC
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL PROVEEDOR."
               "NO SE PUEDE INGRESAR EL PRODUCTO YA QUE EL RUBRO "
               "NO ESTÁ REGISTRADO"
               ELSE
                   OPEN I-O VENTA
                   PERFORM CARGA-VENTA
                   CLOSE VENTA.
           DISPLAY "INGRESAR OTRA VENTA? 1-SI/2-NO".
           ACCEPT OP-USUARIO.

           DISPLAY "1-ALTA DE PRODUCTO.".
           DISPLAY "2-MODIFICAR PRODUCTO.".
           DISPLAY "3-BAJA DE PRODUCTO.".
           DISPLAY "4-CODIGOS DE BARRA.".
           DISPLAY "5-RECETAS DE COMBOS Y BOLSONES.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM ALTA-PRODUCTO
           ELSE IF OP-SUBMENU = 2 THEN PERFORM MODIFICAR-PRODUCTO
           ELSE IF OP-SUBMENU = 3 THEN PERFORM BAJA-PRODUCTO
           ELSE IF OP-SUBMENU = 4 THEN PERFORM GESTION-CODIGOS-BARRA
           ELSE IF OP-SUBMENU = 5 THEN PERFORM GESTION-RECETAS
           ELSE DISPLAY "OPCION INVALIDA.".
           DISPLAY "¿DESEA REALIZAR OTRA OPERACION DE PRODUCTOS? "
               "1-SI/2-NO"
           DISPLAY "INGRESE PRECIO UNITARIO:" ACCEPT PRECIO-UNITARIO-PM.
           DISPLAY "INGRESE UNIDAD DE MEDIDA (KG/UN):"
           ACCEPT UNIDAD-PM.
           PERFORM PEDIR-TIPO-PRODUCTO.
           DISPLAY "INGRESE ID DE RUBRO:" ACCEPT ID-RUBRO-PM.
           MOVE ID-RUBRO-PM TO ID-RUBRO-VC.
           PERFORM BUSCAR-RUBRO-ID.
                           MOVE "ALTA-PROD" TO OPERACION-AUD-WS
                           MOVE ID-PRODUCTO-PM TO CLAVE-AUD-WS
                           PERFORM REGISTRAR-AUDITORIA
                           MOVE ID-PRODUCTO-PM TO ID-PRODUCTO-HIS-WS
                           MOVE 0 TO PRECIO-ANTERIOR-WS
                           MOVE PRECIO-UNITARIO-PM TO PRECIO-NUEVO-WS
                           MOVE "ALTA" TO ORIGEN-PRECIO-WS
                           PERFORM GRABAR-HISTORIA-PRECIO
                           IF TIPO-PM = "C" THEN
                               DISPLAY "CARGUE LOS COMPONENTES EN "
                                   "PRODUCTOS, OPCION 5-RECETAS."
                           END-IF
                   END-WRITE.

       PEDIR-TIPO-PRODUCTO.
           DISPLAY "TIPO DE PRODUCTO: 1-SIMPLE/"
               "2-COMPUESTO (COMBO/BOLSON)".
           ACCEPT OP-TIPO-PROD.
           IF OP-TIPO-PROD = 2 THEN
               MOVE "C" TO TIPO-PM
           ELSE
               MOVE "S" TO TIPO-PM.

       VALIDAR-CAMBIO-TIPO.
           COMPUTE CAMBIO-TIPO-OK = 1.
           IF TIPO-PM = "C" AND TIPO-ANTERIOR-WS NOT = "C" THEN
               PERFORM VALIDAR-PASO-A-COMPUESTO
           ELSE IF TIPO-PM NOT = "C" AND TIPO-ANTERIOR-WS = "C" THEN
               PERFORM VALIDAR-PASO-A-SIMPLE.
           IF CAMBIO-TIPO-OK = 0 THEN
               MOVE TIPO-ANTERIOR-WS TO TIPO-PM
               DISPLAY "SE MANTIENE EL TIPO ANTERIOR.".

       VALIDAR-PASO-A-COMPUESTO.
           COMPUTE ES-COMPONENTE-WS = 0.
           COMPUTE FIN-ARCHIVO-RE = 0.
           OPEN INPUT RECETA.
           IF ESTADO NOT = 00 THEN
               COMPUTE FIN-ARCHIVO-RE = 1.
           PERFORM BUSCAR-USO-COMPONENTE UNTIL FIN-ARCHIVO-RE = 1.
           CLOSE RECETA.
           IF ES-COMPONENTE-WS = 1 THEN
               COMPUTE CAMBIO-TIPO-OK = 0
               DISPLAY "EL PRODUCTO ES COMPONENTE DE UN COMBO, "
                   "NO PUEDE SER COMPUESTO.".
           OPEN INPUT STOCK.
           MOVE ID-PRODUCTO-PM TO ID-PRODUCTO-ST.
           READ STOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CANTIDAD-ST > 0 THEN
                       COMPUTE CAMBIO-TIPO-OK = 0
                       DISPLAY "EL PRODUCTO TIENE STOCK, NO PUEDE SER "
                           "COMPUESTO."
                   END-IF
           END-READ.
           CLOSE STOCK.

       BUSCAR-USO-COMPONENTE.
           READ RECETA NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-RE = 1.
           IF FIN-ARCHIVO-RE NOT = 1 THEN
               IF ID-COMPONENTE-RE = ID-PRODUCTO-PM THEN
                   COMPUTE ES-COMPONENTE-WS = 1
                   COMPUTE FIN-ARCHIVO-RE = 1.

       VALIDAR-PASO-A-SIMPLE.
           MOVE ID-PRODUCTO-PM TO ID-COMBO-WS.
           PERFORM CARGAR-RECETA-COMBO.
           IF CANT-COMP-RC > 0 THEN
               COMPUTE CAMBIO-TIPO-OK = 0
               DISPLAY "EL COMBO TIENE RECETA, QUITE ANTES SUS "
                   "COMPONENTES.".
           COMPUTE TIENE-ENC-PEND-WS = 0.
           COMPUTE FIN-ARCHIVO-EI = 0.
           OPEN INPUT ENCARGO-ITEM.
           IF ESTADO NOT = 00 THEN
               COMPUTE FIN-ARCHIVO-EI = 1.
           OPEN INPUT ENCARGO.
           PERFORM BUSCAR-ENCARGO-PEND-PROD UNTIL FIN-ARCHIVO-EI = 1.
           CLOSE ENCARGO.
           CLOSE ENCARGO-ITEM.
           IF TIENE-ENC-PEND-WS = 1 THEN
               COMPUTE CAMBIO-TIPO-OK = 0
               DISPLAY "HAY ENCARGOS PENDIENTES CON ESTE COMBO, NO "
                   "PUEDE PASAR A SIMPLE.".

       BUSCAR-ENCARGO-PEND-PROD.
           READ ENCARGO-ITEM NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-EI = 1.
           IF FIN-ARCHIVO-EI NOT = 1 THEN
               IF ID-PRODUCTO-EI = ID-PRODUCTO-PM THEN
                   MOVE NRO-ENCARGO-EI TO NRO-ENCARGO-EN
                   READ ENCARGO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF ESTADO-EN = "P" THEN
                               COMPUTE TIENE-ENC-PEND-WS = 1
                               COMPUTE FIN-ARCHIVO-EI = 1
                           END-IF
                   END-READ.

       MODIFICAR-PRODUCTO.
           DISPLAY "INGRESE EL ID DEL PRODUCTO A MODIFICAR:"
           ACCEPT ID-PRODUCTO-PM.
                   DISPLAY "NOMBRE ACTUAL: " NOMBRE-PM
                   DISPLAY "INGRESE NUEVO NOMBRE:" ACCEPT NOMBRE-PM
                   MOVE PRECIO-UNITARIO-PM TO PRECIO-EDIT
                   MOVE PRECIO-UNITARIO-PM TO PRECIO-ANTERIOR-WS
                   DISPLAY "PRECIO ACTUAL: " PRECIO-EDIT
                   DISPLAY "INGRESE NUEVO PRECIO:"
                   ACCEPT PRECIO-UNITARIO-PM
                   DISPLAY "UNIDAD ACTUAL: " UNIDAD-PM
                   DISPLAY "INGRESE NUEVA UNIDAD (KG/UN):"
                   ACCEPT UNIDAD-PM
                   IF TIPO-PM = "C" THEN
                       DISPLAY "TIPO ACTUAL: COMPUESTO"
                   ELSE
                       DISPLAY "TIPO ACTUAL: SIMPLE"
                   END-IF
                   MOVE TIPO-PM TO TIPO-ANTERIOR-WS
                   PERFORM PEDIR-TIPO-PRODUCTO
                   PERFORM VALIDAR-CAMBIO-TIPO
                   DISPLAY "RUBRO ACTUAL: " ID-RUBRO-PM
                   DISPLAY "INGRESE NUEVO ID DE RUBRO:"
                   ACCEPT ID-RUBRO-PM
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           DISPLAY "PRODUCTO MODIFICADO."
                           IF PRECIO-UNITARIO-PM NOT =
                              PRECIO-ANTERIOR-WS THEN
                               MOVE ID-PRODUCTO-PM
                                   TO ID-PRODUCTO-HIS-WS
                               MOVE PRECIO-UNITARIO-PM
                                   TO PRECIO-NUEVO-WS
                               MOVE "MANUAL" TO ORIGEN-PRECIO-WS
                               PERFORM GRABAR-HISTORIA-PRECIO
                           END-IF
                   END-REWRITE
           END-READ.
           CLOSE PRODUCTO.
           CLOSE PRODUCTO.

       CARGA-VENTA.
           COMPUTE STOCK-CONSULTADO-VT = 0.
           DISPLAY "INGRESE ID DEL PRODUCTO: " ACCEPT ID-PRODUCTO-VC.
           PERFORM BUSCAR-PRODUCTO-ID.
           IF PRODUCTO-HALLADO = 1 THEN
               MOVE NOMBRE-PM TO NOMBRE-VC
               MOVE PRECIO-UNITARIO-PM TO PRECIO-VENTA-ACT
               MOVE ID-RUBRO-PM TO ID-RUBRO-VC
               MOVE PRECIO-VENTA-ACT TO PRECIO-EDIT
               DISPLAY "PRODUCTO: " NOMBRE-VC " PRECIO UNITARIO: $"
                   PRECIO-EDIT " POR " UNIDAD-PM
               PERFORM MOSTRAR-DISPONIBLE-VENTA
           ELSE
               DISPLAY "PRODUCTO SIN FICHA EN EL MAESTRO."
               DISPLAY "INGRESE NOMBRE DEL PRODUCTO: " ACCEPT NOMBRE-VC
               DISPLAY "INGRESE PRECIO UNITARIO: "
               ACCEPT PRECIO-VENTA-ACT
               MOVE "UN" TO UNIDAD-PM.
           PERFORM VERIFICAR-RUBRO-EN-TOMA.
           IF RUBRO-EN-TOMA = 1 THEN
               DISPLAY "EL RUBRO " ID-RUBRO-VC " ESTA EN TOMA DE "
                   "INVENTARIO, NO SE PUEDE CARGAR LA VENTA."
           ELSE
               PERFORM VERIFICAR-TOMA-COMBO
               IF RUBRO-EN-TOMA = 1 THEN
                   DISPLAY "EL COMBO TIENE COMPONENTES EN TOMA DE "
                       "INVENTARIO, NO SE PUEDE CARGAR LA VENTA."
               ELSE
                   PERFORM CARGA-VENTA-PRODUCTO.

       CARGA-VENTA-PRODUCTO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           COMPUTE BANDERA = 9.
           PERFORM CARGA-FECHA UNTIL BANDERA = 1.
           DISPLAY "INGRESE TOTAL VENDIDO (ADMITE 3 DECIMALES): ".
           ACCEPT TOTAL-VENDIDO-VC.
           MOVE TOTAL-VENDIDO-VC TO CANTIDAD-AVISO-WS.
           PERFORM AVISAR-VENTA-RESERVADA.
           COMPUTE IMPORTE-VENDIDO-VC ROUNDED =
               PRECIO-VENTA-ACT * TOTAL-VENDIDO-VC
               ON SIZE ERROR MOVE 9999999.99 TO IMPORTE-VENDIDO-VC
           END-READ.
           IF VENTA-GRABADA-OK = 1 THEN
               PERFORM ACUMULAR-VENTA-DIARIA
               MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-TIPO-WS
               PERFORM VERIFICAR-PRODUCTO-COMPUESTO
               IF ES-COMPUESTO = 1 THEN
                   PERFORM VENDER-COMPONENTES-COMBO
               ELSE
                   PERFORM ACTUALIZAR-STOCK.

       ACTUALIZAR-STOCK.
           MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-ST.
           IF STOCK-GRABADO-OK = 1 THEN
               PERFORM CONSUMIR-LOTES-VENTA
               PERFORM REGISTRAR-MOVIMIENTO-VENTA.
           PERFORM CALCULAR-DISPONIBLE-SC.
           IF DISPONIBLE-SC < STOCK-MINIMO-SC THEN
               PERFORM ALERTAR-REPOSICION.

       REGISTRAR-MOVIMIENTO-VENTA.
           MOVE "VENTA" TO TIPO-MOV-WS.
           COMPUTE CANTIDAD-MOV-WS = CANTIDAD-ANTES-SC - CANTIDAD-SC.
           MOVE CANTIDAD-SC TO SALDO-MOV-WS.
           MOVE MOTIVO-VENTA-WS TO MOTIVO-MOV-WS.
           PERFORM REGISTRAR-MOVIMIENTO.

       REGISTRAR-MOVIMIENTO.
           MOVE STOCK-MINIMO-SC TO SALDO-EDIT-MOV.
           DISPLAY "PRODUCTO " ID-PRODUCTO-VC " QUEDA CON "
               CANTIDAD-EDIT-ST " (MINIMO " SALDO-EDIT-MOV ")."
           IF RESERVADO-SC > 0 THEN
               MOVE RESERVADO-SC TO CANTIDAD-EDIT-ST
               MOVE DISPONIBLE-SC TO DISPONIBLE-EDIT
               DISPLAY "RESERVADO PARA ENCARGOS " CANTIDAD-EDIT-ST
                   ", DISPONIBLE " DISPONIBLE-EDIT ".".
           DISPLAY "CONTACTAR AL PROVEEDOR PARA REPONER MERCADERIA:".
           DISPLAY "EMAIL: " EMAIL-PC.
           DISPLAY "CELULAR: " NRO-CELULAR-PC.
           MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-PE.
           MOVE ID-PROVEEDOR-VC TO ID-PROVEEDOR-PE.
           COMPUTE CANTIDAD-PEDIDA-PE =
               STOCK-MINIMO-SC * 2 - DISPONIBLE-SC
               ON SIZE ERROR MOVE 99999.999 TO CANTIDAD-PEDIDA-PE
           END-COMPUTE.
           IF CANTIDAD-PEDIDA-PE < 1 THEN
                           NOT INVALID KEY
                               DISPLAY "PEDIDO CERRADO."
                               PERFORM REGISTRAR-COMPRA
                               PERFORM GENERAR-DEUDA-RECEPCION
                               MOVE "RECEPCION" TO OPERACION-AUD-WS
                               MOVE ID-PRODUCTO-PE TO CLAVE-AUD-WS
                               PERFORM REGISTRAR-AUDITORIA
           MOVE CANTIDAD-RECIBIDA TO CANTIDAD-CP.
           MOVE COSTO-UNITARIO-WS TO COSTO-UNITARIO-CP.
           MOVE TOTAL-FACTURA-WS TO TOTAL-FACTURA-CP.
           MOVE CANTIDAD-PEDIDA-PE TO CANTIDAD-PEDIDA-CP.
           MOVE FECHA-PEDIDO-PE TO FECHA-PEDIDO-CP.
           WRITE REG-COMPRA.
           CLOSE COMPRA.
           DISPLAY "COMPRA REGISTRADA (FACTURA " NRO-FACTURA-WS ").".
           DISPLAY "COMPRAS Y MARGENES.".
           DISPLAY "1-REPORTE DE MARGEN POR PRODUCTO Y RUBRO.".
           DISPLAY "2-LISTADO DE COMPRAS POR PROVEEDOR.".
           DISPLAY "3-EVALUACION DE PROVEEDORES (EVALPROV.LIS).".
           DISPLAY "4-MARGEN DE COMBOS Y BOLSONES.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM REPORTE-MARGEN
           ELSE IF OP-SUBMENU = 2 THEN PERFORM LISTAR-COMPRAS-PROV
           ELSE IF OP-SUBMENU = 3 THEN PERFORM EVALUACION-PROVEEDORES
           ELSE IF OP-SUBMENU = 4 THEN PERFORM REPORTE-MARGEN-COMBOS
           ELSE DISPLAY "OPCION INVALIDA.".

       REPORTE-MARGEN.
               DISPLAY "1-GENERAR RESPALDO DE TODOS LOS INDEXADOS."
               DISPLAY "2-VERIFICAR RESPALDO CONTRA LOS ARCHIVOS."
               DISPLAY "3-RESTAURAR UN ARCHIVO DESDE SU RESPALDO."
               DISPLAY "4-CONVERTIR ARCHIVO DEL FORMATO ANTERIOR."
               ACCEPT OP-SUBMENU
                    IF OP-SUBMENU = 1 THEN PERFORM GENERAR-RESPALDO
               ELSE IF OP-SUBMENU = 2 THEN PERFORM VERIFICAR-RESPALDO
               ELSE IF OP-SUBMENU = 3 THEN PERFORM RESTAURAR-ARCHIVO
               ELSE IF OP-SUBMENU = 4 THEN PERFORM CONVERTIR-ARCHIVO
               ELSE DISPLAY "OPCION INVALIDA.".

       GENERAR-RESPALDO.
           PERFORM RESPALDAR-CAJA.
           PERFORM RESPALDAR-LOTE.
           PERFORM RESPALDAR-VENTADIA.
           PERFORM RESPALDAR-TOMA-INV.
           PERFORM RESPALDAR-CONTEO.
           PERFORM RESPALDAR-CTA-PAGAR.
           PERFORM RESPALDAR-NUMERADOR.
           PERFORM RESPALDAR-CODBARRA.
           PERFORM RESPALDAR-RECETA.
           PERFORM RESPALDAR-ENCARGO.
           PERFORM RESPALDAR-ENCARGO-ITEM.
           PERFORM RESPALDAR-RESERVA.
           PERFORM RESPALDAR-CONSUMO-COMBO.
           CLOSE RESP-CTL.
           DISPLAY "RESPALDO COMPLETO. CONTROL EN RESPCTL.DAT.".

               WRITE REG-VENTADIA-BAK FROM REG-VENTA-DIA
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-TOMA-INV.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT TOMA-INV.
           OPEN OUTPUT TOMA-INV-BAK.
           PERFORM COPIAR-TOMA-INV-BAK UNTIL OP-USUARIO = 2.
           CLOSE TOMA-INV.
           CLOSE TOMA-INV-BAK.
           MOVE "TOMAINV" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-TOMA-INV-BAK.
           READ TOMA-INV NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-TOMA-INV-BAK FROM REG-TOMA-INV
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-CONTEO.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CONTEO.
           OPEN OUTPUT CONTEO-BAK.
           PERFORM COPIAR-CONTEO-BAK UNTIL OP-USUARIO = 2.
           CLOSE CONTEO.
           CLOSE CONTEO-BAK.
           MOVE "CONTEO" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-CONTEO-BAK.
           READ CONTEO NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CONTEO-BAK FROM REG-CONTEO
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-CTA-PAGAR.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CTA-PAGAR.
           OPEN OUTPUT CTA-PAGAR-BAK.
           PERFORM COPIAR-CTA-PAGAR-BAK UNTIL OP-USUARIO = 2.
           CLOSE CTA-PAGAR.
           CLOSE CTA-PAGAR-BAK.
           MOVE "CTAPAG" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-CTA-PAGAR-BAK.
           READ CTA-PAGAR NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CTA-PAGAR-BAK FROM REG-CTA-PAGAR
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-NUMERADOR.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT NUMERADOR.
           OPEN OUTPUT NUMERADOR-BAK.
           PERFORM COPIAR-NUMERADOR-BAK UNTIL OP-USUARIO = 2.
           CLOSE NUMERADOR.
           CLOSE NUMERADOR-BAK.
           MOVE "NUMERADOR" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-NUMERADOR-BAK.
           READ NUMERADOR NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-NUMERADOR-BAK FROM REG-NUMERADOR
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-CODBARRA.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CODBARRA.
           OPEN OUTPUT CODBARRA-BAK.
           PERFORM COPIAR-CODBARRA-BAK UNTIL OP-USUARIO = 2.
           CLOSE CODBARRA.
           CLOSE CODBARRA-BAK.
           MOVE "CODBARRA" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-CODBARRA-BAK.
           READ CODBARRA NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CODBARRA-BAK FROM REG-CODBARRA
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-RECETA.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RECETA.
           OPEN OUTPUT RECETA-BAK.
           PERFORM COPIAR-RECETA-BAK UNTIL OP-USUARIO = 2.
           CLOSE RECETA.
           CLOSE RECETA-BAK.
           MOVE "RECETA" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-RECETA-BAK.
           READ RECETA NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-RECETA-BAK FROM REG-RECETA
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-ENCARGO.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT ENCARGO.
           OPEN OUTPUT ENCARGO-BAK.
           PERFORM COPIAR-ENCARGO-BAK UNTIL OP-USUARIO = 2.
           CLOSE ENCARGO.
           CLOSE ENCARGO-BAK.
           MOVE "ENCARGO" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-ENCARGO-BAK.
           READ ENCARGO NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-ENCARGO-BAK FROM REG-ENCARGO
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-ENCARGO-ITEM.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT ENCARGO-ITEM.
           OPEN OUTPUT ENCARGO-ITEM-BAK.
           PERFORM COPIAR-ENCARGO-ITEM-BAK UNTIL OP-USUARIO = 2.
           CLOSE ENCARGO-ITEM.
           CLOSE ENCARGO-ITEM-BAK.
           MOVE "ENCITEM" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-ENCARGO-ITEM-BAK.
           READ ENCARGO-ITEM NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-ENCARGO-ITEM-BAK FROM REG-ENCARGO-ITEM
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-RESERVA.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RESERVA.
           OPEN OUTPUT RESERVA-BAK.
           PERFORM COPIAR-RESERVA-BAK UNTIL OP-USUARIO = 2.
           CLOSE RESERVA.
           CLOSE RESERVA-BAK.
           MOVE "RESERVA" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-RESERVA-BAK.
           READ RESERVA NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-RESERVA-BAK FROM REG-RESERVA
               ADD 1 TO CANT-RESP-WS.

       RESPALDAR-CONSUMO-COMBO.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CONSUMO-COMBO.
           OPEN OUTPUT CONSUMO-COMBO-BAK.
           PERFORM COPIAR-CONSUMO-COMBO-BAK UNTIL OP-USUARIO = 2.
           CLOSE CONSUMO-COMBO.
           CLOSE CONSUMO-COMBO-BAK.
           MOVE "CONSCOMB" TO NOMBRE-RESP-WS.
           PERFORM GRABAR-CTL-RESPALDO.
           COMPUTE OP-USUARIO = 9.

       COPIAR-CONSUMO-COMBO-BAK.
           READ CONSUMO-COMBO NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CONSUMO-COMBO-BAK FROM REG-CONSUMO-COMBO
               ADD 1 TO CANT-RESP-WS.

       GRABAR-CTL-RESPALDO.
           MOVE NOMBRE-RESP-WS TO NOMBRE-RESP.
           MOVE FECHA-ACTUAL TO FECHA-RESP.
           MOVE HORA-ACTUAL TO HORA-RESP.
           MOVE CANT-RESP-WS TO CANT-RESP.
           WRITE REG-RESP-CTL.
           DISPLAY NOMBRE-RESP-WS ": " CANT-RESP-WS
               " REGISTROS RESPALDADOS.".

       VERIFICAR-RESPALDO.
           PERFORM CARGAR-CTL-RESPALDO.
           IF CANT-CTL-RESP = 0 THEN
               DISPLAY "NO HAY RESPALDO REGISTRADO (RESPCTL.DAT)."
           ELSE
               COMPUTE CANT-DIFER-RESP = 0
               PERFORM VERIF-RESP-VENTA
               PERFORM VERIF-RESP-PROVEEDOR
               PERFORM VERIF-RESP-RUBRO
               PERFORM VERIF-RESP-STOCK
               PERFORM VERIF-RESP-PRODUCTO
               PERFORM VERIF-RESP-PEDIDO
               PERFORM VERIF-RESP-TICKET
               PERFORM VERIF-RESP-TICKLIN
               PERFORM VERIF-RESP-OPERADOR
               PERFORM VERIF-RESP-CLIENTE
               PERFORM VERIF-RESP-CAJA
               PERFORM VERIF-RESP-LOTE
               PERFORM VERIF-RESP-VENTADIA
               PERFORM VERIF-RESP-TOMA-INV
               PERFORM VERIF-RESP-CONTEO
               PERFORM VERIF-RESP-CTA-PAGAR
               PERFORM VERIF-RESP-NUMERADOR
               PERFORM VERIF-RESP-CODBARRA
               PERFORM VERIF-RESP-RECETA
               PERFORM VERIF-RESP-ENCARGO
               PERFORM VERIF-RESP-ENCARGO-ITEM
               PERFORM VERIF-RESP-RESERVA
               PERFORM VERIF-RESP-CONSUMO-COMBO
               DISPLAY "ARCHIVOS CON DIFERENCIAS: "
                   CANT-DIFER-RESP ".".

       CARGAR-CTL-RESPALDO.
           COMPUTE CANT-CTL-RESP = 0.
           COMPUTE FIN-ARCHIVO-RESP = 0.
           OPEN INPUT RESP-CTL.
           IF ESTADO = 00 THEN
               PERFORM CARGAR-CTL-RESP-REG
                   UNTIL FIN-ARCHIVO-RESP = 1.
           CLOSE RESP-CTL.

       CARGAR-CTL-RESP-REG.
           READ RESP-CTL
               AT END COMPUTE FIN-ARCHIVO-RESP = 1.
           IF FIN-ARCHIVO-RESP NOT = 1 THEN
               IF CANT-CTL-RESP < 30 THEN
                   ADD 1 TO CANT-CTL-RESP
                   MOVE NOMBRE-RESP TO VR-NOMBRE(CANT-CTL-RESP)
                   MOVE CANT-RESP TO VR-CANT(CANT-CTL-RESP).

       VERIF-RESP-VENTA.
           MOVE "VENTA" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTA-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-VENTA-BAK UNTIL OP-USUARIO = 2.
           CLOSE VENTA-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTA.
           PERFORM CONTAR-VENTA-VIVO UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-VENTA-BAK.
           READ VENTA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-VENTA-VIVO.
           READ VENTA NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-TOMA-INV.
           MOVE "TOMAINV" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT TOMA-INV-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-TOMA-INV-BAK UNTIL OP-USUARIO = 2.
           CLOSE TOMA-INV-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT TOMA-INV.
           PERFORM CONTAR-TOMA-INV-VIVO UNTIL OP-USUARIO = 2.
           CLOSE TOMA-INV.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-TOMA-INV-BAK.
           READ TOMA-INV-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-TOMA-INV-VIVO.
           READ TOMA-INV NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-CONTEO.
           MOVE "CONTEO" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CONTEO-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-CONTEO-BAK UNTIL OP-USUARIO = 2.
           CLOSE CONTEO-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CONTEO.
           PERFORM CONTAR-CONTEO-VIVO UNTIL OP-USUARIO = 2.
           CLOSE CONTEO.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-CONTEO-BAK.
           READ CONTEO-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-CONTEO-VIVO.
           READ CONTEO NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-CTA-PAGAR.
           MOVE "CTAPAG" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CTA-PAGAR-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-CTA-PAGAR-BAK UNTIL OP-USUARIO = 2.
           CLOSE CTA-PAGAR-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CTA-PAGAR.
           PERFORM CONTAR-CTA-PAGAR-VIVO UNTIL OP-USUARIO = 2.
           CLOSE CTA-PAGAR.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-CTA-PAGAR-BAK.
           READ CTA-PAGAR-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-CTA-PAGAR-VIVO.
           READ CTA-PAGAR NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-NUMERADOR.
           MOVE "NUMERADOR" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT NUMERADOR-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-NUMERADOR-BAK UNTIL OP-USUARIO = 2.
           CLOSE NUMERADOR-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT NUMERADOR.
           PERFORM CONTAR-NUMERADOR-VIVO UNTIL OP-USUARIO = 2.
           CLOSE NUMERADOR.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-NUMERADOR-BAK.
           READ NUMERADOR-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-NUMERADOR-VIVO.
           READ NUMERADOR NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-CODBARRA.
           MOVE "CODBARRA" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CODBARRA-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-CODBARRA-BAK UNTIL OP-USUARIO = 2.
           CLOSE CODBARRA-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CODBARRA.
           PERFORM CONTAR-CODBARRA-VIVO UNTIL OP-USUARIO = 2.
           CLOSE CODBARRA.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-CODBARRA-BAK.
           READ CODBARRA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-CODBARRA-VIVO.
           READ CODBARRA NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-RECETA.
           MOVE "RECETA" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RECETA-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-RECETA-BAK UNTIL OP-USUARIO = 2.
           CLOSE RECETA-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RECETA.
           PERFORM CONTAR-RECETA-VIVO UNTIL OP-USUARIO = 2.
           CLOSE RECETA.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-RECETA-BAK.
           READ RECETA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-RECETA-VIVO.
           READ RECETA NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-ENCARGO.
           MOVE "ENCARGO" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT ENCARGO-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-ENCARGO-BAK UNTIL OP-USUARIO = 2.
           CLOSE ENCARGO-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT ENCARGO.
           PERFORM CONTAR-ENCARGO-VIVO UNTIL OP-USUARIO = 2.
           CLOSE ENCARGO.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-ENCARGO-BAK.
           READ ENCARGO-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-ENCARGO-VIVO.
           READ ENCARGO NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-ENCARGO-ITEM.
           MOVE "ENCITEM" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT ENCARGO-ITEM-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-ENCARGO-ITEM-BAK UNTIL OP-USUARIO = 2.
           CLOSE ENCARGO-ITEM-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT ENCARGO-ITEM.
           PERFORM CONTAR-ENCARGO-ITEM-VIVO UNTIL OP-USUARIO = 2.
           CLOSE ENCARGO-ITEM.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-ENCARGO-ITEM-BAK.
           READ ENCARGO-ITEM-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-ENCARGO-ITEM-VIVO.
           READ ENCARGO-ITEM NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-RESERVA.
           MOVE "RESERVA" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RESERVA-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-RESERVA-BAK UNTIL OP-USUARIO = 2.
           CLOSE RESERVA-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RESERVA.
           PERFORM CONTAR-RESERVA-VIVO UNTIL OP-USUARIO = 2.
           CLOSE RESERVA.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-RESERVA-BAK.
           READ RESERVA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-RESERVA-VIVO.
           READ RESERVA NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       VERIF-RESP-CONSUMO-COMBO.
           MOVE "CONSCOMB" TO NOMBRE-RESP-WS.
           COMPUTE CANT-BAK-WS = 0.
           COMPUTE CANT-VIVO-WS = 0.
           COMPUTE CANT-ILEGIBLES-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CONSUMO-COMBO-BAK.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-CONSUMO-COMBO-BAK UNTIL OP-USUARIO = 2.
           CLOSE CONSUMO-COMBO-BAK.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CONSUMO-COMBO.
           PERFORM CONTAR-CONSUMO-COMBO-VIVO UNTIL OP-USUARIO = 2.
           CLOSE CONSUMO-COMBO.
           PERFORM INFORMAR-VERIFICACION.

       CONTAR-CONSUMO-COMBO-BAK.
           READ CONSUMO-COMBO-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               ADD 1 TO CANT-BAK-WS.

       CONTAR-CONSUMO-COMBO-VIVO.
           READ CONSUMO-COMBO NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ESTADO = 00 THEN
                   ADD 1 TO CANT-VIVO-WS
               ELSE
                   ADD 1 TO CANT-ILEGIBLES-WS
                   COMPUTE OP-USUARIO = 2.

       INFORMAR-VERIFICACION.
           COMPUTE ENCONTRADO-RESP = 0.
           PERFORM BUSCAR-CTL-RESP
               VARYING IX-RESP FROM 1 BY 1
               UNTIL IX-RESP > CANT-CTL-RESP OR ENCONTRADO-RESP = 1.
           IF ENCONTRADO-RESP = 0 THEN
               ADD 1 TO CANT-DIFER-RESP
               DISPLAY NOMBRE-RESP-WS ": SIN REGISTRO DE CONTROL "
                   "EN EL RESPALDO."
           ELSE IF CANT-ILEGIBLES-WS > 0 THEN
               ADD 1 TO CANT-DIFER-RESP
               DISPLAY NOMBRE-RESP-WS ": " CANT-ILEGIBLES-WS
                   " REGISTROS ILEGIBLES EN EL ARCHIVO VIVO. "
                   "CONSIDERAR RESTAURAR."
           ELSE IF CANT-BAK-WS NOT = VR-CANT(IX-RESP) OR
                   CANT-VIVO-WS NOT = VR-CANT(IX-RESP) THEN
               ADD 1 TO CANT-DIFER-RESP
               DISPLAY NOMBRE-RESP-WS ": CONTROL " VR-CANT(IX-RESP)
                   " RESPALDO " CANT-BAK-WS " VIVO " CANT-VIVO-WS "."
           ELSE
               DISPLAY NOMBRE-RESP-WS ": OK (" CANT-VIVO-WS
                   " REGISTROS).".

       BUSCAR-CTL-RESP.
           IF IX-RESP NOT > CANT-CTL-RESP THEN
               IF VR-NOMBRE(IX-RESP) = NOMBRE-RESP-WS THEN
                   COMPUTE ENCONTRADO-RESP = 1
                   SUBTRACT 1 FROM IX-RESP.

       RESTAURAR-ARCHIVO.
           DISPLAY "RESTAURAR ARCHIVO DESDE SU RESPALDO.".
           DISPLAY "ATENCION: EL ARCHIVO VIVO SE REEMPLAZA POR "
               "COMPLETO.".
           DISPLAY "1-VENTA.DAT (DESDE VENTA.BAK).".
           DISPLAY "2-PROVEEDOR.DAT (DESDE PROVEEDOR.BAK).".
           DISPLAY "3-RUBRO.DAT (DESDE RUBRO.BAK).".
           DISPLAY "4-STOCK.DAT (DESDE STOCK.BAK).".
           DISPLAY "5-PRODUCTO.DAT (DESDE PRODUCTO.BAK).".
           DISPLAY "6-PEDIDO.DAT (DESDE PEDIDO.BAK).".
           DISPLAY "7-TICKET.DAT (DESDE TICKET.BAK).".
           DISPLAY "8-TICKLIN.DAT (DESDE TICKLIN.BAK).".
           DISPLAY "9-OPERADOR.DAT (DESDE OPERADOR.BAK).".
           DISPLAY "10-CLIENTE.DAT (DESDE CLIENTE.BAK).".
           DISPLAY "11-CAJA.DAT (DESDE CAJA.BAK).".
           DISPLAY "12-LOTE.DAT (DESDE LOTE.BAK).".
           DISPLAY "13-VENTADIA.DAT (DESDE VENTADIA.BAK).".
           DISPLAY "14-TOMAINV.DAT (DESDE TOMAINV.BAK).".
           DISPLAY "15-CONTEO.DAT (DESDE CONTEO.BAK).".
           DISPLAY "16-CTAPAG.DAT (DESDE CTAPAG.BAK).".
           DISPLAY "17-NUMERADOR.DAT (DESDE NUMERADOR.BAK).".
           DISPLAY "18-CODBARRA.DAT (DESDE CODBARRA.BAK).".
           DISPLAY "19-RECETA.DAT (DESDE RECETA.BAK).".
           DISPLAY "20-ENCARGO.DAT (DESDE ENCARGO.BAK).".
           DISPLAY "21-ENCITEM.DAT (DESDE ENCITEM.BAK).".
           DISPLAY "22-RESERVA.DAT (DESDE RESERVA.BAK).".
           DISPLAY "23-CONSCOMB.DAT (DESDE CONSCOMB.BAK).".
           DISPLAY "0-CANCELAR.".
           ACCEPT OP-RESTAURA.
                IF OP-RESTAURA = 1 THEN PERFORM RESTAURAR-VENTA
           ELSE IF OP-RESTAURA = 2 THEN PERFORM RESTAURAR-PROVEEDOR
           ELSE IF OP-RESTAURA = 3 THEN PERFORM RESTAURAR-RUBRO
           ELSE IF OP-RESTAURA = 4 THEN PERFORM RESTAURAR-STOCK
           ELSE IF OP-RESTAURA = 5 THEN PERFORM RESTAURAR-PRODUCTO
           ELSE IF OP-RESTAURA = 6 THEN PERFORM RESTAURAR-PEDIDO
           ELSE IF OP-RESTAURA = 7 THEN PERFORM RESTAURAR-TICKET
           ELSE IF OP-RESTAURA = 8 THEN PERFORM RESTAURAR-TICKLIN
           ELSE IF OP-RESTAURA = 9 THEN PERFORM RESTAURAR-OPERADOR
           ELSE IF OP-RESTAURA = 10 THEN PERFORM RESTAURAR-CLIENTE
           ELSE IF OP-RESTAURA = 11 THEN PERFORM RESTAURAR-CAJA
           ELSE IF OP-RESTAURA = 12 THEN PERFORM RESTAURAR-LOTE
           ELSE IF OP-RESTAURA = 13 THEN PERFORM RESTAURAR-VENTADIA
           ELSE IF OP-RESTAURA = 14 THEN PERFORM RESTAURAR-TOMA-INV
           ELSE IF OP-RESTAURA = 15 THEN PERFORM RESTAURAR-CONTEO
           ELSE IF OP-RESTAURA = 16 THEN PERFORM RESTAURAR-CTA-PAGAR
           ELSE IF OP-RESTAURA = 17 THEN PERFORM RESTAURAR-NUMERADOR
           ELSE IF OP-RESTAURA = 18 THEN PERFORM RESTAURAR-CODBARRA
           ELSE IF OP-RESTAURA = 19 THEN PERFORM RESTAURAR-RECETA
           ELSE IF OP-RESTAURA = 20 THEN PERFORM RESTAURAR-ENCARGO
           ELSE IF OP-RESTAURA = 21 THEN PERFORM RESTAURAR-ENCARGO-ITEM
           ELSE IF OP-RESTAURA = 22 THEN PERFORM RESTAURAR-RESERVA
           ELSE IF OP-RESTAURA = 23 THEN PERFORM RESTAURAR-CONSUMO-COMBO
           ELSE IF OP-RESTAURA = 0 THEN
               DISPLAY "RESTAURACION CANCELADA."
           ELSE DISPLAY "OPCION INVALIDA.".

       RESTAURAR-VENTA.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTA-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR VENTA.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE VENTA-BAK
           ELSE
               OPEN OUTPUT VENTA
               PERFORM RECARGAR-VENTA-BAK UNTIL OP-USUARIO = 2
               CLOSE VENTA
               CLOSE VENTA-BAK
               DISPLAY "VENTA.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-VENTA-BAK.
           READ VENTA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-VENTA FROM REG-VENTA-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-PROVEEDOR.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PROVEEDOR-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR PROVEEDOR.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE PROVEEDOR-BAK
           ELSE
               OPEN OUTPUT PROVEEDOR
               PERFORM RECARGAR-PROVEEDOR-BAK UNTIL OP-USUARIO = 2
               CLOSE PROVEEDOR
               CLOSE PROVEEDOR-BAK
               DISPLAY "PROVEEDOR.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-PROVEEDOR-BAK.
           READ PROVEEDOR-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-PROVEEDOR FROM REG-PROVEEDOR-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-RUBRO.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RUBRO-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR RUBRO.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE RUBRO-BAK
           ELSE
               OPEN OUTPUT RUBRO
               PERFORM RECARGAR-RUBRO-BAK UNTIL OP-USUARIO = 2
               CLOSE RUBRO
               CLOSE RUBRO-BAK
               DISPLAY "RUBRO.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-RUBRO-BAK.
           READ RUBRO-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-RUBRO FROM REG-RUBRO-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-STOCK.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT STOCK-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR STOCK.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE STOCK-BAK
           ELSE
               OPEN OUTPUT STOCK
               PERFORM RECARGAR-STOCK-BAK UNTIL OP-USUARIO = 2
               CLOSE STOCK
               CLOSE STOCK-BAK
               DISPLAY "STOCK.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-STOCK-BAK.
           READ STOCK-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-STOCK FROM REG-STOCK-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-PRODUCTO.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PRODUCTO-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR PRODUCTO.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE PRODUCTO-BAK
           ELSE
               OPEN OUTPUT PRODUCTO
               PERFORM RECARGAR-PRODUCTO-BAK UNTIL OP-USUARIO = 2
               CLOSE PRODUCTO
               CLOSE PRODUCTO-BAK
               DISPLAY "PRODUCTO.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-PRODUCTO-BAK.
           READ PRODUCTO-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-PRODUCTO FROM REG-PRODUCTO-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-PEDIDO.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PEDIDO-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR PEDIDO.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE PEDIDO-BAK
           ELSE
               OPEN OUTPUT PEDIDO
               PERFORM RECARGAR-PEDIDO-BAK UNTIL OP-USUARIO = 2
               CLOSE PEDIDO
               CLOSE PEDIDO-BAK
               DISPLAY "PEDIDO.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-PEDIDO-BAK.
           READ PEDIDO-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-PEDIDO FROM REG-PEDIDO-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-TICKET.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT TICKET-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR TICKET.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE TICKET-BAK
           ELSE
               OPEN OUTPUT TICKET
               PERFORM RECARGAR-TICKET-BAK UNTIL OP-USUARIO = 2
               CLOSE TICKET
               CLOSE TICKET-BAK
               DISPLAY "TICKET.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-TICKET-BAK.
           READ TICKET-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-TICKET FROM REG-TICKET-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-TICKLIN.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT TICKLIN-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR TICKLIN.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE TICKLIN-BAK
           ELSE
               OPEN OUTPUT TICKET-ITEM
               PERFORM RECARGAR-TICKLIN-BAK UNTIL OP-USUARIO = 2
               CLOSE TICKET-ITEM
               CLOSE TICKLIN-BAK
               DISPLAY "TICKLIN.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-TICKLIN-BAK.
           READ TICKLIN-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-TICKET-ITEM FROM REG-TICKLIN-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-OPERADOR.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT OPERADOR-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR OPERADOR.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE OPERADOR-BAK
           ELSE
               OPEN OUTPUT OPERADOR
               PERFORM RECARGAR-OPERADOR-BAK UNTIL OP-USUARIO = 2
               CLOSE OPERADOR
               CLOSE OPERADOR-BAK
               DISPLAY "OPERADOR.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-OPERADOR-BAK.
           READ OPERADOR-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-OPERADOR FROM REG-OPERADOR-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-CLIENTE.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CLIENTE-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR CLIENTE.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE CLIENTE-BAK
           ELSE
               OPEN OUTPUT CLIENTE
               PERFORM RECARGAR-CLIENTE-BAK UNTIL OP-USUARIO = 2
               CLOSE CLIENTE
               CLOSE CLIENTE-BAK
               DISPLAY "CLIENTE.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-CLIENTE-BAK.
           READ CLIENTE-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CLIENTE FROM REG-CLIENTE-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-CAJA.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CAJA-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR CAJA.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE CAJA-BAK
           ELSE
               OPEN OUTPUT CAJA
               PERFORM RECARGAR-CAJA-BAK UNTIL OP-USUARIO = 2
               CLOSE CAJA
               CLOSE CAJA-BAK
               DISPLAY "CAJA.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-CAJA-BAK.
           READ CAJA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CAJA FROM REG-CAJA-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-LOTE.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT LOTE-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR LOTE.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE LOTE-BAK
           ELSE
               OPEN OUTPUT LOTE
               PERFORM RECARGAR-LOTE-BAK UNTIL OP-USUARIO = 2
               CLOSE LOTE
               CLOSE LOTE-BAK
               DISPLAY "LOTE.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-LOTE-BAK.
           READ LOTE-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-LOTE FROM REG-LOTE-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-VENTADIA.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTADIA-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR VENTADIA.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE VENTADIA-BAK
           ELSE
               OPEN OUTPUT VENTA-DIA
               PERFORM RECARGAR-VENTADIA-BAK UNTIL OP-USUARIO = 2
               CLOSE VENTA-DIA
               CLOSE VENTADIA-BAK
               DISPLAY "VENTADIA.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-VENTADIA-BAK.
           READ VENTADIA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-VENTA-DIA FROM REG-VENTADIA-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-TOMA-INV.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT TOMA-INV-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR TOMAINV.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE TOMA-INV-BAK
           ELSE
               OPEN OUTPUT TOMA-INV
               PERFORM RECARGAR-TOMA-INV-BAK UNTIL OP-USUARIO = 2
               CLOSE TOMA-INV
               CLOSE TOMA-INV-BAK
               DISPLAY "TOMAINV.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-TOMA-INV-BAK.
           READ TOMA-INV-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-TOMA-INV FROM REG-TOMA-INV-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-CONTEO.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CONTEO-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR CONTEO.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE CONTEO-BAK
           ELSE
               OPEN OUTPUT CONTEO
               PERFORM RECARGAR-CONTEO-BAK UNTIL OP-USUARIO = 2
               CLOSE CONTEO
               CLOSE CONTEO-BAK
               DISPLAY "CONTEO.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-CONTEO-BAK.
           READ CONTEO-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CONTEO FROM REG-CONTEO-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-CTA-PAGAR.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CTA-PAGAR-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR CTAPAG.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE CTA-PAGAR-BAK
           ELSE
               OPEN OUTPUT CTA-PAGAR
               PERFORM RECARGAR-CTA-PAGAR-BAK UNTIL OP-USUARIO = 2
               CLOSE CTA-PAGAR
               CLOSE CTA-PAGAR-BAK
               DISPLAY "CTAPAG.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-CTA-PAGAR-BAK.
           READ CTA-PAGAR-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CTA-PAGAR FROM REG-CTA-PAGAR-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-NUMERADOR.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT NUMERADOR-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR NUMERADOR.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE NUMERADOR-BAK
           ELSE
               OPEN OUTPUT NUMERADOR
               PERFORM RECARGAR-NUMERADOR-BAK UNTIL OP-USUARIO = 2
               CLOSE NUMERADOR
               CLOSE NUMERADOR-BAK
               DISPLAY "NUMERADOR.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-NUMERADOR-BAK.
           READ NUMERADOR-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-NUMERADOR FROM REG-NUMERADOR-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-CODBARRA.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CODBARRA-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR CODBARRA.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE CODBARRA-BAK
           ELSE
               OPEN OUTPUT CODBARRA
               PERFORM RECARGAR-CODBARRA-BAK UNTIL OP-USUARIO = 2
               CLOSE CODBARRA
               CLOSE CODBARRA-BAK
               DISPLAY "CODBARRA.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-CODBARRA-BAK.
           READ CODBARRA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CODBARRA FROM REG-CODBARRA-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-RECETA.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RECETA-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR RECETA.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE RECETA-BAK
           ELSE
               OPEN OUTPUT RECETA
               PERFORM RECARGAR-RECETA-BAK UNTIL OP-USUARIO = 2
               CLOSE RECETA
               CLOSE RECETA-BAK
               DISPLAY "RECETA.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-RECETA-BAK.
           READ RECETA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-RECETA FROM REG-RECETA-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-ENCARGO.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT ENCARGO-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR ENCARGO.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE ENCARGO-BAK
           ELSE
               OPEN OUTPUT ENCARGO
               PERFORM RECARGAR-ENCARGO-BAK UNTIL OP-USUARIO = 2
               CLOSE ENCARGO
               CLOSE ENCARGO-BAK
               DISPLAY "ENCARGO.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-ENCARGO-BAK.
           READ ENCARGO-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-ENCARGO FROM REG-ENCARGO-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-ENCARGO-ITEM.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT ENCARGO-ITEM-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR ENCITEM.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE ENCARGO-ITEM-BAK
           ELSE
               OPEN OUTPUT ENCARGO-ITEM
               PERFORM RECARGAR-ENCARGO-ITEM-BAK UNTIL OP-USUARIO = 2
               CLOSE ENCARGO-ITEM
               CLOSE ENCARGO-ITEM-BAK
               DISPLAY "ENCITEM.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-ENCARGO-ITEM-BAK.
           READ ENCARGO-ITEM-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-ENCARGO-ITEM FROM REG-ENCARGO-ITEM-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-RESERVA.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RESERVA-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR RESERVA.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE RESERVA-BAK
           ELSE
               OPEN OUTPUT RESERVA
               PERFORM RECARGAR-RESERVA-BAK UNTIL OP-USUARIO = 2
               CLOSE RESERVA
               CLOSE RESERVA-BAK
               DISPLAY "RESERVA.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-RESERVA-BAK.
           READ RESERVA-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-RESERVA FROM REG-RESERVA-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       RESTAURAR-CONSUMO-COMBO.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CONSUMO-COMBO-BAK.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR CONSCOMB.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE CONSUMO-COMBO-BAK
           ELSE
               OPEN OUTPUT CONSUMO-COMBO
               PERFORM RECARGAR-CONSUMO-COMBO-BAK UNTIL OP-USUARIO = 2
               CLOSE CONSUMO-COMBO
               CLOSE CONSUMO-COMBO-BAK
               DISPLAY "CONSCOMB.DAT RECONSTRUIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "RESTAURA" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       RECARGAR-CONSUMO-COMBO-BAK.
           READ CONSUMO-COMBO-BAK
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               WRITE REG-CONSUMO-COMBO FROM REG-CONSUMO-COMBO-BAK
                   INVALID KEY
                       DISPLAY "ERROR AL RECARGAR UN REGISTRO."
                       PERFORM INTERPRETAR-ESTADO
               END-WRITE
               ADD 1 TO CANT-RESP-WS.

       CONVERTIR-ARCHIVO.
           DISPLAY "CONVERSION DE ARCHIVOS DEL FORMATO ANTERIOR.".
           DISPLAY "DESDE .ANT: RENOMBRE ANTES EL .DAT ANTERIOR "
               "A .ANT.".
           DISPLAY "DESDE .BAK: SE LEE UN RESPALDO DEL FORMATO "
               "ANTERIOR.".
           DISPLAY "ATENCION: EL ARCHIVO VIVO SE REEMPLAZA POR "
               "COMPLETO. LUEGO GENERE UN NUEVO RESPALDO.".
           DISPLAY "1-PROVEEDOR.DAT (DESDE PROVEEDOR.ANT).".
           DISPLAY "2-PROVEEDOR.DAT (DESDE PROVEEDOR.BAK ANTERIOR).".
           DISPLAY "3-RUBRO.DAT (DESDE RUBRO.ANT).".
           DISPLAY "4-RUBRO.DAT (DESDE RUBRO.BAK ANTERIOR).".
           DISPLAY "5-PRODUCTO.DAT (DESDE PRODUCTO.ANT).".
           DISPLAY "6-PRODUCTO.DAT (DESDE PRODUCTO.BAK ANTERIOR).".
           DISPLAY "7-CLIENTE.DAT (DESDE CLIENTE.ANT).".
           DISPLAY "8-CLIENTE.DAT (DESDE CLIENTE.BAK ANTERIOR).".
           DISPLAY "9-COMPRA.DAT (DESDE COMPRA.ANT).".
           DISPLAY "0-CANCELAR.".
           ACCEPT OP-RESTAURA.
                IF OP-RESTAURA = 1 THEN PERFORM CONVERTIR-PROVEEDOR-ANT
           ELSE IF OP-RESTAURA = 2 THEN
               PERFORM CONVERTIR-PROVEEDOR-BAK-ANT
           ELSE IF OP-RESTAURA = 3 THEN PERFORM CONVERTIR-RUBRO-ANT
           ELSE IF OP-RESTAURA = 4 THEN PERFORM CONVERTIR-RUBRO-BAK-ANT
           ELSE IF OP-RESTAURA = 5 THEN PERFORM CONVERTIR-PRODUCTO-ANT
           ELSE IF OP-RESTAURA = 6 THEN
               PERFORM CONVERTIR-PRODUCTO-BAK-ANT
           ELSE IF OP-RESTAURA = 7 THEN PERFORM CONVERTIR-CLIENTE-ANT
           ELSE IF OP-RESTAURA = 8 THEN
               PERFORM CONVERTIR-CLIENTE-BAK-ANT
           ELSE IF OP-RESTAURA = 9 THEN PERFORM CONVERTIR-COMPRA-ANT
           ELSE IF OP-RESTAURA = 0 THEN
               DISPLAY "CONVERSION CANCELADA."
           ELSE DISPLAY "OPCION INVALIDA.".

       CONVERTIR-PROVEEDOR-ANT.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PROVEEDOR-ANT.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR PROVEEDOR.ANT."
               PERFORM INTERPRETAR-ESTADO
               CLOSE PROVEEDOR-ANT
           ELSE
               OPEN OUTPUT PROVEEDOR
               PERFORM CONVERTIR-PROVEEDOR-ANT-REG UNTIL OP-USUARIO = 2
               CLOSE PROVEEDOR
               CLOSE PROVEEDOR-ANT
               DISPLAY "PROVEEDOR.DAT CONVERTIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "CONVIERTE" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       CONVERTIR-PROVEEDOR-ANT-REG.
           READ PROVEEDOR-ANT NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE REG-PROVEEDOR-ANT TO REG-PROVEEDOR
               PERFORM GRABAR-PROVEEDOR-CONV.

       CONVERTIR-PROVEEDOR-BAK-ANT.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PROVEEDOR-BAK-ANT.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR PROVEEDOR.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE PROVEEDOR-BAK-ANT
           ELSE
               OPEN OUTPUT PROVEEDOR
               PERFORM CONVERTIR-PROVEEDOR-BAK-ANT-REG
                   UNTIL OP-USUARIO = 2
               CLOSE PROVEEDOR
               CLOSE PROVEEDOR-BAK-ANT
               DISPLAY "PROVEEDOR.DAT CONVERTIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "CONVIERTE" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       CONVERTIR-PROVEEDOR-BAK-ANT-REG.
           READ PROVEEDOR-BAK-ANT
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE REG-PROVEEDOR-BAK-ANT TO REG-PROVEEDOR
               PERFORM GRABAR-PROVEEDOR-CONV.

       GRABAR-PROVEEDOR-CONV.
           MOVE 0 TO DIAS-PAGO.
           WRITE REG-PROVEEDOR
               INVALID KEY
                   DISPLAY "ERROR AL CONVERTIR UN REGISTRO."
                   PERFORM INTERPRETAR-ESTADO
           END-WRITE.
           ADD 1 TO CANT-RESP-WS.

       CONVERTIR-RUBRO-ANT.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RUBRO-ANT.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR RUBRO.ANT."
               PERFORM INTERPRETAR-ESTADO
               CLOSE RUBRO-ANT
           ELSE
               OPEN OUTPUT RUBRO
               PERFORM CONVERTIR-RUBRO-ANT-REG UNTIL OP-USUARIO = 2
               CLOSE RUBRO
               CLOSE RUBRO-ANT
               DISPLAY "RUBRO.DAT CONVERTIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "CONVIERTE" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       CONVERTIR-RUBRO-ANT-REG.
           READ RUBRO-ANT NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE REG-RUBRO-ANT TO REG-RUBRO
               PERFORM GRABAR-RUBRO-CONV.

       CONVERTIR-RUBRO-BAK-ANT.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RUBRO-BAK-ANT.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR RUBRO.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE RUBRO-BAK-ANT
           ELSE
               OPEN OUTPUT RUBRO
               PERFORM CONVERTIR-RUBRO-BAK-ANT-REG
                   UNTIL OP-USUARIO = 2
               CLOSE RUBRO
               CLOSE RUBRO-BAK-ANT
               DISPLAY "RUBRO.DAT CONVERTIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "CONVIERTE" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       CONVERTIR-RUBRO-BAK-ANT-REG.
           READ RUBRO-BAK-ANT
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE REG-RUBRO-BAK-ANT TO REG-RUBRO
               PERFORM GRABAR-RUBRO-CONV.

       GRABAR-RUBRO-CONV.
           MOVE 21.0 TO TASA-IVA.
           WRITE REG-RUBRO
               INVALID KEY
                   DISPLAY "ERROR AL CONVERTIR UN REGISTRO."
                   PERFORM INTERPRETAR-ESTADO
           END-WRITE.
           ADD 1 TO CANT-RESP-WS.

       CONVERTIR-PRODUCTO-ANT.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PRODUCTO-ANT.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR PRODUCTO.ANT."
               PERFORM INTERPRETAR-ESTADO
               CLOSE PRODUCTO-ANT
           ELSE
               OPEN OUTPUT PRODUCTO
               PERFORM CONVERTIR-PRODUCTO-ANT-REG UNTIL OP-USUARIO = 2
               CLOSE PRODUCTO
               CLOSE PRODUCTO-ANT
               DISPLAY "PRODUCTO.DAT CONVERTIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "CONVIERTE" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       CONVERTIR-PRODUCTO-ANT-REG.
           READ PRODUCTO-ANT NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE REG-PRODUCTO-ANT TO REG-PRODUCTO
               PERFORM GRABAR-PRODUCTO-CONV.

       CONVERTIR-PRODUCTO-BAK-ANT.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PRODUCTO-BAK-ANT.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR PRODUCTO.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE PRODUCTO-BAK-ANT
           ELSE
               OPEN OUTPUT PRODUCTO
               PERFORM CONVERTIR-PRODUCTO-BAK-ANT-REG
                   UNTIL OP-USUARIO = 2
               CLOSE PRODUCTO
               CLOSE PRODUCTO-BAK-ANT
               DISPLAY "PRODUCTO.DAT CONVERTIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "CONVIERTE" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       CONVERTIR-PRODUCTO-BAK-ANT-REG.
           READ PRODUCTO-BAK-ANT
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE REG-PRODUCTO-BAK-ANT TO REG-PRODUCTO
               PERFORM GRABAR-PRODUCTO-CONV.

       GRABAR-PRODUCTO-CONV.
           MOVE "S" TO TIPO-PR.
           WRITE REG-PRODUCTO
               INVALID KEY
                   DISPLAY "ERROR AL CONVERTIR UN REGISTRO."
                   PERFORM INTERPRETAR-ESTADO
           END-WRITE.
           ADD 1 TO CANT-RESP-WS.

       CONVERTIR-CLIENTE-ANT.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CLIENTE-ANT.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR CLIENTE.ANT."
               PERFORM INTERPRETAR-ESTADO
               CLOSE CLIENTE-ANT
           ELSE
               OPEN OUTPUT CLIENTE
               PERFORM CONVERTIR-CLIENTE-ANT-REG UNTIL OP-USUARIO = 2
               CLOSE CLIENTE
               CLOSE CLIENTE-ANT
               DISPLAY "CLIENTE.DAT CONVERTIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "CONVIERTE" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       CONVERTIR-CLIENTE-ANT-REG.
           READ CLIENTE-ANT NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE REG-CLIENTE-ANT TO REG-CLIENTE
               PERFORM GRABAR-CLIENTE-CONV.

       CONVERTIR-CLIENTE-BAK-ANT.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CLIENTE-BAK-ANT.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR CLIENTE.BAK."
               PERFORM INTERPRETAR-ESTADO
               CLOSE CLIENTE-BAK-ANT
           ELSE
               OPEN OUTPUT CLIENTE
               PERFORM CONVERTIR-CLIENTE-BAK-ANT-REG
                   UNTIL OP-USUARIO = 2
               CLOSE CLIENTE
               CLOSE CLIENTE-BAK-ANT
               DISPLAY "CLIENTE.DAT CONVERTIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "CONVIERTE" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       CONVERTIR-CLIENTE-BAK-ANT-REG.
           READ CLIENTE-BAK-ANT
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE REG-CLIENTE-BAK-ANT TO REG-CLIENTE
               PERFORM GRABAR-CLIENTE-CONV.

       GRABAR-CLIENTE-CONV.
           MOVE SPACES TO DOMICILIO-CL.
           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERROR AL CONVERTIR UN REGISTRO."
                   PERFORM INTERPRETAR-ESTADO
           END-WRITE.
           ADD 1 TO CANT-RESP-WS.

       CONVERTIR-COMPRA-ANT.
           COMPUTE CANT-RESP-WS = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT COMPRA-ANT.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR COMPRA.ANT."
               PERFORM INTERPRETAR-ESTADO
               CLOSE COMPRA-ANT
           ELSE
               OPEN OUTPUT COMPRA
               PERFORM CONVERTIR-COMPRA-ANT-REG UNTIL OP-USUARIO = 2
               CLOSE COMPRA
               CLOSE COMPRA-ANT
               DISPLAY "COMPRA.DAT CONVERTIDO CON " CANT-RESP-WS
                   " REGISTROS."
               MOVE "CONVIERTE" TO OPERACION-AUD-WS
               MOVE 0 TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.
           COMPUTE OP-USUARIO = 9.

       CONVERTIR-COMPRA-ANT-REG.
           READ COMPRA-ANT
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE REG-COMPRA-ANT TO REG-COMPRA
               PERFORM GRABAR-COMPRA-CONV.

       GRABAR-COMPRA-CONV.
           MOVE 0 TO CANTIDAD-PEDIDA-CP.
           MOVE 0 TO FECHA-PEDIDO-CP.
           WRITE REG-COMPRA.
           ADD 1 TO CANT-RESP-WS.

       GESTION-RANKING.
           DISPLAY "RANKING DE PRODUCTOS.".
           DISPLAY "1-RANKING ABC POR IMPORTE Y UNIDADES.".
           DISPLAY "2-PRODUCTOS DE BAJA ROTACION.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM RANKING-ABC
           ELSE IF OP-SUBMENU = 2 THEN PERFORM REPORTE-BAJA-ROTACION
           ELSE DISPLAY "OPCION INVALIDA.".

       RANKING-ABC.
           COMPUTE CANT-RANK = 0.
           COMPUTE TOTAL-RANK-IMP = 0.
           COMPUTE FIN-ARCHIVO-RK = 0.
           OPEN INPUT VENTA-HIST.
           IF ESTADO = 00 THEN
               PERFORM LEER-HIST-RANK UNTIL FIN-ARCHIVO-RK = 1
               CLOSE VENTA-HIST
           ELSE
               DISPLAY "SIN HISTORICO DE VENTAS (VENTA-HIST.DAT).".
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTA.
           PERFORM LEER-VENTA-RANK UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           COMPUTE OP-USUARIO = 9.
           IF CANT-RANK = 0 THEN
               DISPLAY "NO HAY VENTAS PARA RANKEAR."
           ELSE
               PERFORM IMPRIMIR-RANKING.

       LEER-HIST-RANK.
           READ VENTA-HIST INTO REG-VENTA-VC
               AT END COMPUTE FIN-ARCHIVO-RK = 1.
           IF FIN-ARCHIVO-RK NOT = 1 THEN
               PERFORM ACUMULAR-RANK.

       LEER-VENTA-RANK.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               PERFORM ACUMULAR-RANK.

       ACUMULAR-RANK.
           COMPUTE IX-RK = 1.
           COMPUTE ENCONTRADO-RK = 0.
           PERFORM BUSCAR-PROD-RANK UNTIL ENCONTRADO-RK = 1.
           ADD TOTAL-VENDIDO-VC TO RK-UNID(IX-RK).
           ADD IMPORTE-VENDIDO-VC TO RK-IMP(IX-RK).
           ADD IMPORTE-VENDIDO-VC TO TOTAL-RANK-IMP.

       BUSCAR-PROD-RANK.
           IF IX-RK > CANT-RANK THEN
               IF CANT-RANK >= 999 THEN
                   COMPUTE IX-RK = 999
                   COMPUTE ENCONTRADO-RK = 1
               ELSE
                   ADD 1 TO CANT-RANK
                   MOVE CANT-RANK TO IX-RK
                   MOVE ID-PRODUCTO-VC TO RK-ID(IX-RK)
                   MOVE NOMBRE-VC TO RK-NOMBRE(IX-RK)
                   COMPUTE RK-UNID(IX-RK) = 0
                   COMPUTE RK-IMP(IX-RK) = 0
                   COMPUTE ENCONTRADO-RK = 1
               END-IF
           ELSE IF RK-ID(IX-RK) = ID-PRODUCTO-VC THEN
               COMPUTE ENCONTRADO-RK = 1
           ELSE
               ADD 1 TO IX-RK.

       IMPRIMIR-RANKING.
           PERFORM ORDENAR-RANK-IMPORTE.
           COMPUTE ACUM-RANK-IMP = 0.
           DISPLAY " ".
           DISPLAY "RANKING POR IMPORTE (CLASIFICACION ABC):".
           DISPLAY "--------------------------------".
           PERFORM IMPRIMIR-RANK-IMP
               VARYING IX-RK FROM 1 BY 1
               UNTIL IX-RK > CANT-RANK.
           PERFORM ORDENAR-RANK-UNIDADES.
           DISPLAY " ".
           DISPLAY "RANKING POR UNIDADES VENDIDAS:".
           DISPLAY "--------------------------------".
           PERFORM IMPRIMIR-RANK-UNID
               VARYING IX-RK FROM 1 BY 1
               UNTIL IX-RK > CANT-RANK.

       ORDENAR-RANK-IMPORTE.
           PERFORM PASADA-RANK-IMP
               VARYING IX-RK FROM 1 BY 1
               UNTIL IX-RK >= CANT-RANK.

       PASADA-RANK-IMP.
           PERFORM COMPARAR-RANK-IMP
               VARYING IX-RK2 FROM 1 BY 1
               UNTIL IX-RK2 >= CANT-RANK.

       COMPARAR-RANK-IMP.
           IF RK-IMP(IX-RK2) < RK-IMP(IX-RK2 + 1) THEN
               PERFORM INTERCAMBIAR-RANK.

       ORDENAR-RANK-UNIDADES.
           PERFORM PASADA-RANK-UNID
               VARYING IX-RK FROM 1 BY 1
               UNTIL IX-RK >= CANT-RANK.

       PASADA-RANK-UNID.
           PERFORM COMPARAR-RANK-UNID
               VARYING IX-RK2 FROM 1 BY 1
               UNTIL IX-RK2 >= CANT-RANK.

       COMPARAR-RANK-UNID.
           IF RK-UNID(IX-RK2) < RK-UNID(IX-RK2 + 1) THEN
               PERFORM INTERCAMBIAR-RANK.

       INTERCAMBIAR-RANK.
           MOVE RANK-ITEM(IX-RK2) TO RANK-AUX.
           MOVE RANK-ITEM(IX-RK2 + 1) TO RANK-ITEM(IX-RK2).
           MOVE RANK-AUX TO RANK-ITEM(IX-RK2 + 1).

       IMPRIMIR-RANK-IMP.
           ADD RK-IMP(IX-RK) TO ACUM-RANK-IMP.
           IF TOTAL-RANK-IMP = 0 THEN
               COMPUTE PCT-ACUM-RANK = 0
           ELSE
               COMPUTE PCT-ACUM-RANK ROUNDED =
                   ACUM-RANK-IMP * 100 / TOTAL-RANK-IMP
                   ON SIZE ERROR MOVE 100 TO PCT-ACUM-RANK
               END-COMPUTE.
           IF PCT-ACUM-RANK NOT > 80 THEN
               MOVE "A" TO CLASE-RANK
           ELSE IF PCT-ACUM-RANK NOT > 95 THEN
               MOVE "B" TO CLASE-RANK
           ELSE
               MOVE "C" TO CLASE-RANK.
           MOVE RK-IMP(IX-RK) TO IMPORTE-EDIT.
           MOVE PCT-ACUM-RANK TO PCT-ACUM-EDIT.
           DISPLAY IX-RK ") " RK-ID(IX-RK) " " RK-NOMBRE(IX-RK)
               " $" IMPORTE-EDIT " ACUM " PCT-ACUM-EDIT
               " % CLASE " CLASE-RANK.

       IMPRIMIR-RANK-UNID.
           MOVE RK-UNID(IX-RK) TO UNID-EDIT-RES.
           DISPLAY IX-RK ") " RK-ID(IX-RK) " " RK-NOMBRE(IX-RK)
               " " UNID-EDIT-RES " UNIDADES.".

       REPORTE-BAJA-ROTACION.
           DISPLAY "PRODUCTOS DE BAJA ROTACION.".
           DISPLAY "INGRESE DIAS SIN VENTA PARA CONSIDERAR BAJA "
               "ROTACION:".
           ACCEPT DIAS-ROTACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           MOVE FECHA-ACTUAL TO FECHA-HOY-ROT.
           PERFORM CARGAR-ULTIMAS-VENTAS.
           COMPUTE CANT-BAJA-ROT = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT STOCK.
           DISPLAY "PRODUCTO ULT.VENTA DIAS   STOCK".
           PERFORM EVALUAR-ROTACION-PRODUCTO UNTIL OP-USUARIO = 2.
           CLOSE STOCK.
           DISPLAY "PRODUCTOS DE BAJA ROTACION: " CANT-BAJA-ROT.
           COMPUTE OP-USUARIO = 9.

       CARGAR-ULTIMAS-VENTAS.
           COMPUTE CANT-ULTVTA = 0.
           COMPUTE FIN-ARCHIVO-MOV = 0.
           OPEN INPUT MOVIMIENTO.
           PERFORM CARGAR-ULTVTA-REG UNTIL FIN-ARCHIVO-MOV = 1.
           CLOSE MOVIMIENTO.

       CARGAR-ULTVTA-REG.
           READ MOVIMIENTO
               AT END COMPUTE FIN-ARCHIVO-MOV = 1.
           IF FIN-ARCHIVO-MOV NOT = 1 THEN
               IF TIPO-MOV = "VENTA" THEN
                   COMPUTE IX-UV = 1
                   COMPUTE ENCONTRADO-UV = 0
                   PERFORM BUSCAR-ULTVTA UNTIL ENCONTRADO-UV = 1
                   IF FECHA-MOV > UV-FECHA(IX-UV) THEN
                       MOVE FECHA-MOV TO UV-FECHA(IX-UV).

       BUSCAR-ULTVTA.
           IF IX-UV > CANT-ULTVTA THEN
               IF CANT-ULTVTA >= 999 THEN
                   COMPUTE IX-UV = 999
                   COMPUTE ENCONTRADO-UV = 1
               ELSE
                   ADD 1 TO CANT-ULTVTA
                   MOVE CANT-ULTVTA TO IX-UV
                   MOVE ID-PRODUCTO-MV TO UV-ID(IX-UV)
                   COMPUTE UV-FECHA(IX-UV) = 0
                   COMPUTE ENCONTRADO-UV = 1
               END-IF
           ELSE IF UV-ID(IX-UV) = ID-PRODUCTO-MV THEN
               COMPUTE ENCONTRADO-UV = 1
           ELSE
               ADD 1 TO IX-UV.

       EVALUAR-ROTACION-PRODUCTO.
           READ STOCK NEXT RECORD INTO REG-STOCK-SC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               PERFORM BUSCAR-ULTVTA-PRODUCTO
               IF ENCONTRADO-UV = 0 THEN
                   ADD 1 TO CANT-BAJA-ROT
                   MOVE CANTIDAD-SC TO CANTIDAD-EDIT-ST
                   DISPLAY ID-PRODUCTO-SC "      SIN VENTAS       "
                       CANTIDAD-EDIT-ST
               ELSE IF UV-FECHA(IX-UV) = 0 THEN
                   ADD 1 TO CANT-BAJA-ROT
                   MOVE CANTIDAD-SC TO CANTIDAD-EDIT-ST
                   DISPLAY ID-PRODUCTO-SC "      SIN VENTAS       "
                       CANTIDAD-EDIT-ST
               ELSE
                   COMPUTE DIAS-SIN-VENTA =
                       FUNCTION INTEGER-OF-DATE(FECHA-HOY-ROT)
                       - FUNCTION INTEGER-OF-DATE(UV-FECHA(IX-UV))
                   IF DIAS-SIN-VENTA > DIAS-ROTACION THEN
                       ADD 1 TO CANT-BAJA-ROT
                       MOVE CANTIDAD-SC TO CANTIDAD-EDIT-ST
                       MOVE DIAS-SIN-VENTA TO DIAS-EDIT
                       DISPLAY ID-PRODUCTO-SC "      "
                           UV-FECHA(IX-UV) " " DIAS-EDIT " "
                           CANTIDAD-EDIT-ST
                   END-IF
               END-IF.

       BUSCAR-ULTVTA-PRODUCTO.
           COMPUTE ENCONTRADO-UV = 0.
           COMPUTE IX-UV = 1.
           PERFORM RECORRER-ULTVTA
               UNTIL ENCONTRADO-UV = 1 OR IX-UV > CANT-ULTVTA.

       RECORRER-ULTVTA.
           IF UV-ID(IX-UV) = ID-PRODUCTO-SC THEN
               COMPUTE ENCONTRADO-UV = 1
           ELSE
               ADD 1 TO IX-UV.

       INTERPRETAR-ESTADO.
           MOVE ESTADO TO ULTIMO-ESTADO-WS.
           IF MODO-BATCH = 1 AND ESTADO NOT = 00 AND
              ESTADO NOT = 10 AND ESTADO NOT = 23 THEN
               COMPUTE BATCH-FALLA = 1.
           EVALUATE ESTADO
               WHEN 00 CONTINUE
               WHEN 02 DISPLAY "ADVERTENCIA: CLAVE DUPLICADA DETECTADA."
               WHEN 10 DISPLAY "NO HAY MAS REGISTROS PARA LEER."
               WHEN 21 DISPLAY "ERROR DE SECUENCIA EN LA CLAVE."
               WHEN 22 DISPLAY "ERROR: YA EXISTE UN REGISTRO CON "
                   "ESA CLAVE."
               WHEN 23 DISPLAY "ERROR: NO EXISTE UN REGISTRO CON "
                   "ESA CLAVE."
               WHEN 24 DISPLAY "ERROR: LIMITE DEL ARCHIVO SUPERADO "
                   "(DISCO LLENO)."
               WHEN 30 DISPLAY "ERROR DE E/S IRRECUPERABLE EN EL "
                   "ARCHIVO."
               WHEN 34 DISPLAY "ERROR: LIMITE DEL ARCHIVO SUPERADO "
                   "(DISCO LLENO)."
               WHEN 37 DISPLAY "ERROR: EL ARCHIVO NO SE PUDO ABRIR "
                   "EN EL MODO SOLICITADO."
               WHEN 41 DISPLAY "ERROR: EL ARCHIVO YA SE ENCUENTRA "
                   "ABIERTO."
               WHEN 42 DISPLAY "ERROR: EL ARCHIVO NO ESTA ABIERTO."
               WHEN 43 DISPLAY "ERROR: NO SE PUEDE BORRAR, NO SE "
                   "LEYO UN REGISTRO PREVIO."
               WHEN 44 DISPLAY "ERROR: LONGITUD DE REGISTRO "
                   "INCORRECTA."
               WHEN 46 DISPLAY "ERROR: NO HAY REGISTRO ACTUAL PARA "
                   "LEER."
               WHEN 47 DISPLAY "ERROR: OPERACION DE LECTURA NO "
                   "PERMITIDA (ARCHIVO NO ABIERTO PARA LECTURA)."
               WHEN 48 DISPLAY "ERROR: OPERACION DE ESCRITURA NO "
                   "PERMITIDA (ARCHIVO NO ABIERTO PARA ESCRITURA)."
               WHEN 49 DISPLAY "ERROR: OPERACION NO PERMITIDA "
                   "(POSIBLE REGISTRO BLOQUEADO)."
               WHEN OTHER DISPLAY "ERROR DE E/S NO ESPECIFICADO. "
                   "FILE STATUS: " ESTADO
           END-EVALUATE.

       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN EXTEND AUDITORIA.
           MOVE ANIO-ACTUAL TO ANIO-AUD.
           MOVE MES-ACTUAL TO MES-AUD.
           MOVE DIA-ACTUAL TO DIA-AUD.
           MOVE HORA-ACT TO HORA-AUD.
           MOVE MIN-ACT TO MIN-AUD.
           MOVE SEG-ACT TO SEG-AUD.
           MOVE OPERACION-AUD-WS TO OPERACION-AUD.
           MOVE CLAVE-AUD-WS TO CLAVE-AUD.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-AUD.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

       CARGA-FECHA.
           DISPLAY "INGRESE DIA DE VENTA".
           ACCEPT DIA-VC.
           DISPLAY "INGRESE MES DE VENTA".
           ACCEPT MES-VC.
           DISPLAY "INGRESE AÑO".
           ACCEPT ANIO-VC.
           IF (ANIO-VC = ANIO-ACTUAL AND MES-VC = MES-ACTUAL AND
               DIA-VC <= DIA-ACTUAL) THEN COMPUTE BANDERA = 1
           ELSE IF (ANIO-VC = ANIO-ACTUAL AND MES-VC < MES-ACTUAL)
               THEN COMPUTE BANDERA = 1
           ELSE IF (ANIO-VC < ANIO-ACTUAL) COMPUTE BANDERA = 1
           ELSE
              DISPLAY "INGRESE UNA FECHA ANTERIOR O IGUAL A LA ACTUAL".

       CARGA-R.
           DISPLAY "GESTION DE RUBROS.".
           DISPLAY "1-ALTA DE RUBRO.".
           DISPLAY "2-MODIFICAR RUBRO.".
           DISPLAY "3-BAJA DE RUBRO.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM ALTA-RUBRO
           ELSE IF OP-SUBMENU = 2 THEN PERFORM MODIFICAR-RUBRO
           ELSE IF OP-SUBMENU = 3 THEN PERFORM BAJA-RUBRO
           ELSE DISPLAY "OPCION INVALIDA.".
           DISPLAY "¿DESEA REALIZAR OTRA OPERACION DE RUBROS? "
               "1-SI/2-NO"
           ACCEPT OP-USUARIO.

       ALTA-RUBRO.
           DISPLAY "VA A CARGAR UN RUBRO".
           DISPLAY "POR FAVOR INGRESE LA ID:"
           ACCEPT ID-RUBRO-RC.
           OPEN I-O RUBRO.
           MOVE ID-RUBRO-RC TO ID-RUBRO.
           READ RUBRO
               INVALID KEY COMPUTE BANDERA = 0
               NOT INVALID KEY COMPUTE BANDERA = 1
           END-READ.
           IF ESTADO NOT = 00 AND ESTADO NOT = 23 THEN
               PERFORM INTERPRETAR-ESTADO.
           IF BANDERA = 1 THEN
               DISPLAY "ID DE RUBRO EN USO."
               DISPLAY "INGRESE OTRO ID."
           ELSE
               PERFORM CARGA-RUBRO.
           CLOSE RUBRO.

       MODIFICAR-RUBRO.
           DISPLAY "INGRESE EL ID DEL RUBRO A MODIFICAR:"
           ACCEPT ID-RUBRO-RC.
           OPEN I-O RUBRO.
           MOVE ID-RUBRO-RC TO ID-RUBRO.
           READ RUBRO INTO REG-RUBRO-RC
               INVALID KEY
                   DISPLAY "NO EXISTE UN RUBRO CON ESE ID."
               NOT INVALID KEY
                   DISPLAY "DESCRIPCION ACTUAL: " DESCRIPCION-RC
                   DISPLAY "INGRESE NUEVA DESCRIPCION:"
                   ACCEPT DESCRIPCION-RC
                   MOVE TASA-IVA-RC TO ALIC-EDIT-LI
                   DISPLAY "ALICUOTA DE IVA ACTUAL: " ALIC-EDIT-LI "%"
                   PERFORM SOLICITAR-ALICUOTA-IVA
                   REWRITE REG-RUBRO FROM REG-RUBRO-RC
                       INVALID KEY
                           DISPLAY "ERROR AL MODIFICAR EL RUBRO."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           DISPLAY "RUBRO MODIFICADO."
                   END-REWRITE
           END-READ.
           CLOSE RUBRO.

       BAJA-RUBRO.
           IF NIVEL-ACTUAL NOT = 1 THEN
               PERFORM AVISO-SIN-PERMISO
           ELSE
               PERFORM EJECUTAR-BAJA-RUBRO.

       EJECUTAR-BAJA-RUBRO.
           DISPLAY "INGRESE EL ID DEL RUBRO A ELIMINAR:"
           ACCEPT ID-RUBRO-RC.
           MOVE ID-RUBRO-RC TO ID-BAJA-WS.
           PERFORM CONTAR-REFERENCIAS-RUBRO.
           IF CANT-REFS-VENTA = 0 AND CANT-REFS-PROD = 0 THEN
               PERFORM ELIMINAR-RUBRO
           ELSE
               DISPLAY "EL RUBRO " ID-BAJA-WS " TIENE "
                   CANT-REFS-VENTA " VENTAS Y " CANT-REFS-PROD
                   " PRODUCTOS ASOCIADOS."
               DISPLAY "1-REASIGNAR A OTRO RUBRO Y ELIMINAR."
               DISPLAY "2-CANCELAR LA BAJA."
               ACCEPT OP-BAJA
               IF OP-BAJA = 1 THEN
                   PERFORM REASIGNAR-RUBRO
               ELSE
                   DISPLAY "BAJA CANCELADA.".

       ELIMINAR-RUBRO.
           OPEN I-O RUBRO.
           MOVE ID-BAJA-WS TO ID-RUBRO.
           DELETE RUBRO RECORD
               INVALID KEY
                   DISPLAY "NO EXISTE UN RUBRO CON ESE ID."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   DISPLAY "RUBRO ELIMINADO."
           END-DELETE.
           CLOSE RUBRO.

       CONTAR-REFERENCIAS-RUBRO.
           COMPUTE CANT-REFS-VENTA = 0.
           COMPUTE CANT-REFS-PROD = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTA.
           PERFORM CONTAR-VENTA-RUBRO UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PRODUCTO.
           PERFORM CONTAR-PRODUCTO-RUBRO UNTIL OP-USUARIO = 2.
           CLOSE PRODUCTO.
           COMPUTE OP-USUARIO = 9.

       CONTAR-VENTA-RUBRO.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ID-RUBRO-VC = ID-BAJA-WS THEN
                   ADD 1 TO CANT-REFS-VENTA.

       CONTAR-PRODUCTO-RUBRO.
           READ PRODUCTO NEXT RECORD INTO REG-PRODUCTO-PM
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ID-RUBRO-PM = ID-BAJA-WS THEN
                   ADD 1 TO CANT-REFS-PROD.

       REASIGNAR-RUBRO.
           DISPLAY "INGRESE EL ID DEL RUBRO QUE RECIBE LAS "
               "REFERENCIAS:"
           ACCEPT ID-REASIGNA-WS.
           IF ID-REASIGNA-WS = ID-BAJA-WS THEN
               DISPLAY "DEBE SER UN RUBRO DISTINTO. BAJA CANCELADA."
           ELSE
               MOVE ID-REASIGNA-WS TO ID-RUBRO-VC
               PERFORM BUSCAR-RUBRO-ID
               IF BANDERA = 0 THEN
                   DISPLAY "EL RUBRO DESTINO NO ESTA REGISTRADO. "
                       "BAJA CANCELADA."
               ELSE
                   PERFORM REASIGNAR-VENTAS-RUBRO
                   PERFORM REASIGNAR-PRODUCTOS-RUBRO
                   PERFORM ELIMINAR-RUBRO.

       REASIGNAR-VENTAS-RUBRO.
           COMPUTE OP-USUARIO = 1.
           OPEN I-O VENTA.
           PERFORM REASIGNAR-VENTA-RUBRO-REG UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           COMPUTE OP-USUARIO = 9.

       REASIGNAR-VENTA-RUBRO-REG.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ID-RUBRO-VC = ID-BAJA-WS THEN
                   MOVE ID-REASIGNA-WS TO ID-RUBRO-VC
                   REWRITE REG-VENTA FROM REG-VENTA-VC
                       INVALID KEY
                           DISPLAY "ERROR AL REASIGNAR LA VENTA."
                           PERFORM INTERPRETAR-ESTADO
                   END-REWRITE.

       REASIGNAR-PRODUCTOS-RUBRO.
           COMPUTE OP-USUARIO = 1.
           OPEN I-O PRODUCTO.
           PERFORM REASIGNAR-PRODUCTO-RUBRO-REG UNTIL OP-USUARIO = 2.
           CLOSE PRODUCTO.
           COMPUTE OP-USUARIO = 9.

       REASIGNAR-PRODUCTO-RUBRO-REG.
           READ PRODUCTO NEXT RECORD INTO REG-PRODUCTO-PM
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ID-RUBRO-PM = ID-BAJA-WS THEN
                   MOVE ID-REASIGNA-WS TO ID-RUBRO-PM
                   REWRITE REG-PRODUCTO FROM REG-PRODUCTO-PM
                       INVALID KEY
                           DISPLAY "ERROR AL REASIGNAR EL PRODUCTO."
                           PERFORM INTERPRETAR-ESTADO
                   END-REWRITE.

       CARGA-RUBRO.
           DISPLAY "INGRESE DESCRIPCION:" ACCEPT DESCRIPCION-RC.
           PERFORM SOLICITAR-ALICUOTA-IVA.
           WRITE REG-RUBRO FROM REG-RUBRO-RC
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL RUBRO."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   MOVE "ALTA-RUBRO" TO OPERACION-AUD-WS
                   MOVE ID-RUBRO-RC TO CLAVE-AUD-WS
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       LISTAR.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PROVEEDOR
           DISPLAY "PROVEEDORES:".
           PERFORM LISTAR-PROVEEDOR UNTIL OP-USUARIO = 2.
           CLOSE PROVEEDOR.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RUBRO.
           DISPLAY "RUBROS:".
           PERFORM LISTAR-RUBRO UNTIL OP-USUARIO = 2.
           CLOSE RUBRO.
           PERFORM SOLICITAR-FILTROS-VENTA.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTA.
           DISPLAY "VENTAS:".
           PERFORM LISTAR-VENTA UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           DISPLAY "¿LISTAR DETALLE DIARIO POR PRODUCTO? 1-SI/2-NO".
           ACCEPT OP-SUBMENU.
           IF OP-SUBMENU = 1 THEN
               PERFORM LISTAR-VENTA-DIARIA.

       SOLICITAR-FILTROS-VENTA.
           COMPUTE USAR-FILTRO-FECHA = 2.
           COMPUTE USAR-FILTRO-RUBRO = 2.
           COMPUTE USAR-FILTRO-PROVEEDOR = 2.
           DISPLAY "¿FILTRAR VENTAS POR RANGO DE FECHA? 1-SI/2-NO".
           ACCEPT USAR-FILTRO-FECHA.
           IF USAR-FILTRO-FECHA = 1 THEN
               DISPLAY "FECHA DESDE (AAAA MM DD):"
               ACCEPT ANIO-FD
               ACCEPT MES-FD
               ACCEPT DIA-FD
               DISPLAY "FECHA HASTA (AAAA MM DD):"
               ACCEPT ANIO-FH
               ACCEPT MES-FH
               ACCEPT DIA-FH.
           DISPLAY "¿FILTRAR VENTAS POR RUBRO? 1-SI/2-NO".
           ACCEPT USAR-FILTRO-RUBRO.
           IF USAR-FILTRO-RUBRO = 1 THEN
               DISPLAY "INGRESE ID DE RUBRO:"
               ACCEPT FILTRO-RUBRO-VENTA.
           DISPLAY "¿FILTRAR VENTAS POR PROVEEDOR? 1-SI/2-NO".
           ACCEPT USAR-FILTRO-PROVEEDOR.
           IF USAR-FILTRO-PROVEEDOR = 1 THEN
               DISPLAY "INGRESE ID DE PROVEEDOR:"
               ACCEPT FILTRO-PROVEEDOR-VENTA.

       LISTAR-PROVEEDOR.
           READ PROVEEDOR NEXT RECORD INTO REG-PROVEEDOR-PC
           AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO = 2 THEN DISPLAY " "
               ELSE
                   DISPLAY REG-PROVEEDOR-PC
                   DISPLAY "--------------------------------".

       LISTAR-RUBRO.
           READ RUBRO NEXT RECORD INTO REG-RUBRO-RC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO = 2 THEN DISPLAY " "
               ELSE
                   DISPLAY REG-RUBRO-RC
                   DISPLAY "--------------------------------".

       LISTAR-VENTA.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               PERFORM VERIFICAR-FILTRO-VENTA
               IF COINCIDE-FILTRO = 1 THEN
                   DISPLAY REG-VENTA-VC
                   DISPLAY "--------------------------------".

       VERIFICAR-FILTRO-VENTA.
           COMPUTE COINCIDE-FILTRO = 1.
           IF USAR-FILTRO-FECHA = 1 THEN
               IF FECHA-VENTA-VC < FILTRO-FECHA-DESDE OR
                  FECHA-VENTA-VC > FILTRO-FECHA-HASTA THEN
                      COMPUTE COINCIDE-FILTRO = 0.
           IF USAR-FILTRO-RUBRO = 1 AND
              ID-RUBRO-VC NOT = FILTRO-RUBRO-VENTA THEN
                  COMPUTE COINCIDE-FILTRO = 0.
           IF USAR-FILTRO-PROVEEDOR = 1 AND
              ID-PROVEEDOR-VC NOT = FILTRO-PROVEEDOR-VENTA THEN
                  COMPUTE COINCIDE-FILTRO = 0.

       ACUMULAR-VENTA-DIARIA.
           OPEN I-O VENTA-DIA.
           MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-VD.
           MOVE FECHA-VENTA-VC TO FECHA-VD.
           READ VENTA-DIA
               INVALID KEY
                   MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-VD
                   MOVE FECHA-VENTA-VC TO FECHA-VD
                   MOVE NOMBRE-VC TO NOMBRE-VD
                   MOVE TOTAL-VENDIDO-INGRESADO TO CANTIDAD-VD
                   MOVE IMPORTE-VENDIDO-VC TO IMPORTE-VD
                   MOVE ID-PROVEEDOR-VC TO ID-PROVEEDOR-VD
                   MOVE ID-RUBRO-VC TO ID-RUBRO-VD
                   WRITE REG-VENTA-DIA
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL DETALLE "
                               "DIARIO DE VENTA."
                           PERFORM INTERPRETAR-ESTADO
                   END-WRITE
               NOT INVALID KEY
                   ADD TOTAL-VENDIDO-INGRESADO TO CANTIDAD-VD
                       ON SIZE ERROR MOVE 99999.999 TO CANTIDAD-VD
                   END-ADD
                   ADD IMPORTE-VENDIDO-VC TO IMPORTE-VD
                       ON SIZE ERROR MOVE 9999999.99 TO IMPORTE-VD
                   END-ADD
                   MOVE NOMBRE-VC TO NOMBRE-VD
                   REWRITE REG-VENTA-DIA
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL DETALLE "
                               "DIARIO DE VENTA."
                           PERFORM INTERPRETAR-ESTADO
                   END-REWRITE
           END-READ.
           CLOSE VENTA-DIA.

       REVERTIR-VENTA-DIARIA.
           OPEN I-O VENTA-DIA.
           MOVE ID-PRODUCTO-TL TO ID-PRODUCTO-VD.
           MOVE FECHA-TICKET-TA TO FECHA-VD.
           READ VENTA-DIA
               INVALID KEY
                   DISPLAY "SIN DETALLE DIARIO PARA EL PRODUCTO "
                       ID-PRODUCTO-TL ", NO SE DESCUENTA."
               NOT INVALID KEY
                   IF CANTIDAD-TL > CANTIDAD-VD THEN
                       MOVE 0 TO CANTIDAD-VD
                   ELSE
                       SUBTRACT CANTIDAD-TL FROM CANTIDAD-VD
                   END-IF
                   IF IMPORTE-TL > IMPORTE-VD THEN
                       MOVE 0 TO IMPORTE-VD
                   ELSE
                       SUBTRACT IMPORTE-TL FROM IMPORTE-VD
                   END-IF
                   REWRITE REG-VENTA-DIA
                       INVALID KEY
                           DISPLAY "ERROR AL REVERTIR EL DETALLE "
                               "DIARIO DE VENTA."
                           PERFORM INTERPRETAR-ESTADO
                   END-REWRITE
           END-READ.
           CLOSE VENTA-DIA.

       LISTAR-VENTA-DIARIA.
           DISPLAY "DETALLE DIARIO DE VENTAS POR PRODUCTO.".
           DISPLAY "INGRESE ID DE PRODUCTO (0=TODOS):".
           ACCEPT FILTRO-PRODUCTO-DIA.
           DISPLAY "FECHA DESDE (AAAA MM DD):".
           ACCEPT ANIO-FD.
           ACCEPT MES-FD.
           ACCEPT DIA-FD.
           DISPLAY "FECHA HASTA (AAAA MM DD):".
           ACCEPT ANIO-FH.
           ACCEPT MES-FH.
           ACCEPT DIA-FH.
           COMPUTE CANT-DET-LISTADOS = 0.
           COMPUTE TOTAL-RANGO-UNID = 0.
           COMPUTE TOTAL-RANGO-IMP = 0.
           COMPUTE FIN-ARCHIVO-VD = 0.
           OPEN INPUT VENTA-DIA.
           DISPLAY "PRODUCTO FECHA    CANTIDAD     IMPORTE".
           PERFORM LISTAR-VENTA-DIA-REG UNTIL FIN-ARCHIVO-VD = 1.
           CLOSE VENTA-DIA.
           MOVE TOTAL-RANGO-UNID TO UNID-EDIT-RES.
           MOVE TOTAL-RANGO-IMP TO IMPORTE-EDIT.
           DISPLAY "RENGLONES: " CANT-DET-LISTADOS " - TOTAL "
               UNID-EDIT-RES " UNIDADES - $" IMPORTE-EDIT.

       LISTAR-VENTA-DIA-REG.
           READ VENTA-DIA NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-VD = 1.
           IF FIN-ARCHIVO-VD NOT = 1 THEN
               IF (FILTRO-PRODUCTO-DIA = 0 OR
                   ID-PRODUCTO-VD = FILTRO-PRODUCTO-DIA) AND
                  FECHA-VD NOT < FILTRO-FECHA-DESDE AND
                  FECHA-VD NOT > FILTRO-FECHA-HASTA THEN
                   ADD 1 TO CANT-DET-LISTADOS
                   ADD CANTIDAD-VD TO TOTAL-RANGO-UNID
                   ADD IMPORTE-VD TO TOTAL-RANGO-IMP
                   MOVE CANTIDAD-VD TO UNID-EDIT-RES
                   MOVE IMPORTE-VD TO IMPORTE-EDIT
                   DISPLAY ID-PRODUCTO-VD " " NOMBRE-VD " "
                       FECHA-VD " " UNID-EDIT-RES " $" IMPORTE-EDIT.

       RESUMEN-VENTAS-DIARIO.
           DISPLAY "RESUMEN DIARIO DE VENTAS.".
           DISPLAY "FECHA DESDE (AAAA MM DD):".
           ACCEPT ANIO-FD.
           ACCEPT MES-FD.
           ACCEPT DIA-FD.
           DISPLAY "FECHA HASTA (AAAA MM DD):".
           ACCEPT ANIO-FH.
           ACCEPT MES-FH.
           ACCEPT DIA-FH.
           COMPUTE CANT-DIAS-RES = 0.
           COMPUTE TOTAL-RANGO-UNID = 0.
           COMPUTE TOTAL-RANGO-IMP = 0.
           COMPUTE FIN-ARCHIVO-VD = 0.
           OPEN INPUT VENTA-DIA.
           PERFORM ACUMULAR-DIA-RESUMEN UNTIL FIN-ARCHIVO-VD = 1.
           CLOSE VENTA-DIA.
           IF CANT-DIAS-RES = 0 THEN
               DISPLAY "SIN VENTAS EN EL RANGO PEDIDO."
           ELSE
               DISPLAY "FECHA    CANTIDAD     IMPORTE"
               PERFORM IMPRIMIR-DIA-RESUMEN
                   VARYING IX-DIA-RES FROM 1 BY 1
                   UNTIL IX-DIA-RES > CANT-DIAS-RES
               MOVE TOTAL-RANGO-UNID TO UNID-EDIT-RES
               MOVE TOTAL-RANGO-IMP TO IMPORTE-EDIT
               DISPLAY "TOTAL DEL RANGO: " UNID-EDIT-RES
                   " UNIDADES - $" IMPORTE-EDIT.

       ACUMULAR-DIA-RESUMEN.
           READ VENTA-DIA NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-VD = 1.
           IF FIN-ARCHIVO-VD NOT = 1 THEN
               IF FECHA-VD NOT < FILTRO-FECHA-DESDE AND
                  FECHA-VD NOT > FILTRO-FECHA-HASTA THEN
                   COMPUTE IX-DIA-RES = 1
                   COMPUTE ENCONTRADO-DIA-RES = 0
                   PERFORM BUSCAR-DIA-RESUMEN
                       UNTIL ENCONTRADO-DIA-RES = 1
                   ADD CANTIDAD-VD TO DIA-RES-UNID(IX-DIA-RES)
                   ADD IMPORTE-VD TO DIA-RES-IMP(IX-DIA-RES)
                   ADD CANTIDAD-VD TO TOTAL-RANGO-UNID
                   ADD IMPORTE-VD TO TOTAL-RANGO-IMP.

       BUSCAR-DIA-RESUMEN.
           IF IX-DIA-RES > CANT-DIAS-RES THEN
               IF CANT-DIAS-RES >= 366 THEN
                   COMPUTE IX-DIA-RES = 366
                   COMPUTE ENCONTRADO-DIA-RES = 1
               ELSE
                   ADD 1 TO CANT-DIAS-RES
                   MOVE CANT-DIAS-RES TO IX-DIA-RES
                   MOVE FECHA-VD TO DIA-RES-FECHA(IX-DIA-RES)
                   COMPUTE DIA-RES-UNID(IX-DIA-RES) = 0
                   COMPUTE DIA-RES-IMP(IX-DIA-RES) = 0
                   COMPUTE ENCONTRADO-DIA-RES = 1
               END-IF
           ELSE IF DIA-RES-FECHA(IX-DIA-RES) = FECHA-VD THEN
               COMPUTE ENCONTRADO-DIA-RES = 1
           ELSE
               ADD 1 TO IX-DIA-RES.

       IMPRIMIR-DIA-RESUMEN.
           MOVE DIA-RES-UNID(IX-DIA-RES) TO UNID-EDIT-RES.
           MOVE DIA-RES-IMP(IX-DIA-RES) TO IMPORTE-EDIT.
           DISPLAY DIA-RES-FECHA(IX-DIA-RES) " " UNID-EDIT-RES
               " $" IMPORTE-EDIT.

       BUSCAR-VENTA-PRODUCTO.
           DISPLAY "INGRESE ID DEL PRODUCTO A BUSCAR:".
           ACCEPT ID-PRODUCTO-VC.
           OPEN INPUT VENTA.
           MOVE ID-PRODUCTO-VC TO ID-PRODUCTO.
           READ VENTA INTO REG-VENTA-VC
               INVALID KEY
                   DISPLAY "NO HAY VENTA REGISTRADA PARA ESE PRODUCTO."
               NOT INVALID KEY
                   DISPLAY REG-VENTA-VC
                   DISPLAY "--------------------------------"
           END-READ.
           CLOSE VENTA.

       RESUMEN-VENTAS.
           COMPUTE CANT-PROV-TOT = 0.
           COMPUTE CANT-RUBRO-TOT = 0.
           COMPUTE TOTAL-GENERAL-RESUMEN = 0.
           COMPUTE TOTAL-GENERAL-UNID = 0.
           OPEN INPUT VENTA.
           COMPUTE OP-USUARIO = 1.
           PERFORM ACUMULAR-VENTA-RESUMEN UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           DISPLAY " ".
           DISPLAY "RESUMEN DE VENTAS POR PROVEEDOR:".
           DISPLAY "--------------------------------".
           PERFORM IMPRIMIR-PROVEEDOR-RESUMEN
               VARYING IX-PROV FROM 1 BY 1
               UNTIL IX-PROV > CANT-PROV-TOT.
           DISPLAY " ".
           DISPLAY "RESUMEN DE VENTAS POR RUBRO:".
           DISPLAY "--------------------------------".
           PERFORM IMPRIMIR-RUBRO-RESUMEN
               VARYING IX-RUBRO FROM 1 BY 1
               UNTIL IX-RUBRO > CANT-RUBRO-TOT.
           DISPLAY " ".
           MOVE TOTAL-GENERAL-RESUMEN TO IMPORTE-EDIT.
           MOVE TOTAL-GENERAL-UNID TO UNID-EDIT-RES.
           DISPLAY "TOTAL GENERAL VENDIDO: " UNID-EDIT-RES
               " UNIDADES - $" IMPORTE-EDIT.
           DISPLAY "¿RESUMEN DIARIO DE UN RANGO DE FECHAS? 1-SI/2-NO".
           ACCEPT OP-SUBMENU.
           IF OP-SUBMENU = 1 THEN
               PERFORM RESUMEN-VENTAS-DIARIO.
           COMPUTE OP-USUARIO = 9.

       ACUMULAR-VENTA-RESUMEN.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               COMPUTE IX-PROV = 1
               COMPUTE ENCONTRADO-PROV = 0
               PERFORM BUSCAR-PROV-RESUMEN UNTIL ENCONTRADO-PROV = 1
               ADD IMPORTE-VENDIDO-VC TO PROV-TOT-TOTAL(IX-PROV)
               ADD TOTAL-VENDIDO-VC TO PROV-TOT-UNID(IX-PROV)
               COMPUTE IX-RUBRO = 1
               COMPUTE ENCONTRADO-RUBRO = 0
               PERFORM BUSCAR-RUBRO-RESUMEN UNTIL ENCONTRADO-RUBRO = 1
               ADD IMPORTE-VENDIDO-VC TO RUBRO-TOT-TOTAL(IX-RUBRO)
               ADD TOTAL-VENDIDO-VC TO RUBRO-TOT-UNID(IX-RUBRO)
               ADD IMPORTE-VENDIDO-VC TO TOTAL-GENERAL-RESUMEN
               ADD TOTAL-VENDIDO-VC TO TOTAL-GENERAL-UNID.

       BUSCAR-PROV-RESUMEN.
           IF IX-PROV > CANT-PROV-TOT THEN
               ADD 1 TO CANT-PROV-TOT
               MOVE CANT-PROV-TOT TO IX-PROV
               MOVE ID-PROVEEDOR-VC TO PROV-TOT-ID(IX-PROV)
               COMPUTE PROV-TOT-TOTAL(IX-PROV) = 0
               COMPUTE PROV-TOT-UNID(IX-PROV) = 0
               COMPUTE ENCONTRADO-PROV = 1
           ELSE IF PROV-TOT-ID(IX-PROV) = ID-PROVEEDOR-VC THEN
               COMPUTE ENCONTRADO-PROV = 1
           ELSE
               ADD 1 TO IX-PROV.

       BUSCAR-RUBRO-RESUMEN.
           IF IX-RUBRO > CANT-RUBRO-TOT THEN
               ADD 1 TO CANT-RUBRO-TOT
               MOVE CANT-RUBRO-TOT TO IX-RUBRO
               MOVE ID-RUBRO-VC TO RUBRO-TOT-ID(IX-RUBRO)
               COMPUTE RUBRO-TOT-TOTAL(IX-RUBRO) = 0
               COMPUTE RUBRO-TOT-UNID(IX-RUBRO) = 0
               COMPUTE ENCONTRADO-RUBRO = 1
           ELSE IF RUBRO-TOT-ID(IX-RUBRO) = ID-RUBRO-VC THEN
               COMPUTE ENCONTRADO-RUBRO = 1
           ELSE
               ADD 1 TO IX-RUBRO.

       IMPRIMIR-PROVEEDOR-RESUMEN.
           OPEN INPUT PROVEEDOR.
           COMPUTE ENCONTRADO-PROV = 0
           PERFORM BUSCAR-NOMBRE-PROVEEDOR-RES
               UNTIL ENCONTRADO-PROV = 1.
           CLOSE PROVEEDOR.
           MOVE PROV-TOT-TOTAL(IX-PROV) TO IMPORTE-EDIT.
           MOVE PROV-TOT-UNID(IX-PROV) TO UNID-EDIT-RES.
           DISPLAY "PROVEEDOR " PROV-TOT-ID(IX-PROV) " " NOMBRE-PC " "
               APELLIDO-PC ": " UNID-EDIT-RES
               " UNIDADES - $" IMPORTE-EDIT.

       BUSCAR-NOMBRE-PROVEEDOR-RES.
           READ PROVEEDOR NEXT RECORD INTO REG-PROVEEDOR-PC AT END
               MOVE "PROVEEDOR BAJA" TO NOMBRE-PC
               MOVE SPACES TO APELLIDO-PC
               COMPUTE ENCONTRADO-PROV = 1.
           IF PROV-TOT-ID(IX-PROV) = ID-PROVEEDOR-PC THEN
               COMPUTE ENCONTRADO-PROV = 1.

       IMPRIMIR-RUBRO-RESUMEN.
           OPEN INPUT RUBRO.
           COMPUTE ENCONTRADO-RUBRO = 0
           PERFORM BUSCAR-NOMBRE-RUBRO-RES UNTIL ENCONTRADO-RUBRO = 1.
           CLOSE RUBRO.
           MOVE RUBRO-TOT-TOTAL(IX-RUBRO) TO IMPORTE-EDIT.
           MOVE RUBRO-TOT-UNID(IX-RUBRO) TO UNID-EDIT-RES.
           DISPLAY "RUBRO " RUBRO-TOT-ID(IX-RUBRO) " " DESCRIPCION-RC
               ": " UNID-EDIT-RES
               " UNIDADES - $" IMPORTE-EDIT.

       BUSCAR-NOMBRE-RUBRO-RES.
           READ RUBRO NEXT RECORD INTO REG-RUBRO-RC AT END
               MOVE "(RUBRO DADO DE BAJA)" TO DESCRIPCION-RC
               COMPUTE ENCONTRADO-RUBRO = 1.
           IF RUBRO-TOT-ID(IX-RUBRO) = ID-RUBRO-RC THEN
               COMPUTE ENCONTRADO-RUBRO = 1.

       CIERRE-EJERCICIO.
           IF NIVEL-ACTUAL NOT = 1 THEN
               PERFORM AVISO-SIN-PERMISO
           ELSE
               PERFORM EJECUTAR-CIERRE-EJERCICIO.

       EJECUTAR-CIERRE-EJERCICIO.
           PERFORM LEER-CONTROL-CIERRE.
           IF ESTADO-CIE-WS = "E" OR ESTADO-CIE-WS = "C" OR
              ESTADO-CIE-WS = "R" THEN
               DISPLAY "HAY UN CIERRE ANTERIOR SIN RESOLVER."
               DISPLAY "REINICIE EL SISTEMA Y USE LA RECUPERACION "
                   "ANTES DE EJECUTAR UN NUEVO CIERRE."
           ELSE
               PERFORM CORRER-CIERRE-EJERCICIO.

       LEER-CONTROL-CIERRE.
           MOVE "F" TO ESTADO-CIE-WS.
           COMPUTE FIN-ARCHIVO-CIE = 0.
           OPEN INPUT CIERRE-CTL.
           READ CIERRE-CTL
               AT END COMPUTE FIN-ARCHIVO-CIE = 1.
           IF FIN-ARCHIVO-CIE = 0 THEN
               MOVE ESTADO-CIE TO ESTADO-CIE-WS
               MOVE FECHA-CIE TO FECHA-CIE-WS
               MOVE ANIO-CORTE-CIE TO ANIO-CORTE-WS
               MOVE CANT-CIE TO CANT-COPIADAS-WS
               MOVE CANT-HIST-PREVIA-CIE TO CANT-HIST-PREVIA-WS.
           CLOSE CIERRE-CTL.

       CORRER-CIERRE-EJERCICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           MOVE ANIO-ACTUAL TO ANIO-CORTE-WS.
           DISPLAY "CIERRE DE EJERCICIO - ARCHIVANDO VENTAS"
               " ANTERIORES A " ANIO-CORTE-WS ".".
           PERFORM CONTAR-HIST-PREVIA.
           MOVE "E" TO ESTADO-CIE-WS.
           COMPUTE CANT-COPIADAS-WS = 0.
           PERFORM GRABAR-CONTROL-CIERRE.
           PERFORM COPIAR-VENTAS-HIST.
           MOVE "C" TO ESTADO-CIE-WS.
           PERFORM GRABAR-CONTROL-CIERRE.
           PERFORM VERIFICAR-COPIA-CIERRE.
           IF CANT-HIST-TOTAL-WS - CANT-HIST-PREVIA-WS
               NOT = CANT-COPIADAS-WS THEN
               MOVE "E" TO ESTADO-CIE-WS
               PERFORM GRABAR-CONTROL-CIERRE
               DISPLAY "ERROR: LA COPIA AL HISTORICO NO VERIFICA."
               DISPLAY "REINICIE EL SISTEMA Y USE LA RECUPERACION "
                   "DEL CIERRE."
           ELSE
               PERFORM BORRAR-VENTAS-ARCHIVADAS
               MOVE "F" TO ESTADO-CIE-WS
               PERFORM GRABAR-CONTROL-CIERRE
               DISPLAY CANT-COPIADAS-WS " VENTAS ARCHIVADAS EN"
                   " VENTA-HIST.DAT.".
           COMPUTE OP-USUARIO = 9.

       CONTAR-HIST-PREVIA.
           COMPUTE CANT-HIST-PREVIA-WS = 0.
           COMPUTE FIN-ARCHIVO-CIE = 0.
           OPEN INPUT VENTA-HIST.
           PERFORM CONTAR-HIST-PREVIA-REG UNTIL FIN-ARCHIVO-CIE = 1.
           CLOSE VENTA-HIST.

       CONTAR-HIST-PREVIA-REG.
           READ VENTA-HIST INTO REG-VENTA-VC
               AT END COMPUTE FIN-ARCHIVO-CIE = 1.
           IF FIN-ARCHIVO-CIE NOT = 1 THEN
               ADD 1 TO CANT-HIST-PREVIA-WS.

       GRABAR-CONTROL-CIERRE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN OUTPUT CIERRE-CTL.
           MOVE ESTADO-CIE-WS TO ESTADO-CIE.
           MOVE FECHA-ACTUAL TO FECHA-CIE.
           MOVE ANIO-CORTE-WS TO ANIO-CORTE-CIE.
           MOVE CANT-COPIADAS-WS TO CANT-CIE.
           MOVE CANT-HIST-PREVIA-WS TO CANT-HIST-PREVIA-CIE.
           WRITE REG-CIERRE-CTL.
           CLOSE CIERRE-CTL.

       COPIAR-VENTAS-HIST.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTA.
           OPEN EXTEND VENTA-HIST.
           PERFORM COPIAR-VENTA-REG UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           CLOSE VENTA-HIST.
           COMPUTE OP-USUARIO = 9.

       COPIAR-VENTA-REG.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ANIO-VC < ANIO-CORTE-WS THEN
                   WRITE REG-VENTA-HIST FROM REG-VENTA-VC
                   ADD 1 TO CANT-COPIADAS-WS.

       VERIFICAR-COPIA-CIERRE.
           COMPUTE CANT-HIST-TOTAL-WS = 0.
           COMPUTE FIN-ARCHIVO-CIE = 0.
           OPEN INPUT VENTA-HIST.
           PERFORM CONTAR-HIST-TOTAL-REG UNTIL FIN-ARCHIVO-CIE = 1.
           CLOSE VENTA-HIST.

       CONTAR-HIST-TOTAL-REG.
           READ VENTA-HIST INTO REG-VENTA-VC
               AT END COMPUTE FIN-ARCHIVO-CIE = 1.
           IF FIN-ARCHIVO-CIE NOT = 1 THEN
               ADD 1 TO CANT-HIST-TOTAL-WS.

       BORRAR-VENTAS-ARCHIVADAS.
           COMPUTE OP-USUARIO = 1.
           COMPUTE CANT-ARCHIVADAS = 0.
           OPEN I-O VENTA.
           PERFORM BORRAR-VENTA-REG UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           COMPUTE OP-USUARIO = 9.

       BORRAR-VENTA-REG.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ANIO-VC < ANIO-CORTE-WS THEN
                   DELETE VENTA RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL BORRAR LA VENTA."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           ADD 1 TO CANT-ARCHIVADAS
                   END-DELETE.

       DETECTAR-CIERRE-PENDIENTE.
           COMPUTE HAY-CTL-PENDIENTE = 0.
           PERFORM LEER-CONTROL-CIERRE.
           IF ESTADO-CIE-WS = "E" OR ESTADO-CIE-WS = "C" OR
              ESTADO-CIE-WS = "R" THEN
               COMPUTE HAY-CTL-PENDIENTE = 1.
           IF HAY-CTL-PENDIENTE = 1 THEN
               PERFORM RECUPERAR-CIERRE.

       RECUPERAR-CIERRE.
           DISPLAY "ATENCION: SE DETECTO UN CIERRE DE EJERCICIO "
               "INCOMPLETO DEL " FECHA-CIE-WS ".".
           IF ESTADO-CIE-WS = "R" THEN
               DISPLAY "SE REANUDA LA REVERSION PENDIENTE DEL "
                   "HISTORICO."
               PERFORM VOLCAR-TMP-A-HIST
               MOVE "F" TO ESTADO-CIE-WS
               PERFORM GRABAR-CONTROL-CIERRE
               DISPLAY "CIERRE REVERTIDO. PUEDE VOLVER A "
                   "EJECUTAR EL CIERRE."
           ELSE IF NIVEL-ACTUAL NOT = 1 THEN
               DISPLAY "LA RECUPERACION DEL CIERRE REQUIERE NIVEL "
                   "ENCARGADO; SE CONTINUA SIN RECUPERAR."
           ELSE IF ESTADO-CIE-WS = "E" THEN
               DISPLAY "LA COPIA AL HISTORICO QUEDO A MEDIAS."
               DISPLAY "1-REVERTIR (QUITAR LO COPIADO DEL HISTORICO)."
               DISPLAY "2-CONTINUAR SIN RECUPERAR."
               ACCEPT OP-RECUPERO
               IF OP-RECUPERO = 1 THEN
                   PERFORM REVERTIR-COPIA-HIST
               END-IF
           ELSE
               DISPLAY "LA COPIA AL HISTORICO ESTA COMPLETA Y "
                   "VERIFICADA; FALTA BORRAR LAS VENTAS VIEJAS."
               DISPLAY "1-FINALIZAR EL CIERRE (BORRAR LAS VENTAS "
                   "ARCHIVADAS)."
               DISPLAY "2-REVERTIR (QUITAR LO COPIADO DEL HISTORICO)."
               DISPLAY "3-CONTINUAR SIN RECUPERAR."
               ACCEPT OP-RECUPERO
               IF OP-RECUPERO = 1 THEN
                   PERFORM BORRAR-VENTAS-ARCHIVADAS
                   MOVE "F" TO ESTADO-CIE-WS
                   PERFORM GRABAR-CONTROL-CIERRE
                   DISPLAY "CIERRE FINALIZADO."
               ELSE IF OP-RECUPERO = 2 THEN
                   PERFORM REVERTIR-COPIA-HIST.

       REVERTIR-COPIA-HIST.
           COMPUTE CANT-COPIA-TMP = 0.
           COMPUTE FIN-ARCHIVO-CIE = 0.
           OPEN INPUT VENTA-HIST.
           OPEN OUTPUT VENTA-HIST-TMP.
           PERFORM COPIAR-HIST-A-TMP UNTIL FIN-ARCHIVO-CIE = 1.
           CLOSE VENTA-HIST.
           CLOSE VENTA-HIST-TMP.
           IF CANT-COPIA-TMP NOT = CANT-HIST-PREVIA-WS THEN
               DISPLAY "ERROR: EL HISTORICO TIENE MENOS REGISTROS "
                   "QUE LOS ESPERADOS, NO SE REVIERTE."
           ELSE
               MOVE "R" TO ESTADO-CIE-WS
               PERFORM GRABAR-CONTROL-CIERRE
               PERFORM VOLCAR-TMP-A-HIST
               MOVE "F" TO ESTADO-CIE-WS
               PERFORM GRABAR-CONTROL-CIERRE
               DISPLAY "CIERRE REVERTIDO. PUEDE VOLVER A "
                   "EJECUTAR EL CIERRE.".

       VOLCAR-TMP-A-HIST.
           COMPUTE FIN-ARCHIVO-CIE = 0.
           OPEN INPUT VENTA-HIST-TMP.
           OPEN OUTPUT VENTA-HIST.
           PERFORM COPIAR-TMP-A-HIST UNTIL FIN-ARCHIVO-CIE = 1.
           CLOSE VENTA-HIST-TMP.
           CLOSE VENTA-HIST.

       COPIAR-HIST-A-TMP.
           READ VENTA-HIST INTO REG-VENTA-VC
               AT END COMPUTE FIN-ARCHIVO-CIE = 1.
           IF FIN-ARCHIVO-CIE NOT = 1 THEN
               IF CANT-COPIA-TMP < CANT-HIST-PREVIA-WS THEN
                   WRITE REG-VENTA-HIST-TMP FROM REG-VENTA-VC
                   ADD 1 TO CANT-COPIA-TMP
               ELSE
                   COMPUTE FIN-ARCHIVO-CIE = 1.

       COPIAR-TMP-A-HIST.
           READ VENTA-HIST-TMP INTO REG-VENTA-VC
               AT END COMPUTE FIN-ARCHIVO-CIE = 1.
           IF FIN-ARCHIVO-CIE NOT = 1 THEN
               WRITE REG-VENTA-HIST FROM REG-VENTA-VC.

       EXPORTAR-CSV.
           PERFORM EXPORTAR-PROVEEDOR-CSV.
           PERFORM EXPORTAR-RUBRO-CSV.
           PERFORM EXPORTAR-VENTA-CSV.
           DISPLAY "EXPORTACION A CSV FINALIZADA.".

       EXPORTAR-PROVEEDOR-CSV.
           OPEN OUTPUT PROVEEDOR-CSV.
           MOVE "ID,NOMBRE,APELLIDO,EMAIL,CELULAR" TO
               LINEA-PROVEEDOR-CSV.
           WRITE LINEA-PROVEEDOR-CSV.
           OPEN INPUT PROVEEDOR.
           COMPUTE OP-USUARIO = 1.
           PERFORM ESCRIBIR-PROVEEDOR-CSV UNTIL OP-USUARIO = 2.
           CLOSE PROVEEDOR.
           CLOSE PROVEEDOR-CSV.
           COMPUTE OP-USUARIO = 9.

       ESCRIBIR-PROVEEDOR-CSV.
           READ PROVEEDOR NEXT RECORD INTO REG-PROVEEDOR-PC AT END
               COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               STRING ID-PROVEEDOR-PC DELIMITED BY SIZE
                   "," FUNCTION TRIM(NOMBRE-PC) DELIMITED BY SIZE
                   "," FUNCTION TRIM(APELLIDO-PC) DELIMITED BY SIZE
                   "," FUNCTION TRIM(EMAIL-PC) DELIMITED BY SIZE
                   "," FUNCTION TRIM(NRO-CELULAR-PC) DELIMITED BY SIZE
                   INTO LINEA-PROVEEDOR-CSV
               WRITE LINEA-PROVEEDOR-CSV.

       EXPORTAR-RUBRO-CSV.
           OPEN OUTPUT RUBRO-CSV.
           MOVE "ID,DESCRIPCION" TO LINEA-RUBRO-CSV.
           WRITE LINEA-RUBRO-CSV.
           OPEN INPUT RUBRO.
           COMPUTE OP-USUARIO = 1.
           PERFORM ESCRIBIR-RUBRO-CSV UNTIL OP-USUARIO = 2.
           CLOSE RUBRO.
           CLOSE RUBRO-CSV.
           COMPUTE OP-USUARIO = 9.

       ESCRIBIR-RUBRO-CSV.
           READ RUBRO NEXT RECORD INTO REG-RUBRO-RC AT END
               COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               STRING ID-RUBRO-RC DELIMITED BY SIZE
                   "," FUNCTION TRIM(DESCRIPCION-RC) DELIMITED BY SIZE
                   INTO LINEA-RUBRO-CSV
               WRITE LINEA-RUBRO-CSV.

       EXPORTAR-VENTA-CSV.
           OPEN OUTPUT VENTA-CSV.
           STRING "ID_PRODUCTO,NOMBRE,FECHA,TOTAL_VENDIDO,"
               "ID_PROVEEDOR,ID_RUBRO,IMPORTE" DELIMITED BY SIZE
               INTO LINEA-VENTA-CSV.
           WRITE LINEA-VENTA-CSV.
           OPEN INPUT VENTA.
           COMPUTE OP-USUARIO = 1.
           PERFORM ESCRIBIR-VENTA-CSV UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           CLOSE VENTA-CSV.
           COMPUTE OP-USUARIO = 9.

       ESCRIBIR-VENTA-CSV.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               MOVE IMPORTE-VENDIDO-VC TO IMPORTE-CSV
               STRING ID-PRODUCTO-VC DELIMITED BY SIZE
                   "," FUNCTION TRIM(NOMBRE-VC) DELIMITED BY SIZE
                   "," ANIO-VC DELIMITED BY SIZE
                   "-" MES-VC DELIMITED BY SIZE
                   "-" DIA-VC DELIMITED BY SIZE
                   "," TOTAL-VENDIDO-VC DELIMITED BY SIZE
                   "," ID-PROVEEDOR-VC DELIMITED BY SIZE
                   "," ID-RUBRO-VC DELIMITED BY SIZE
                   "," IMPORTE-CSV DELIMITED BY SIZE
                   INTO LINEA-VENTA-CSV
               WRITE LINEA-VENTA-CSV.

       REPORTE-COMPARATIVO.
           COMPUTE CANT-ANIOS-CMP = 0.
           COMPUTE CANT-RUBRO-CMP = 0.
           COMPUTE CANT-PROV-CMP = 0.
           COMPUTE FIN-ARCHIVO-CMP = 0.
           DISPLAY "REPORTE COMPARATIVO DE VENTAS POR ANIO.".
           OPEN INPUT VENTA-HIST.
           IF ESTADO = 00 THEN
               PERFORM LEER-HIST-CMP UNTIL FIN-ARCHIVO-CMP = 1
               CLOSE VENTA-HIST
           ELSE
               DISPLAY "SIN HISTORICO DE VENTAS (VENTA-HIST.DAT).".
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTA.
           PERFORM LEER-VENTA-CMP UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           IF CANT-ANIOS-CMP = 0 THEN
               DISPLAY "NO HAY VENTAS PARA COMPARAR."
           ELSE
               PERFORM IMPRIMIR-COMPARATIVO.
           COMPUTE OP-USUARIO = 9.

       LEER-HIST-CMP.
           READ VENTA-HIST INTO REG-VENTA-VC
               AT END COMPUTE FIN-ARCHIVO-CMP = 1.
           IF FIN-ARCHIVO-CMP NOT = 1 THEN
               PERFORM ACUMULAR-VENTA-CMP.

       LEER-VENTA-CMP.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               PERFORM ACUMULAR-VENTA-CMP.

       ACUMULAR-VENTA-CMP.
           COMPUTE IX-ANIO = 1.
           COMPUTE ENCONTRADO-ANIO = 0.
           PERFORM BUSCAR-ANIO-CMP UNTIL ENCONTRADO-ANIO = 1.
           ADD IMPORTE-VENDIDO-VC TO TOTAL-ANIO-CMP(IX-ANIO).
           ADD TOTAL-VENDIDO-VC TO UNID-ANIO-CMP(IX-ANIO).
           IF MES-VC >= 1 AND MES-VC <= 12 THEN
               ADD IMPORTE-VENDIDO-VC TO
                   TOTAL-MES-CMP(IX-ANIO, MES-VC)
               ADD TOTAL-VENDIDO-VC TO UNID-MES-CMP(IX-ANIO, MES-VC).
           COMPUTE IX-RUBRO-CMP = 1.
           COMPUTE ENCONTRADO-RUBRO-CMP = 0.
           PERFORM BUSCAR-RUBRO-CMP UNTIL ENCONTRADO-RUBRO-CMP = 1.
           ADD IMPORTE-VENDIDO-VC TO
               RUBRO-ANIO-CMP-TOT(IX-RUBRO-CMP, IX-ANIO).
           COMPUTE IX-PROV-CMP = 1.
           COMPUTE ENCONTRADO-PROV-CMP = 0.
           PERFORM BUSCAR-PROV-CMP UNTIL ENCONTRADO-PROV-CMP = 1.
           ADD IMPORTE-VENDIDO-VC TO
               PROV-ANIO-CMP-TOT(IX-PROV-CMP, IX-ANIO).

       BUSCAR-ANIO-CMP.
           IF IX-ANIO > CANT-ANIOS-CMP THEN
               IF CANT-ANIOS-CMP >= 20 THEN
                   COMPUTE IX-ANIO = 20
                   COMPUTE ENCONTRADO-ANIO = 1
               ELSE
                   ADD 1 TO CANT-ANIOS-CMP
                   MOVE CANT-ANIOS-CMP TO IX-ANIO
                   MOVE ANIO-VC TO ANIO-CMP(IX-ANIO)
                   COMPUTE TOTAL-ANIO-CMP(IX-ANIO) = 0
                   COMPUTE UNID-ANIO-CMP(IX-ANIO) = 0
                   PERFORM LIMPIAR-MES-CMP VARYING IX-MES FROM 1 BY 1
                       UNTIL IX-MES > 12
                   COMPUTE ENCONTRADO-ANIO = 1
               END-IF
           ELSE IF ANIO-CMP(IX-ANIO) = ANIO-VC THEN
               COMPUTE ENCONTRADO-ANIO = 1
           ELSE
               ADD 1 TO IX-ANIO.

       LIMPIAR-MES-CMP.
           COMPUTE TOTAL-MES-CMP(IX-ANIO, IX-MES) = 0.
           COMPUTE UNID-MES-CMP(IX-ANIO, IX-MES) = 0.

       BUSCAR-RUBRO-CMP.
           IF IX-RUBRO-CMP > CANT-RUBRO-CMP THEN
               ADD 1 TO CANT-RUBRO-CMP
               MOVE CANT-RUBRO-CMP TO IX-RUBRO-CMP
               MOVE ID-RUBRO-VC TO RUBRO-CMP-ID(IX-RUBRO-CMP)
               PERFORM LIMPIAR-RUBRO-CMP VARYING IX-ANIO-LIMPIA
                   FROM 1 BY 1 UNTIL IX-ANIO-LIMPIA > 20
               COMPUTE ENCONTRADO-RUBRO-CMP = 1
           ELSE IF RUBRO-CMP-ID(IX-RUBRO-CMP) = ID-RUBRO-VC THEN
               COMPUTE ENCONTRADO-RUBRO-CMP = 1
           ELSE
               ADD 1 TO IX-RUBRO-CMP.

       LIMPIAR-RUBRO-CMP.
           COMPUTE RUBRO-ANIO-CMP-TOT(IX-RUBRO-CMP, IX-ANIO-LIMPIA)
               = 0.

       BUSCAR-PROV-CMP.
           IF IX-PROV-CMP > CANT-PROV-CMP THEN
               ADD 1 TO CANT-PROV-CMP
               MOVE CANT-PROV-CMP TO IX-PROV-CMP
               MOVE ID-PROVEEDOR-VC TO PROV-CMP-ID(IX-PROV-CMP)
               PERFORM LIMPIAR-PROV-CMP VARYING IX-ANIO-LIMPIA
                   FROM 1 BY 1 UNTIL IX-ANIO-LIMPIA > 20
               COMPUTE ENCONTRADO-PROV-CMP = 1
           ELSE IF PROV-CMP-ID(IX-PROV-CMP) = ID-PROVEEDOR-VC THEN
               COMPUTE ENCONTRADO-PROV-CMP = 1
           ELSE
               ADD 1 TO IX-PROV-CMP.

       LIMPIAR-PROV-CMP.
           COMPUTE PROV-ANIO-CMP-TOT(IX-PROV-CMP, IX-ANIO-LIMPIA) = 0.

       IMPRIMIR-COMPARATIVO.
           DISPLAY " ".
           DISPLAY "VENTAS POR ANIO Y MES:".
           DISPLAY "--------------------------------".
           PERFORM IMPRIMIR-ANIO-CMP VARYING IX-ANIO FROM 1 BY 1
               UNTIL IX-ANIO > CANT-ANIOS-CMP.
           DISPLAY " ".
           DISPLAY "COMPARATIVO POR RUBRO:".
           DISPLAY "--------------------------------".
           PERFORM IMPRIMIR-RUBRO-CMP VARYING IX-RUBRO-CMP FROM 1 BY 1
               UNTIL IX-RUBRO-CMP > CANT-RUBRO-CMP.
           DISPLAY " ".
           DISPLAY "COMPARATIVO POR PROVEEDOR:".
           DISPLAY "--------------------------------".
           PERFORM IMPRIMIR-PROV-CMP VARYING IX-PROV-CMP FROM 1 BY 1
               UNTIL IX-PROV-CMP > CANT-PROV-CMP.

       BUSCAR-ANIO-ANTERIOR.
           COMPUTE ANIO-ANT-BUSCADO = ANIO-CMP(IX-ANIO) - 1.
           COMPUTE IX-ANIO-ANT = 0.
           PERFORM RECORRER-ANIO-ANTERIOR
               VARYING IX-ANIO-LIMPIA FROM 1 BY 1
               UNTIL IX-ANIO-LIMPIA > CANT-ANIOS-CMP.

       RECORRER-ANIO-ANTERIOR.
           IF ANIO-CMP(IX-ANIO-LIMPIA) = ANIO-ANT-BUSCADO THEN
               MOVE IX-ANIO-LIMPIA TO IX-ANIO-ANT.

       IMPRIMIR-ANIO-CMP.
           MOVE TOTAL-ANIO-CMP(IX-ANIO) TO IMPORTE-EDIT.
           MOVE UNID-ANIO-CMP(IX-ANIO) TO UNID-EDIT-RES.
           DISPLAY "ANIO " ANIO-CMP(IX-ANIO) ": "
               UNID-EDIT-RES " UNIDADES - $" IMPORTE-EDIT.
           PERFORM BUSCAR-ANIO-ANTERIOR.
           IF IX-ANIO-ANT > 0 THEN
               MOVE TOTAL-ANIO-CMP(IX-ANIO) TO TOTAL-ACT-CMP
               MOVE TOTAL-ANIO-CMP(IX-ANIO-ANT) TO TOTAL-ANT-CMP
               PERFORM MOSTRAR-VARIACION-CMP.
           PERFORM IMPRIMIR-MES-CMP VARYING IX-MES FROM 1 BY 1
               UNTIL IX-MES > 12.

       IMPRIMIR-MES-CMP.
           IF UNID-MES-CMP(IX-ANIO, IX-MES) > 0 OR
              TOTAL-MES-CMP(IX-ANIO, IX-MES) > 0 THEN
               MOVE TOTAL-MES-CMP(IX-ANIO, IX-MES) TO IMPORTE-EDIT
               MOVE UNID-MES-CMP(IX-ANIO, IX-MES) TO UNID-EDIT-RES
               DISPLAY "   MES " IX-MES ": "
                   UNID-EDIT-RES " UNIDADES - $"
                   IMPORTE-EDIT
               IF IX-ANIO-ANT > 0 THEN
                   MOVE TOTAL-MES-CMP(IX-ANIO, IX-MES)
                       TO TOTAL-ACT-CMP
                   MOVE TOTAL-MES-CMP(IX-ANIO-ANT, IX-MES)
                       TO TOTAL-ANT-CMP
                   PERFORM MOSTRAR-VARIACION-CMP.

       IMPRIMIR-RUBRO-CMP.
           DISPLAY "RUBRO " RUBRO-CMP-ID(IX-RUBRO-CMP) ":".
           PERFORM IMPRIMIR-RUBRO-ANIO-CMP VARYING IX-ANIO FROM 1 BY 1
               UNTIL IX-ANIO > CANT-ANIOS-CMP.

       IMPRIMIR-RUBRO-ANIO-CMP.
           MOVE RUBRO-ANIO-CMP-TOT(IX-RUBRO-CMP, IX-ANIO)
               TO IMPORTE-EDIT.
           DISPLAY "   ANIO " ANIO-CMP(IX-ANIO) ": $" IMPORTE-EDIT.
           PERFORM BUSCAR-ANIO-ANTERIOR.
           IF IX-ANIO-ANT > 0 THEN
               MOVE RUBRO-ANIO-CMP-TOT(IX-RUBRO-CMP, IX-ANIO)
                   TO TOTAL-ACT-CMP
               MOVE RUBRO-ANIO-CMP-TOT(IX-RUBRO-CMP, IX-ANIO-ANT)
                   TO TOTAL-ANT-CMP
               PERFORM MOSTRAR-VARIACION-CMP.

       IMPRIMIR-PROV-CMP.
           DISPLAY "PROVEEDOR " PROV-CMP-ID(IX-PROV-CMP) ":".
           PERFORM IMPRIMIR-PROV-ANIO-CMP VARYING IX-ANIO FROM 1 BY 1
               UNTIL IX-ANIO > CANT-ANIOS-CMP.

       IMPRIMIR-PROV-ANIO-CMP.
           MOVE PROV-ANIO-CMP-TOT(IX-PROV-CMP, IX-ANIO)
               TO IMPORTE-EDIT.
           DISPLAY "   ANIO " ANIO-CMP(IX-ANIO) ": $" IMPORTE-EDIT.
           PERFORM BUSCAR-ANIO-ANTERIOR.
           IF IX-ANIO-ANT > 0 THEN
               MOVE PROV-ANIO-CMP-TOT(IX-PROV-CMP, IX-ANIO)
                   TO TOTAL-ACT-CMP
               MOVE PROV-ANIO-CMP-TOT(IX-PROV-CMP, IX-ANIO-ANT)
                   TO TOTAL-ANT-CMP
               PERFORM MOSTRAR-VARIACION-CMP.

       MOSTRAR-VARIACION-CMP.
           IF TOTAL-ANT-CMP = 0 THEN
               DISPLAY "   (SIN VENTAS EN EL PERIODO ANTERIOR)"
           ELSE
               COMPUTE VARIACION-CMP ROUNDED =
                   (TOTAL-ACT-CMP - TOTAL-ANT-CMP) * 100
                   / TOTAL-ANT-CMP
                   ON SIZE ERROR MOVE 99999.99 TO VARIACION-CMP
               END-COMPUTE
               MOVE VARIACION-CMP TO PCT-EDIT
               DISPLAY "   VARIACION VS PERIODO ANTERIOR: " PCT-EDIT
                   " %".

       GESTION-OPERADORES.
           IF NIVEL-ACTUAL NOT = 1 THEN
               PERFORM AVISO-SIN-PERMISO
           ELSE
               DISPLAY "GESTION DE OPERADORES."
               DISPLAY "1-ALTA DE OPERADOR."
               DISPLAY "2-MODIFICAR OPERADOR."
               DISPLAY "3-BAJA DE OPERADOR."
               ACCEPT OP-SUBMENU
                    IF OP-SUBMENU = 1 THEN PERFORM ALTA-OPERADOR
               ELSE IF OP-SUBMENU = 2 THEN PERFORM MODIFICAR-OPERADOR
               ELSE IF OP-SUBMENU = 3 THEN PERFORM BAJA-OPERADOR
               ELSE DISPLAY "OPCION INVALIDA.".

       ALTA-OPERADOR.
           DISPLAY "VA A CARGAR UN OPERADOR".
           DISPLAY "POR FAVOR INGRESE SU ID:"
           ACCEPT ID-OPERADOR-OC.
           OPEN I-O OPERADOR.
           MOVE ID-OPERADOR-OC TO ID-OPERADOR-OP.
           READ OPERADOR
               INVALID KEY COMPUTE BANDERA = 0
               NOT INVALID KEY COMPUTE BANDERA = 1
           END-READ.
           IF ESTADO NOT = 00 AND ESTADO NOT = 23 THEN
               PERFORM INTERPRETAR-ESTADO.
           IF BANDERA = 1 THEN
               DISPLAY "ID DE OPERADOR EN USO."
               DISPLAY "INGRESE OTRO ID."
           ELSE
               PERFORM CARGA-OPERADOR.
           CLOSE OPERADOR.

       CARGA-OPERADOR.
           DISPLAY "INGRESE NOMBRE:" ACCEPT NOMBRE-OC.
           DISPLAY "INGRESE NIVEL (1-ENCARGADO/2-CAJERO):"
           ACCEPT NIVEL-OC.
           WRITE REG-OPERADOR FROM REG-OPERADOR-OC
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL OPERADOR."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   MOVE "ALTA-OPER" TO OPERACION-AUD-WS
                   MOVE ID-OPERADOR-OC TO CLAVE-AUD-WS
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       MODIFICAR-OPERADOR.
           DISPLAY "INGRESE EL ID DEL OPERADOR A MODIFICAR:"
           ACCEPT ID-OPERADOR-OC.
           OPEN I-O OPERADOR.
           MOVE ID-OPERADOR-OC TO ID-OPERADOR-OP.
           READ OPERADOR INTO REG-OPERADOR-OC
               INVALID KEY
                   DISPLAY "NO EXISTE UN OPERADOR CON ESE ID."
               NOT INVALID KEY
                   DISPLAY "NOMBRE ACTUAL: " NOMBRE-OC
                   DISPLAY "INGRESE NUEVO NOMBRE:" ACCEPT NOMBRE-OC
                   DISPLAY "NIVEL ACTUAL: " NIVEL-OC
                   DISPLAY "INGRESE NUEVO NIVEL (1-ENCARGADO/"
                       "2-CAJERO):"
                   ACCEPT NIVEL-OC
                   REWRITE REG-OPERADOR FROM REG-OPERADOR-OC
                       INVALID KEY
                           DISPLAY "ERROR AL MODIFICAR EL OPERADOR."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           DISPLAY "OPERADOR MODIFICADO."
                   END-REWRITE
           END-READ.
           CLOSE OPERADOR.

       BAJA-OPERADOR.
           DISPLAY "INGRESE EL ID DEL OPERADOR A ELIMINAR:"
           ACCEPT ID-OPERADOR-OC.
           IF ID-OPERADOR-OC = OPERADOR-ACTUAL THEN
               DISPLAY "NO PUEDE ELIMINAR SU PROPIO USUARIO."
           ELSE
               OPEN I-O OPERADOR
               MOVE ID-OPERADOR-OC TO ID-OPERADOR-OP
               DELETE OPERADOR RECORD
                   INVALID KEY
                       DISPLAY "NO EXISTE UN OPERADOR CON ESE ID."
                       PERFORM INTERPRETAR-ESTADO
                   NOT INVALID KEY
                       DISPLAY "OPERADOR ELIMINADO."
               END-DELETE
               CLOSE OPERADOR.

       CARGA-CLI.
           DISPLAY "CLIENTES Y CUENTA CORRIENTE.".
           DISPLAY "1-ALTA DE CLIENTE.".
           DISPLAY "2-MODIFICAR CLIENTE.".
           DISPLAY "3-BAJA DE CLIENTE.".
           DISPLAY "4-REGISTRAR PAGO DE CLIENTE.".
           DISPLAY "5-ESTADO DE CUENTA (IMPRESO EN CTACTE.LIS).".
           DISPLAY "6-LISTAR CLIENTES CON SALDO VENCIDO.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM ALTA-CLIENTE
           ELSE IF OP-SUBMENU = 2 THEN PERFORM MODIFICAR-CLIENTE
           ELSE IF OP-SUBMENU = 3 THEN PERFORM BAJA-CLIENTE
           ELSE IF OP-SUBMENU = 4 THEN PERFORM REGISTRAR-PAGO-CLIENTE
           ELSE IF OP-SUBMENU = 5 THEN PERFORM ESTADO-CUENTA-CLIENTE
           ELSE IF OP-SUBMENU = 6 THEN PERFORM LISTAR-DEUDORES
           ELSE DISPLAY "OPCION INVALIDA.".
           DISPLAY "¿DESEA REALIZAR OTRA OPERACION DE CLIENTES? "
               "1-SI/2-NO"
           ACCEPT OP-USUARIO.

       ALTA-CLIENTE.
           DISPLAY "VA A CARGAR UN CLIENTE".
           DISPLAY "POR FAVOR INGRESE SU ID:"
           ACCEPT ID-CLIENTE-CE.
           OPEN I-O CLIENTE.
           MOVE ID-CLIENTE-CE TO ID-CLIENTE-CL.
           READ CLIENTE
               INVALID KEY COMPUTE BANDERA = 0
               NOT INVALID KEY COMPUTE BANDERA = 1
           END-READ.
           IF ESTADO NOT = 00 AND ESTADO NOT = 23 THEN
               PERFORM INTERPRETAR-ESTADO.
           IF BANDERA = 1 THEN
               DISPLAY "ID DE CLIENTE EN USO."
               DISPLAY "INGRESE OTRO ID."
           ELSE
               PERFORM CARGA-CLIENTE.
           CLOSE CLIENTE.

       CARGA-CLIENTE.
           DISPLAY "INGRESE NOMBRE:" ACCEPT NOMBRE-CE.
           DISPLAY "INGRESE APELLIDO: " ACCEPT APELLIDO-CE.
           DISPLAY "INGRESE CELULAR: " ACCEPT NRO-CELULAR-CE.
           DISPLAY "INGRESE DOMICILIO DE ENTREGA: " ACCEPT DOMICILIO-CE.
           COMPUTE SALDO-CE = 0.
           MOVE 0 TO FECHA-ULT-CARGO-CE.
           MOVE 0 TO FECHA-ULT-PAGO-CE.
           WRITE REG-CLIENTE FROM REG-CLIENTE-CE
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CLIENTE."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   MOVE "ALTA-CLI" TO OPERACION-AUD-WS
                   MOVE ID-CLIENTE-CE TO CLAVE-AUD-WS
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       MODIFICAR-CLIENTE.
           DISPLAY "INGRESE EL ID DEL CLIENTE A MODIFICAR:"
           ACCEPT ID-CLIENTE-CE.
           OPEN I-O CLIENTE.
           MOVE ID-CLIENTE-CE TO ID-CLIENTE-CL.
           READ CLIENTE INTO REG-CLIENTE-CE
               INVALID KEY
                   DISPLAY "NO EXISTE UN CLIENTE CON ESE ID."
               NOT INVALID KEY
                   DISPLAY "NOMBRE ACTUAL: " NOMBRE-CE
                   DISPLAY "INGRESE NUEVO NOMBRE:" ACCEPT NOMBRE-CE
                   DISPLAY "APELLIDO ACTUAL: " APELLIDO-CE
                   DISPLAY "INGRESE NUEVO APELLIDO:" ACCEPT APELLIDO-CE
                   DISPLAY "CELULAR ACTUAL: " NRO-CELULAR-CE
                   DISPLAY "INGRESE NUEVO CELULAR:"
                   ACCEPT NRO-CELULAR-CE
                   DISPLAY "DOMICILIO ACTUAL: " DOMICILIO-CE
                   DISPLAY "INGRESE NUEVO DOMICILIO:"
                   ACCEPT DOMICILIO-CE
                   REWRITE REG-CLIENTE FROM REG-CLIENTE-CE
                       INVALID KEY
                           DISPLAY "ERROR AL MODIFICAR EL CLIENTE."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           DISPLAY "CLIENTE MODIFICADO."
                   END-REWRITE
           END-READ.
           CLOSE CLIENTE.

       BAJA-CLIENTE.
           IF NIVEL-ACTUAL NOT = 1 THEN
               PERFORM AVISO-SIN-PERMISO
           ELSE
               PERFORM EJECUTAR-BAJA-CLIENTE.

       EJECUTAR-BAJA-CLIENTE.
           DISPLAY "INGRESE EL ID DEL CLIENTE A ELIMINAR:"
           ACCEPT ID-CLIENTE-CE.
           OPEN I-O CLIENTE.
           MOVE ID-CLIENTE-CE TO ID-CLIENTE-CL.
           READ CLIENTE INTO REG-CLIENTE-CE
               INVALID KEY
                   DISPLAY "NO EXISTE UN CLIENTE CON ESE ID."
               NOT INVALID KEY
                   PERFORM CONTAR-ENCARGOS-CLIENTE
                   IF SALDO-CE NOT = 0 THEN
                       MOVE SALDO-CE TO SALDO-EDIT
                       DISPLAY "EL CLIENTE TIENE SALDO $" SALDO-EDIT
                           ", NO SE PUEDE ELIMINAR."
                   ELSE IF CANT-ENC-PEND-CLI > 0 THEN
                       DISPLAY "EL CLIENTE TIENE " CANT-ENC-PEND-CLI
                           " ENCARGO(S) PENDIENTE(S), NO SE PUEDE "
                           "ELIMINAR."
                   ELSE
                       DELETE CLIENTE RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL ELIMINAR EL CLIENTE."
                               PERFORM INTERPRETAR-ESTADO
                           NOT INVALID KEY
                               DISPLAY "CLIENTE ELIMINADO."
                       END-DELETE
                   END-IF
                   END-IF
           END-READ.
           CLOSE CLIENTE.

       BUSCAR-CLIENTE-ID.
           OPEN INPUT CLIENTE.
           MOVE ID-CLIENTE-CE TO ID-CLIENTE-CL.
           READ CLIENTE INTO REG-CLIENTE-CE
               INVALID KEY COMPUTE CLIENTE-HALLADO = 0
               NOT INVALID KEY COMPUTE CLIENTE-HALLADO = 1
           END-READ.
           CLOSE CLIENTE.

       REGISTRAR-PAGO-CLIENTE.
           DISPLAY "REGISTRO DE PAGO DE CLIENTE.".
           DISPLAY "INGRESE ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE-CE.
           OPEN I-O CLIENTE.
           MOVE ID-CLIENTE-CE TO ID-CLIENTE-CL.
           READ CLIENTE INTO REG-CLIENTE-CE
               INVALID KEY
                   DISPLAY "NO EXISTE UN CLIENTE CON ESE ID."
               NOT INVALID KEY
                   MOVE SALDO-CE TO SALDO-EDIT
                   DISPLAY "CLIENTE " NOMBRE-CE " " APELLIDO-CE
                       " - SALDO ACTUAL: $" SALDO-EDIT
                   DISPLAY "INGRESE IMPORTE DEL PAGO:"
                   ACCEPT IMPORTE-PAGO-WS
                   SUBTRACT IMPORTE-PAGO-WS FROM SALDO-CE
                   MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL
                   MOVE FECHA-ACTUAL TO FECHA-ULT-PAGO-CE
                   REWRITE REG-CLIENTE FROM REG-CLIENTE-CE
                       INVALID KEY
                           DISPLAY "ERROR AL REGISTRAR EL PAGO."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           MOVE SALDO-CE TO SALDO-EDIT
                           DISPLAY "PAGO REGISTRADO. NUEVO SALDO: $"
                               SALDO-EDIT
                           MOVE ID-CLIENTE-CE TO ID-CLIENTE-MOV-WS
                           MOVE "PAGO" TO TIPO-CC-WS
                           MOVE 0 TO NRO-COMPROB-CC-WS
                           MOVE IMPORTE-PAGO-WS TO IMPORTE-CC-WS
                           PERFORM GRABAR-MOVIMIENTO-CTACTE
                           MOVE "PAGO-CLI" TO OPERACION-AUD-WS
                           MOVE ID-CLIENTE-CE TO CLAVE-AUD-WS
                           PERFORM REGISTRAR-AUDITORIA
                   END-REWRITE
           END-READ.
           CLOSE CLIENTE.

       GRABAR-MOVIMIENTO-CTACTE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN EXTEND CTA-CTE.
           MOVE ID-CLIENTE-MOV-WS TO ID-CLIENTE-CC.
           MOVE FECHA-ACTUAL TO FECHA-CC.
           MOVE TIPO-CC-WS TO TIPO-CC.
           WRITE REG-CTA-CTE.
           CLOSE CTA-CTE.

       ESTADO-CUENTA-CLIENTE.
           DISPLAY "ESTADO DE CUENTA DE CLIENTE.".
           DISPLAY "INGRESE ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE-CE.
           PERFORM BUSCAR-CLIENTE-ID.
           IF CLIENTE-HALLADO = 0 THEN
               DISPLAY "NO EXISTE UN CLIENTE CON ESE ID."
           ELSE
               PERFORM IMPRIMIR-ESTADO-CUENTA.

       IMPRIMIR-ESTADO-CUENTA.
           MOVE ID-CLIENTE-CE TO ID-CLIENTE-CONS.
           COMPUTE SALDO-CORRIDO-WS = 0.
           COMPUTE CANT-MOV-CC = 0.
           COMPUTE FIN-ARCHIVO-CC = 0.
           OPEN EXTEND CTACTE-IMP.
           OPEN INPUT CTA-CTE.
           MOVE ALL "=" TO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           MOVE SPACES TO LINEA-CTACTE-IMP.
           STRING "ESTADO DE CUENTA - CLIENTE " DELIMITED BY SIZE
               ID-CLIENTE-CONS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(NOMBRE-CE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(APELLIDO-CE) DELIMITED BY SIZE
               INTO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           MOVE "FECHA    TIPO      COMPROB.     IMPORTE       SALDO"
               TO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           PERFORM IMPRIMIR-MOV-CTACTE UNTIL FIN-ARCHIVO-CC = 1.
           MOVE SPACES TO LINEA-CTACTE-IMP.
           MOVE SALDO-CE TO SALDO-EDIT.
           STRING "SALDO SEGUN FICHA DEL CLIENTE: $" DELIMITED BY SIZE
               SALDO-EDIT DELIMITED BY SIZE
               INTO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           MOVE ALL "=" TO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           CLOSE CTA-CTE.
           CLOSE CTACTE-IMP.
           DISPLAY "ESTADO DE CUENTA IMPRESO EN CTACTE.LIS ("
               CANT-MOV-CC " MOVIMIENTOS).".

       IMPRIMIR-MOV-CTACTE.
           READ CTA-CTE
               AT END COMPUTE FIN-ARCHIVO-CC = 1.
           IF FIN-ARCHIVO-CC NOT = 1 THEN
               IF ID-CLIENTE-CC = ID-CLIENTE-CONS THEN
                   ADD 1 TO CANT-MOV-CC
                   IF TIPO-CC = "TICKET" THEN
                       ADD IMPORTE-CC TO SALDO-CORRIDO-WS
                   ELSE
                       SUBTRACT IMPORTE-CC FROM SALDO-CORRIDO-WS
                   END-IF
                   MOVE IMPORTE-CC TO IMPORTE-EDIT
                   MOVE SALDO-CORRIDO-WS TO SALDO-EDIT
                   MOVE SPACES TO LINEA-CTACTE-IMP
                   STRING FECHA-CC DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TIPO-CC DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NRO-COMPROB-CC DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       IMPORTE-EDIT DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       SALDO-EDIT DELIMITED BY SIZE
                       INTO LINEA-CTACTE-IMP
                   WRITE LINEA-CTACTE-IMP.

       LISTAR-DEUDORES.
           DISPLAY "CLIENTES CON SALDO VENCIDO.".
           DISPLAY "INGRESE DIAS DE TOLERANCIA:".
           ACCEPT DIAS-MORA-TOLERADOS.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           MOVE FECHA-ACTUAL TO FECHA-HOY-MORA.
           COMPUTE CANT-DEUDORES = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT CLIENTE.
           PERFORM LISTAR-DEUDOR-REG UNTIL OP-USUARIO = 2.
           CLOSE CLIENTE.
           DISPLAY "CLIENTES CON SALDO VENCIDO: " CANT-DEUDORES.
           COMPUTE OP-USUARIO = 9.

       LISTAR-DEUDOR-REG.
           READ CLIENTE NEXT RECORD INTO REG-CLIENTE-CE
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF SALDO-CE > 0 THEN
                   PERFORM CALCULAR-MORA-CLIENTE
                   IF DIAS-MORA-WS > DIAS-MORA-TOLERADOS THEN
                       ADD 1 TO CANT-DEUDORES
                       MOVE SALDO-CE TO SALDO-EDIT
                       MOVE DIAS-MORA-WS TO DIAS-EDIT
                       DISPLAY "CLIENTE " ID-CLIENTE-CE " "
                           NOMBRE-CE " " APELLIDO-CE
                           " SALDO $" SALDO-EDIT
                           " - " DIAS-EDIT " DIAS SIN PAGOS.".

       CALCULAR-MORA-CLIENTE.
           IF FECHA-ULT-PAGO-CE > 0 THEN
               MOVE FECHA-ULT-PAGO-CE TO FECHA-REF-MORA-WS
           ELSE
               MOVE FECHA-ULT-CARGO-CE TO FECHA-REF-MORA-WS.
           IF FECHA-REF-MORA-WS = 0 THEN
               COMPUTE DIAS-MORA-WS = 99999
           ELSE
               COMPUTE DIAS-MORA-WS =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY-MORA)
                   - FUNCTION INTEGER-OF-DATE(FECHA-REF-MORA-WS).

       CARGA-TICKET.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           MOVE FECHA-ACTUAL TO FECHA-CIERRE-CAJA.
           PERFORM VERIFICAR-CAJA-CERRADA.
           IF CAJA-CERRADA-HOY = 1 THEN
               DISPLAY "LA CAJA DEL DIA YA FUE CERRADA, NO SE PUEDEN "
                   "CARGAR MAS TICKETS DE HOY."
           ELSE
               PERFORM CARGAR-TICKET-COMPLETO.

       CARGAR-TICKET-COMPLETO.
           PERFORM OBTENER-NRO-TICKET.
           IF NRO-RESERVADO-OK = 0 THEN
               DISPLAY "NO SE PUDO RESERVAR NUMERO DE TICKET, "
                   "OPERACION CANCELADA."
           ELSE
               PERFORM TOMAR-TICKET-RESERVADO.

       TOMAR-TICKET-RESERVADO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           COMPUTE TOTAL-TICKET-ACT = 0.
           COMPUTE NRO-LINEA-ACT = 0.
           DISPLAY "TICKET NRO " NRO-TICKET-ACT " - FECHA "
               FECHA-ACTUAL ".".
           COMPUTE OP-LINEA-TK = 1.
           PERFORM CARGAR-LINEA-TICKET UNTIL OP-LINEA-TK = 2.
           IF NRO-LINEA-ACT = 0 THEN
               DISPLAY "TICKET SIN LINEAS, NO SE GRABA."
               MOVE "TICKET SIN LINEAS" TO MOTIVO-ANULACION-NRO
               PERFORM ANULAR-NRO-TICKET
           ELSE
               PERFORM SOLICITAR-FORMA-PAGO
               PERFORM GRABAR-TICKET-CAB
               IF TICKET-CAB-OK = 1 THEN
                   PERFORM IMPRIMIR-TICKET
               ELSE
                   MOVE "ERROR AL GRABAR" TO MOTIVO-ANULACION-NRO
                   PERFORM ANULAR-NRO-TICKET.

       SOLICITAR-FORMA-PAGO.
           MOVE "E" TO FORMA-PAGO-TK-WS.
           MOVE 0 TO ID-CLIENTE-TK-WS.
           DISPLAY "FORMA DE PAGO: 1-EFECTIVO/2-CUENTA CORRIENTE.".
           ACCEPT OP-PAGO-TK.
           IF OP-PAGO-TK = 2 THEN
               DISPLAY "INGRESE ID DEL CLIENTE:"
               ACCEPT ID-CLIENTE-CE
               PERFORM BUSCAR-CLIENTE-ID
               IF CLIENTE-HALLADO = 0 THEN
                   DISPLAY "CLIENTE NO REGISTRADO, EL TICKET SE "
                       "COBRA EN EFECTIVO."
               ELSE
                   MOVE "C" TO FORMA-PAGO-TK-WS
                   MOVE ID-CLIENTE-CE TO ID-CLIENTE-TK-WS.

       CARGAR-TICKET-CTACTE.
           OPEN I-O CLIENTE.
           MOVE ID-CLIENTE-TK-WS TO ID-CLIENTE-CL.
           READ CLIENTE INTO REG-CLIENTE-CE
               INVALID KEY
                   DISPLAY "ERROR: CLIENTE INEXISTENTE, EL TICKET "
                       "QUEDA SIN CARGAR A LA CUENTA."
               NOT INVALID KEY
                   ADD TOTAL-TICKET-ACT TO SALDO-CE
                       ON SIZE ERROR MOVE 9999999.99 TO SALDO-CE
                   END-ADD
                   MOVE FECHA-ACTUAL TO FECHA-ULT-CARGO-CE
                   REWRITE REG-CLIENTE FROM REG-CLIENTE-CE
                       INVALID KEY
                           DISPLAY "ERROR AL CARGAR EL TICKET EN LA "
                               "CUENTA DEL CLIENTE."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           MOVE ID-CLIENTE-TK-WS TO ID-CLIENTE-MOV-WS
                           MOVE "TICKET" TO TIPO-CC-WS
                           MOVE NRO-TICKET-ACT TO NRO-COMPROB-CC-WS
                           MOVE TOTAL-TICKET-ACT TO IMPORTE-CC-WS
                           PERFORM GRABAR-MOVIMIENTO-CTACTE
                           MOVE SALDO-CE TO SALDO-EDIT
                           DISPLAY "TICKET CARGADO EN CUENTA. SALDO "
                               "DEL CLIENTE: $" SALDO-EDIT
                   END-REWRITE
           END-READ.
           CLOSE CLIENTE.

       OBTENER-NRO-TICKET.
           COMPUTE NRO-RESERVADO-OK = 0.
           COMPUTE NUMERADOR-NUEVO = 0.
           IF PUNTO-VENTA-ACT = 0 THEN
               PERFORM SOLICITAR-PUNTO-VENTA.
           COMPUTE BASE-NRO-PV = (PUNTO-VENTA-ACT - 1) * 100000.
           COMPUTE TOPE-NRO-PV = BASE-NRO-PV + 99999.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN I-O NUMERADOR.
           MOVE PUNTO-VENTA-ACT TO ID-PUNTO-VENTA-NU.
           READ NUMERADOR
               INVALID KEY PERFORM INICIAR-NUMERADOR
           END-READ.
           IF ULTIMO-TICKET-NU NOT < TOPE-NRO-PV THEN
               DISPLAY "NUMERACION AGOTADA PARA EL PUNTO DE VENTA "
                   PUNTO-VENTA-ACT "."
           ELSE
               COMPUTE NRO-TICKET-ACT = ULTIMO-TICKET-NU + 1
               MOVE NRO-TICKET-ACT TO ULTIMO-TICKET-NU
               MOVE FECHA-ACTUAL TO FECHA-ULT-NU
               MOVE OPERADOR-ACTUAL TO ID-OPERADOR-NU
               PERFORM GRABAR-NUMERADOR.
           CLOSE NUMERADOR.

       GRABAR-NUMERADOR.
           IF NUMERADOR-NUEVO = 1 THEN
               WRITE REG-NUMERADOR
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL NUMERADOR."
                       PERFORM INTERPRETAR-ESTADO
                   NOT INVALID KEY
                       COMPUTE NRO-RESERVADO-OK = 1
               END-WRITE
           ELSE
               REWRITE REG-NUMERADOR
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL NUMERADOR."
                       PERFORM INTERPRETAR-ESTADO
                   NOT INVALID KEY
                       COMPUTE NRO-RESERVADO-OK = 1
               END-REWRITE.

       BUSCAR-MAX-TICKET.
           READ TICKET NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-TK = 1.
           IF FIN-ARCHIVO-TK NOT = 1 THEN
               IF NRO-TICKET > NRO-TICKET-ACT AND
                  NRO-TICKET NOT > TOPE-NRO-PV THEN
                   MOVE NRO-TICKET TO NRO-TICKET-ACT.

       CARGAR-LINEA-TICKET.
           DISPLAY "INGRESE ID DEL PRODUCTO O ESCANEE EL CODIGO: ".
           MOVE SPACES TO CODIGO-LEIDO-WS.
           ACCEPT CODIGO-LEIDO-WS.
           PERFORM INTERPRETAR-CODIGO-LEIDO.
           IF CODIGO-VALIDO-CB = 0 THEN
               DISPLAY "LINEA DESCARTADA."
           ELSE
               PERFORM CARGAR-PRODUCTO-TICKET.
           DISPLAY "¿INGRESAR OTRA LINEA? 1-SI/2-NO".
           ACCEPT OP-LINEA-TK.

       CARGAR-PRODUCTO-TICKET.
           COMPUTE STOCK-CONSULTADO-VT = 0.
           PERFORM BUSCAR-PRODUCTO-ID.
           IF PRODUCTO-HALLADO = 1 THEN
               MOVE NOMBRE-PM TO NOMBRE-VC
               MOVE PRECIO-UNITARIO-PM TO PRECIO-VENTA-ACT
               MOVE ID-RUBRO-PM TO ID-RUBRO-VC
               MOVE ID-PROVEEDOR-PM TO ID-PROVEEDOR-VC
               MOVE PRECIO-VENTA-ACT TO PRECIO-EDIT
               DISPLAY "PRODUCTO: " NOMBRE-VC " PRECIO UNITARIO: $"
                   PRECIO-EDIT " POR " UNIDAD-PM
               PERFORM MOSTRAR-DISPONIBLE-VENTA
           ELSE
               DISPLAY "PRODUCTO SIN FICHA EN EL MAESTRO."
               DISPLAY "INGRESE NOMBRE DEL PRODUCTO: " ACCEPT NOMBRE-VC
               DISPLAY "INGRESE PRECIO UNITARIO: "
               ACCEPT PRECIO-VENTA-ACT
               MOVE "UN" TO UNIDAD-PM
               DISPLAY "INGRESE ID DEL PROVEEDOR: "
               ACCEPT ID-PROVEEDOR-VC
               DISPLAY "INGRESE ID DEL RUBRO: "
               ACCEPT ID-RUBRO-VC.
           PERFORM BUSCAR-PROVEEDOR-ID.
           IF BANDERA = 0 THEN
               DISPLAY "PROVEEDOR NO REGISTRADO, LINEA DESCARTADA."
           ELSE
               PERFORM BUSCAR-RUBRO-ID
               IF BANDERA = 0 THEN
                   DISPLAY "RUBRO NO REGISTRADO, LINEA DESCARTADA."
               ELSE
                   PERFORM VERIFICAR-RUBRO-EN-TOMA
                   PERFORM VERIFICAR-TOMA-COMBO
                   IF RUBRO-EN-TOMA = 1 THEN
                       DISPLAY "RUBRO EN TOMA DE INVENTARIO, LINEA "
                           "DESCARTADA."
                   ELSE
                       PERFORM GRABAR-LINEA-TICKET.

       GRABAR-LINEA-TICKET.
           IF CANTIDAD-ETIQUETA-OK = 1 THEN
               MOVE CANTIDAD-ETIQUETA TO CANTIDAD-TK
           ELSE
               DISPLAY "INGRESE CANTIDAD VENDIDA (ADMITE 3 DECIMALES, "
                   "EJ 1.250): "
               ACCEPT CANTIDAD-TK.
           MOVE CANTIDAD-TK TO CANTIDAD-AVISO-WS.
           PERFORM AVISAR-VENTA-RESERVADA.
           MOVE CANTIDAD-TK TO TOTAL-VENDIDO-VC.
           MOVE FECHA-ACTUAL TO FECHA-VENTA-VC.
           COMPUTE IMPORTE-VENDIDO-VC ROUNDED =
               PRECIO-VENTA-ACT * TOTAL-VENDIDO-VC
               ON SIZE ERROR MOVE 9999999.99 TO IMPORTE-VENDIDO-VC
           END-COMPUTE.
           OPEN I-O VENTA.
           PERFORM GRABAR-VENTA-LOTE.
           CLOSE VENTA.
           IF VENTA-GRABADA-OK = 0 THEN
               DISPLAY "NO SE PUDO REGISTRAR LA LINEA: "
                   MOTIVO-RECHAZO-WS
           ELSE
               MOVE "T" TO ORIGEN-CONSUMO-WS
               MOVE NRO-TICKET-ACT TO NRO-DOC-CONSUMO-WS
               COMPUTE NRO-LINEA-CONSUMO-WS = NRO-LINEA-ACT + 1
               PERFORM ACTUALIZAR-STOCK-LOTE
               MOVE SPACES TO ORIGEN-CONSUMO-WS
               ADD 1 TO NRO-LINEA-ACT
               OPEN I-O TICKET-ITEM
               MOVE NRO-TICKET-ACT TO NRO-TICKET-TL
               MOVE NRO-LINEA-ACT TO NRO-LINEA-TL
               MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-TL
               MOVE NOMBRE-VC TO NOMBRE-TL
               MOVE CANTIDAD-TK TO CANTIDAD-TL
               MOVE UNIDAD-PM TO UNIDAD-TL
               MOVE PRECIO-VENTA-ACT TO PRECIO-TL
               MOVE IMPORTE-VENDIDO-VC TO IMPORTE-TL
               WRITE REG-TICKET-ITEM
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA LINEA DEL TICKET."
                       PERFORM INTERPRETAR-ESTADO
                   NOT INVALID KEY
                       ADD IMPORTE-VENDIDO-VC TO TOTAL-TICKET-ACT
                           ON SIZE ERROR
                               MOVE 9999999.99 TO TOTAL-TICKET-ACT
                       END-ADD
               END-WRITE
               CLOSE TICKET-ITEM.

       GRABAR-TICKET-CAB.
           COMPUTE TICKET-CAB-OK = 0.
           OPEN I-O TICKET.
           MOVE NRO-TICKET-ACT TO NRO-TICKET.
           MOVE FECHA-ACTUAL TO FECHA-TICKET.
           MOVE NRO-LINEA-ACT TO CANT-LINEAS-TK.
           MOVE TOTAL-TICKET-ACT TO TOTAL-TICKET.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-TK.
           MOVE FORMA-PAGO-TK-WS TO FORMA-PAGO-TK.
           MOVE ID-CLIENTE-TK-WS TO ID-CLIENTE-TK.
           MOVE "A" TO ESTADO-TK.
           WRITE REG-TICKET
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL TICKET."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   COMPUTE TICKET-CAB-OK = 1
                   IF FORMA-PAGO-TK-WS = "C" THEN
                       PERFORM CARGAR-TICKET-CTACTE
                   END-IF
           END-WRITE.
           CLOSE TICKET.

       IMPRIMIR-TICKET.
           OPEN EXTEND TICKET-IMP.
           OPEN INPUT TICKET-ITEM.
           MOVE ALL "=" TO LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           MOVE "VERDULERIA TCC - COMPROBANTE DE VENTA" TO
               LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           MOVE SPACES TO LINEA-TICKET-IMP.
           STRING "TICKET NRO: " DELIMITED BY SIZE
               NRO-TICKET-ACT DELIMITED BY SIZE
               "  FECHA: " DELIMITED BY SIZE
               ANIO-ACTUAL DELIMITED BY SIZE
               "-" MES-ACTUAL DELIMITED BY SIZE
               "-" DIA-ACTUAL DELIMITED BY SIZE
               INTO LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           MOVE "CANTIDAD UN PRODUCTO        PRECIO   IMPORTE" TO
               LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           PERFORM IMPRIMIR-LINEA-TICKET
               VARYING NRO-LINEA-IMP FROM 1 BY 1
               UNTIL NRO-LINEA-IMP > NRO-LINEA-ACT.
           MOVE SPACES TO LINEA-TICKET-IMP.
           MOVE TOTAL-TICKET-ACT TO IMPORTE-EDIT.
           STRING "TOTAL: $" DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           MOVE ALL "=" TO LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           CLOSE TICKET-ITEM.
           CLOSE TICKET-IMP.
           DISPLAY "TICKET " NRO-TICKET-ACT " GRABADO E IMPRESO EN "
               "TICKET.LIS.".

       IMPRIMIR-LINEA-TICKET.
           MOVE NRO-TICKET-ACT TO NRO-TICKET-TL.
           MOVE NRO-LINEA-IMP TO NRO-LINEA-TL.
           READ TICKET-ITEM
               INVALID KEY
                   DISPLAY "NO SE PUDO LEER LA LINEA " NRO-LINEA-IMP
               NOT INVALID KEY
                   MOVE SPACES TO LINEA-TICKET-IMP
                   MOVE CANTIDAD-TL TO CANTIDAD-EDIT-TK
                   MOVE PRECIO-TL TO PRECIO-EDIT
                   MOVE IMPORTE-TL TO IMPORTE-EDIT
                   STRING CANTIDAD-EDIT-TK DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       UNIDAD-TL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOMBRE-TL DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       PRECIO-EDIT DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       IMPORTE-EDIT DELIMITED BY SIZE
                       INTO LINEA-TICKET-IMP
                   WRITE LINEA-TICKET-IMP
           END-READ.

       ANULAR-TICKET.
           IF NIVEL-ACTUAL NOT = 1 THEN
               PERFORM AVISO-SIN-PERMISO
           ELSE
               PERFORM EJECUTAR-ANULACION-TICKET.

       EJECUTAR-ANULACION-TICKET.
           DISPLAY "ANULACION DE TICKET (NOTA DE CREDITO).".
           DISPLAY "INGRESE NRO DE TICKET A ANULAR:".
           ACCEPT NRO-TICKET-ANU.
           COMPUTE TICKET-ANULABLE = 0.
           OPEN INPUT TICKET.
           MOVE NRO-TICKET-ANU TO NRO-TICKET.
           READ TICKET INTO REG-TICKET-TA
               INVALID KEY
                   DISPLAY "NO EXISTE UN TICKET CON ESE NUMERO."
               NOT INVALID KEY
                   IF ESTADO-TA = "N" THEN
                       DISPLAY "EL TICKET YA FUE ANULADO."
                   ELSE
                       COMPUTE TICKET-ANULABLE = 1
                   END-IF
           END-READ.
           CLOSE TICKET.
           IF TICKET-ANULABLE = 1 THEN
               PERFORM REVERTIR-LINEAS-TICKET
               PERFORM MARCAR-TICKET-ANULADO.

       REVERTIR-LINEAS-TICKET.
           OPEN INPUT TICKET-ITEM.
           PERFORM ANULAR-LINEA-TICKET
               VARYING NRO-LINEA-IMP FROM 1 BY 1
               UNTIL NRO-LINEA-IMP > CANT-LINEAS-TA.
           CLOSE TICKET-ITEM.

       ANULAR-LINEA-TICKET.
           MOVE NRO-TICKET-ANU TO NRO-TICKET-TL.
           MOVE NRO-LINEA-IMP TO NRO-LINEA-TL.
           READ TICKET-ITEM
               INVALID KEY
                   DISPLAY "NO SE PUDO LEER LA LINEA " NRO-LINEA-IMP
                       " DEL TICKET."
               NOT INVALID KEY
                   PERFORM REVERTIR-VENTA-LINEA
                   PERFORM REVERTIR-VENTA-DIARIA
                   PERFORM DEVOLVER-STOCK-LINEA
           END-READ.

       REVERTIR-VENTA-LINEA.
           OPEN I-O VENTA.
           MOVE ID-PRODUCTO-TL TO ID-PRODUCTO.
           READ VENTA INTO REG-VENTA-VC-AUX
               INVALID KEY
                   DISPLAY "SIN VENTA ACUMULADA PARA EL PRODUCTO "
                       ID-PRODUCTO-TL ", NO SE DESCUENTA."
               NOT INVALID KEY
                   IF CANTIDAD-TL > TOTAL-VENDIDO-VC-AUX THEN
                       MOVE 0 TO TOTAL-VENDIDO-VC-AUX
                   ELSE
                       SUBTRACT CANTIDAD-TL FROM TOTAL-VENDIDO-VC-AUX
                   END-IF
                   IF IMPORTE-TL > IMPORTE-VENDIDO-VC-AUX THEN
                       MOVE 0 TO IMPORTE-VENDIDO-VC-AUX
                   ELSE
                       SUBTRACT IMPORTE-TL FROM IMPORTE-VENDIDO-VC-AUX
                   END-IF
                   REWRITE REG-VENTA FROM REG-VENTA-VC-AUX
                       INVALID KEY
                           DISPLAY "ERROR AL REVERTIR LA VENTA."
                           PERFORM INTERPRETAR-ESTADO
                   END-REWRITE
           END-READ.
           CLOSE VENTA.

       DEVOLVER-STOCK-LINEA.
           MOVE "T" TO ORIGEN-CONSUMO-WS.
           MOVE NRO-TICKET-ANU TO NRO-DOC-CONSUMO-WS.
           MOVE NRO-LINEA-TL TO NRO-LINEA-CONSUMO-WS.
           PERFORM CARGAR-CONSUMO-COMBO.
           MOVE SPACES TO ORIGEN-CONSUMO-WS.
           IF CANT-CX > 0 THEN
               PERFORM DEVOLVER-CONSUMO-COMBO
                   VARYING IX-CX FROM 1 BY 1 UNTIL IX-CX > CANT-CX
           ELSE
               PERFORM DEVOLVER-STOCK-SEGUN-TIPO.

       DEVOLVER-CONSUMO-COMBO.
           MOVE CX-ID-COMP(IX-CX) TO ID-PRODUCTO-DEV.
           MOVE CX-CANT(IX-CX) TO CANTIDAD-DEV.
           PERFORM DEVOLVER-STOCK-PRODUCTO.

       DEVOLVER-STOCK-SEGUN-TIPO.
           MOVE ID-PRODUCTO-TL TO ID-PRODUCTO-TIPO-WS.
           PERFORM VERIFICAR-PRODUCTO-COMPUESTO.
           IF ES-COMPUESTO = 1 THEN
               MOVE ID-PRODUCTO-TL TO ID-COMBO-WS
               MOVE CANTIDAD-TL TO CANTIDAD-COMBO-WS
               PERFORM CARGAR-RECETA-COMBO
               PERFORM DEVOLVER-COMPONENTE-COMBO
                   VARYING IX-RC FROM 1 BY 1 UNTIL IX-RC > CANT-COMP-RC
           ELSE
               MOVE ID-PRODUCTO-TL TO ID-PRODUCTO-DEV
               MOVE CANTIDAD-TL TO CANTIDAD-DEV
               PERFORM DEVOLVER-STOCK-PRODUCTO.

       DEVOLVER-STOCK-PRODUCTO.
           COMPUTE STOCK-GRABADO-OK = 0.
           OPEN I-O STOCK.
           MOVE ID-PRODUCTO-DEV TO ID-PRODUCTO-ST.
           READ STOCK INTO REG-STOCK-SC
               INVALID KEY
                   MOVE ID-PRODUCTO-DEV TO ID-PRODUCTO-SC
                   MOVE CANTIDAD-DEV TO CANTIDAD-SC
                   COMPUTE STOCK-MINIMO-SC = 0
                   WRITE REG-STOCK FROM REG-STOCK-SC
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL STOCK."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           COMPUTE STOCK-GRABADO-OK = 1
                   END-WRITE
               NOT INVALID KEY
                   ADD CANTIDAD-DEV TO CANTIDAD-SC
                       ON SIZE ERROR
                           DISPLAY "EL STOCK SUPERA EL MAXIMO, SE "
                               "DEJA EN 99999."
                           MOVE 99999.999 TO CANTIDAD-SC
                   END-ADD
                   REWRITE REG-STOCK FROM REG-STOCK-SC
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL STOCK."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           COMPUTE STOCK-GRABADO-OK = 1
                   END-REWRITE
           END-READ.
           CLOSE STOCK.
           IF STOCK-GRABADO-OK = 1 THEN
               MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL
               MOVE ID-PRODUCTO-DEV TO ID-PRODUCTO-LOTE-WS
               MOVE CANTIDAD-DEV TO CANTIDAD-LOTE-WS
               MOVE FECHA-ACTUAL TO FECHA-VENC-WS
               PERFORM GRABAR-LOTE
               MOVE NRO-LOTE-ACT TO NRO-LOTE-MOV-WS
               MOVE ID-PRODUCTO-DEV TO ID-PRODUCTO-MOV-WS
               MOVE "ANULACION" TO TIPO-MOV-WS
               MOVE CANTIDAD-DEV TO CANTIDAD-MOV-WS
               MOVE CANTIDAD-SC TO SALDO-MOV-WS
               MOVE SPACES TO MOTIVO-MOV-WS
               STRING "ANULA TICKET " DELIMITED BY SIZE
                   NRO-TICKET-ANU DELIMITED BY SIZE
                   INTO MOTIVO-MOV-WS
               PERFORM REGISTRAR-MOVIMIENTO.

       MARCAR-TICKET-ANULADO.
           COMPUTE ANULACION-OK = 0.
           OPEN I-O TICKET.
           MOVE NRO-TICKET-ANU TO NRO-TICKET.
           READ TICKET
               INVALID KEY
                   DISPLAY "ERROR AL RELEER EL TICKET."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   MOVE "N" TO ESTADO-TK
                   REWRITE REG-TICKET
                       INVALID KEY
                           DISPLAY "ERROR AL MARCAR EL TICKET "
                               "ANULADO."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           COMPUTE ANULACION-OK = 1
                   END-REWRITE
           END-READ.
           CLOSE TICKET.
           IF ANULACION-OK = 1 THEN
               DISPLAY "TICKET " NRO-TICKET-ANU " ANULADO."
               IF FORMA-PAGO-TA = "C" THEN
                   PERFORM REVERTIR-CARGO-CLIENTE
               END-IF
               MOVE "ANUL-TICK" TO OPERACION-AUD-WS
               MOVE NRO-TICKET-ANU TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA
               PERFORM IMPRIMIR-NOTA-CREDITO.

       REVERTIR-CARGO-CLIENTE.
           OPEN I-O CLIENTE.
           MOVE ID-CLIENTE-TA TO ID-CLIENTE-CL.
           READ CLIENTE INTO REG-CLIENTE-CE
               INVALID KEY
                   DISPLAY "CLIENTE " ID-CLIENTE-TA " INEXISTENTE, "
                       "NO SE DESCARGA LA CUENTA."
               NOT INVALID KEY
                   SUBTRACT TOTAL-TICKET-TA FROM SALDO-CE
                   REWRITE REG-CLIENTE FROM REG-CLIENTE-CE
                       INVALID KEY
                           DISPLAY "ERROR AL DESCARGAR LA CUENTA "
                               "DEL CLIENTE."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           MOVE ID-CLIENTE-TA TO ID-CLIENTE-MOV-WS
                           MOVE "ANULACION" TO TIPO-CC-WS
                           MOVE NRO-TICKET-ANU TO NRO-COMPROB-CC-WS
                           MOVE TOTAL-TICKET-TA TO IMPORTE-CC-WS
                           PERFORM GRABAR-MOVIMIENTO-CTACTE
                           MOVE SALDO-CE TO SALDO-EDIT
                           DISPLAY "CUENTA DEL CLIENTE DESCARGADA. "
                               "SALDO: $" SALDO-EDIT
                   END-REWRITE
           END-READ.
           CLOSE CLIENTE.

       IMPRIMIR-NOTA-CREDITO.
           OPEN EXTEND TICKET-IMP.
           OPEN INPUT TICKET-ITEM.
           MOVE ALL "=" TO LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           MOVE "VERDULERIA TCC - NOTA DE CREDITO" TO
               LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           MOVE SPACES TO LINEA-TICKET-IMP.
           STRING "ANULA TICKET NRO: " DELIMITED BY SIZE
               NRO-TICKET-ANU DELIMITED BY SIZE
               "  FECHA ORIGINAL: " DELIMITED BY SIZE
               FECHA-TICKET-TA DELIMITED BY SIZE
               INTO LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           MOVE "CANTIDAD UN PRODUCTO        PRECIO   IMPORTE" TO
               LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           PERFORM IMPRIMIR-LINEA-NC
               VARYING NRO-LINEA-IMP FROM 1 BY 1
               UNTIL NRO-LINEA-IMP > CANT-LINEAS-TA.
           MOVE SPACES TO LINEA-TICKET-IMP.
           MOVE TOTAL-TICKET-TA TO IMPORTE-EDIT.
           STRING "TOTAL NOTA DE CREDITO: $" DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           MOVE ALL "=" TO LINEA-TICKET-IMP.
           WRITE LINEA-TICKET-IMP.
           CLOSE TICKET-ITEM.
           CLOSE TICKET-IMP.
           DISPLAY "NOTA DE CREDITO IMPRESA EN TICKET.LIS.".

       IMPRIMIR-LINEA-NC.
           MOVE NRO-TICKET-ANU TO NRO-TICKET-TL.
           MOVE NRO-LINEA-IMP TO NRO-LINEA-TL.
           READ TICKET-ITEM
               INVALID KEY
                   DISPLAY "NO SE PUDO LEER LA LINEA " NRO-LINEA-IMP
               NOT INVALID KEY
                   MOVE SPACES TO LINEA-TICKET-IMP
                   MOVE CANTIDAD-TL TO CANTIDAD-EDIT-TK
                   MOVE PRECIO-TL TO PRECIO-EDIT
                   MOVE IMPORTE-TL TO IMPORTE-EDIT
                   STRING CANTIDAD-EDIT-TK DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       UNIDAD-TL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOMBRE-TL DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       PRECIO-EDIT DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       IMPORTE-EDIT DELIMITED BY SIZE
                       INTO LINEA-TICKET-IMP
                   WRITE LINEA-TICKET-IMP
           END-READ.

       CIERRE-CAJA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           MOVE FECHA-ACTUAL TO FECHA-CIERRE-CAJA.
           PERFORM VERIFICAR-CAJA-CERRADA.
           IF CAJA-CERRADA-HOY = 1 THEN
               DISPLAY "LA CAJA DEL DIA YA FUE CERRADA PARA EL "
                   "OPERADOR " OPERADOR-ACTUAL "."
           ELSE
               PERFORM EJECUTAR-CIERRE-CAJA.

       VERIFICAR-CAJA-CERRADA.
           COMPUTE CAJA-CERRADA-HOY = 0.
           OPEN INPUT CAJA.
           MOVE FECHA-CIERRE-CAJA TO FECHA-CAJA-CJ.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-CJ.
           READ CAJA
               INVALID KEY COMPUTE CAJA-CERRADA-HOY = 0
               NOT INVALID KEY COMPUTE CAJA-CERRADA-HOY = 1
           END-READ.
           CLOSE CAJA.

       EJECUTAR-CIERRE-CAJA.
           DISPLAY "CIERRE DE CAJA DEL " FECHA-CIERRE-CAJA
               " - OPERADOR " OPERADOR-ACTUAL ".".
           COMPUTE CANT-TICKETS-DIA = 0.
           COMPUTE PRIMER-TICKET-DIA = 0.
           COMPUTE ULTIMO-TICKET-DIA = 0.
           COMPUTE TOTAL-DIA-CAJA = 0.
           COMPUTE TOTAL-EFECTIVO-DIA = 0.
           COMPUTE FIN-ARCHIVO-CAJA = 0.
           OPEN INPUT TICKET.
           PERFORM ACUMULAR-TICKET-CAJA UNTIL FIN-ARCHIVO-CAJA = 1.
           CLOSE TICKET.
           DISPLAY "TICKETS DEL DIA: " CANT-TICKETS-DIA.
           MOVE TOTAL-DIA-CAJA TO IMPORTE-EDIT.
           DISPLAY "TOTAL VENDIDO:   $" IMPORTE-EDIT.
           MOVE TOTAL-EFECTIVO-DIA TO IMPORTE-EDIT.
           DISPLAY "TOTAL EN EFECTIVO SEGUN SISTEMA: $" IMPORTE-EDIT.
           DISPLAY "INGRESE EFECTIVO CONTADO EN EL CAJON:".
           ACCEPT EFECTIVO-DECLARADO-WS.
           COMPUTE DIFERENCIA-CAJA-WS = EFECTIVO-DECLARADO-WS
               - TOTAL-EFECTIVO-DIA.
           MOVE DIFERENCIA-CAJA-WS TO DIFERENCIA-EDIT.
           DISPLAY "DIFERENCIA DE ARQUEO: $" DIFERENCIA-EDIT.
           PERFORM GRABAR-CIERRE-CAJA.

       ACUMULAR-TICKET-CAJA.
           READ TICKET NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-CAJA = 1.
           IF FIN-ARCHIVO-CAJA NOT = 1 THEN
               IF FECHA-TICKET = FECHA-CIERRE-CAJA AND
                  ID-OPERADOR-TK = OPERADOR-ACTUAL AND
                  ESTADO-TK NOT = "N" THEN
                   ADD 1 TO CANT-TICKETS-DIA
                   IF PRIMER-TICKET-DIA = 0 OR
                      NRO-TICKET < PRIMER-TICKET-DIA THEN
                       MOVE NRO-TICKET TO PRIMER-TICKET-DIA
                   END-IF
                   IF NRO-TICKET > ULTIMO-TICKET-DIA THEN
                       MOVE NRO-TICKET TO ULTIMO-TICKET-DIA
                   END-IF
                   ADD TOTAL-TICKET TO TOTAL-DIA-CAJA
                       ON SIZE ERROR
                           MOVE 9999999.99 TO TOTAL-DIA-CAJA
                   END-ADD
                   IF FORMA-PAGO-TK NOT = "C" THEN
                       ADD TOTAL-TICKET TO TOTAL-EFECTIVO-DIA
                           ON SIZE ERROR
                               MOVE 9999999.99 TO TOTAL-EFECTIVO-DIA
                       END-ADD
                   END-IF.

       GRABAR-CIERRE-CAJA.
           OPEN I-O CAJA.
           MOVE FECHA-CIERRE-CAJA TO FECHA-CAJA-CJ.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-CJ.
           MOVE CANT-TICKETS-DIA TO CANT-TICKETS-CJ.
           MOVE PRIMER-TICKET-DIA TO PRIMER-TICKET-CJ.
           MOVE ULTIMO-TICKET-DIA TO ULTIMO-TICKET-CJ.
           MOVE TOTAL-DIA-CAJA TO TOTAL-VENDIDO-CJ.
           MOVE TOTAL-EFECTIVO-DIA TO TOTAL-EFECTIVO-CJ.
           MOVE EFECTIVO-DECLARADO-WS TO EFECTIVO-DECLARADO-CJ.
           MOVE DIFERENCIA-CAJA-WS TO DIFERENCIA-CJ.
           WRITE REG-CAJA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CIERRE DE CAJA."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   DISPLAY "CAJA DEL DIA CERRADA."
                   MOVE "CIERRE-CAJ" TO OPERACION-AUD-WS
                   MOVE OPERADOR-ACTUAL TO CLAVE-AUD-WS
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM IMPRIMIR-CIERRE-CAJA
           END-WRITE.
           CLOSE CAJA.

       IMPRIMIR-CIERRE-CAJA.
           OPEN EXTEND CAJA-IMP.
           MOVE ALL "=" TO LINEA-CAJA-IMP.
           WRITE LINEA-CAJA-IMP.
           MOVE SPACES TO LINEA-CAJA-IMP.
           STRING "CIERRE DE CAJA (Z) - FECHA " DELIMITED BY SIZE
               FECHA-CIERRE-CAJA DELIMITED BY SIZE
               " OPERADOR " DELIMITED BY SIZE
               OPERADOR-ACTUAL DELIMITED BY SIZE
               INTO LINEA-CAJA-IMP.
           WRITE LINEA-CAJA-IMP.
           MOVE SPACES TO LINEA-CAJA-IMP.
           STRING "TICKETS EMITIDOS: " DELIMITED BY SIZE
               CANT-TICKETS-DIA DELIMITED BY SIZE
               "  PRIMERO: " DELIMITED BY SIZE
               PRIMER-TICKET-DIA DELIMITED BY SIZE
               "  ULTIMO: " DELIMITED BY SIZE
               ULTIMO-TICKET-DIA DELIMITED BY SIZE
               INTO LINEA-CAJA-IMP.
           WRITE LINEA-CAJA-IMP.
           MOVE SPACES TO LINEA-CAJA-IMP.
           MOVE TOTAL-DIA-CAJA TO IMPORTE-EDIT.
           STRING "TOTAL VENDIDO:        $" DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-CAJA-IMP.
           WRITE LINEA-CAJA-IMP.
           MOVE SPACES TO LINEA-CAJA-IMP.
           MOVE TOTAL-EFECTIVO-DIA TO IMPORTE-EDIT.
           STRING "EFECTIVO SEGUN SISTEMA: $" DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-CAJA-IMP.
           WRITE LINEA-CAJA-IMP.
           MOVE SPACES TO LINEA-CAJA-IMP.
           MOVE EFECTIVO-DECLARADO-WS TO IMPORTE-EDIT.
           STRING "EFECTIVO DECLARADO:   $" DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-CAJA-IMP.
           WRITE LINEA-CAJA-IMP.
           MOVE SPACES TO LINEA-CAJA-IMP.
           MOVE DIFERENCIA-CAJA-WS TO DIFERENCIA-EDIT.
           STRING "DIFERENCIA:           $" DELIMITED BY SIZE
               DIFERENCIA-EDIT DELIMITED BY SIZE
               INTO LINEA-CAJA-IMP.
           WRITE LINEA-CAJA-IMP.
           MOVE ALL "=" TO LINEA-CAJA-IMP.
           WRITE LINEA-CAJA-IMP.
           CLOSE CAJA-IMP.
           DISPLAY "RESUMEN Z IMPRESO EN CAJA.LIS.".

       GESTION-STOCK.
           DISPLAY "STOCK.".
           DISPLAY "1-AJUSTE DE STOCK (MERMA/CORRECCION).".
           DISPLAY "2-KARDEX POR PRODUCTO.".
           DISPLAY "3-REPORTE DE LOTES POR VENCER.".
           DISPLAY "4-TOMA DE INVENTARIO FISICO.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM AJUSTE-STOCK
           ELSE IF OP-SUBMENU = 2 THEN PERFORM KARDEX-PRODUCTO
           ELSE IF OP-SUBMENU = 3 THEN PERFORM REPORTE-VENCIMIENTOS
           ELSE IF OP-SUBMENU = 4 THEN PERFORM GESTION-INVENTARIO
           ELSE DISPLAY "OPCION INVALIDA.".

       AJUSTE-STOCK.
           DISPLAY "AJUSTE DE STOCK.".
           DISPLAY "INGRESE ID DEL PRODUCTO:".
           ACCEPT ID-PRODUCTO-KDX.
           OPEN I-O STOCK.
           MOVE ID-PRODUCTO-KDX TO ID-PRODUCTO-ST.
           READ STOCK INTO REG-STOCK-SC
               INVALID KEY
                   DISPLAY "PRODUCTO SIN REGISTRO DE STOCK."
               NOT INVALID KEY
                   PERFORM APLICAR-AJUSTE-STOCK
           END-READ.
           CLOSE STOCK.

       APLICAR-AJUSTE-STOCK.
           MOVE CANTIDAD-SC TO CANTIDAD-EDIT-ST.
           DISPLAY "STOCK ACTUAL: " CANTIDAD-EDIT-ST ".".
           DISPLAY "1-RESTAR (MERMA).".
           DISPLAY "2-SUMAR (CORRECCION DE RECUENTO).".
           ACCEPT OP-AJUSTE.
           DISPLAY "INGRESE CANTIDAD A AJUSTAR:".
           ACCEPT CANTIDAD-AJUSTE.
           IF OP-AJUSTE = 1 THEN
               DISPLAY "INGRESE NRO DE LOTE DE LA MERMA (0=MAS "
                   "PROXIMO A VENCER):"
               ACCEPT NRO-LOTE-AJUSTE.
           MOVE SPACES TO MOTIVO-MOV-WS.
           PERFORM PEDIR-MOTIVO-AJUSTE
               UNTIL MOTIVO-MOV-WS NOT = SPACES.
           MOVE CANTIDAD-SC TO CANTIDAD-ANTES-SC.
           IF OP-AJUSTE = 1 THEN
               IF CANTIDAD-AJUSTE > CANTIDAD-SC THEN
                   DISPLAY "EL AJUSTE SUPERA EL STOCK, SE DEJA EN "
                       "CERO."
                   MOVE 0 TO CANTIDAD-SC
               ELSE
                   SUBTRACT CANTIDAD-AJUSTE FROM CANTIDAD-SC
               END-IF
           ELSE
               ADD CANTIDAD-AJUSTE TO CANTIDAD-SC
                   ON SIZE ERROR
                       DISPLAY "EL STOCK SUPERA EL MAXIMO, SE DEJA "
                           "EN 99999."
                       MOVE 99999.999 TO CANTIDAD-SC
               END-ADD.
           REWRITE REG-STOCK FROM REG-STOCK-SC
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL STOCK."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   MOVE CANTIDAD-SC TO CANTIDAD-EDIT-ST
                   DISPLAY "STOCK AJUSTADO: " CANTIDAD-EDIT-ST "."
                   MOVE ID-PRODUCTO-KDX TO ID-PRODUCTO-MOV-WS
                   MOVE "AJUSTE" TO TIPO-MOV-WS
                   IF CANTIDAD-SC >= CANTIDAD-ANTES-SC THEN
                       COMPUTE CANTIDAD-MOV-WS = CANTIDAD-SC
                           - CANTIDAD-ANTES-SC
                   ELSE
                       COMPUTE CANTIDAD-MOV-WS = CANTIDAD-ANTES-SC
                           - CANTIDAD-SC
                   END-IF
                   MOVE CANTIDAD-SC TO SALDO-MOV-WS
                   PERFORM IMPUTAR-AJUSTE-LOTES
                   PERFORM REGISTRAR-MOVIMIENTO
                   MOVE "AJUSTE-STK" TO OPERACION-AUD-WS
                   MOVE ID-PRODUCTO-KDX TO CLAVE-AUD-WS
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       PEDIR-MOTIVO-AJUSTE.
           DISPLAY "INGRESE MOTIVO DEL AJUSTE (OBLIGATORIO):".
           ACCEPT MOTIVO-MOV-WS.

       KARDEX-PRODUCTO.
           DISPLAY "KARDEX POR PRODUCTO.".
           DISPLAY "INGRESE ID DEL PRODUCTO:".
           ACCEPT ID-PRODUCTO-KDX.
           DISPLAY "FECHA DESDE (AAAA MM DD):".
           ACCEPT ANIO-FD.
           ACCEPT MES-FD.
           ACCEPT DIA-FD.
           DISPLAY "FECHA HASTA (AAAA MM DD):".
           ACCEPT ANIO-FH.
           ACCEPT MES-FH.
           ACCEPT DIA-FH.
           COMPUTE CANT-MOV-LISTADOS = 0.
           COMPUTE FIN-ARCHIVO-MOV = 0.
           OPEN INPUT MOVIMIENTO.
           DISPLAY "FECHA    HORA   TIPO      CANT. SALDO MOTIVO".
           PERFORM LISTAR-MOVIMIENTO UNTIL FIN-ARCHIVO-MOV = 1.
           CLOSE MOVIMIENTO.
           DISPLAY "MOVIMIENTOS LISTADOS: " CANT-MOV-LISTADOS.

       LISTAR-MOVIMIENTO.
           READ MOVIMIENTO
               AT END COMPUTE FIN-ARCHIVO-MOV = 1.
           IF FIN-ARCHIVO-MOV NOT = 1 THEN
               IF ID-PRODUCTO-MV = ID-PRODUCTO-KDX AND
                  FECHA-MOV NOT < FILTRO-FECHA-DESDE AND
                  FECHA-MOV NOT > FILTRO-FECHA-HASTA THEN
                   ADD 1 TO CANT-MOV-LISTADOS
                   MOVE CANTIDAD-MOV TO CANTIDAD-EDIT-ST
                   MOVE SALDO-MOV TO SALDO-EDIT-MOV
                   DISPLAY FECHA-MOV " " HORA-MOV " " TIPO-MOV " "
                       CANTIDAD-EDIT-ST " " SALDO-EDIT-MOV " "
                       MOTIVO-MOV " LOTE " NRO-LOTE-MV
                       " OPERADOR " ID-OPERADOR-MV.

       GESTION-AUDITORIA.
           DISPLAY "AUDITORIA.".
           DISPLAY "1-CONSULTAR REGISTRO DE AUDITORIA.".
           DISPLAY "2-CONCILIACION DE FIN DE DIA.".
           DISPLAY "3-AUDITORIA DE NUMERACION DE TICKETS (NUMTK.LIS).".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM CONSULTA-AUDITORIA
           ELSE IF OP-SUBMENU = 2 THEN PERFORM CONCILIACION-DIARIA
           ELSE IF OP-SUBMENU = 3 THEN PERFORM AUDITORIA-NUMERACION
           ELSE DISPLAY "OPCION INVALIDA.".

       CONSULTA-AUDITORIA.
           DISPLAY "CONSULTA DE AUDITORIA.".
           COMPUTE USAR-FILTRO-FECHA-AUD = 2.
           COMPUTE USAR-FILTRO-OPER-AUD = 2.
           COMPUTE USAR-FILTRO-CLAVE-AUD = 2.
           DISPLAY "¿FILTRAR POR RANGO DE FECHA? 1-SI/2-NO".
           ACCEPT USAR-FILTRO-FECHA-AUD.
           IF USAR-FILTRO-FECHA-AUD = 1 THEN
               DISPLAY "FECHA DESDE (AAAA MM DD):"
               ACCEPT ANIO-FD
               ACCEPT MES-FD
               ACCEPT DIA-FD
               DISPLAY "FECHA HASTA (AAAA MM DD):"
               ACCEPT ANIO-FH
               ACCEPT MES-FH
               ACCEPT DIA-FH.
           DISPLAY "¿FILTRAR POR OPERACION? 1-SI/2-NO".
           ACCEPT USAR-FILTRO-OPER-AUD.
           IF USAR-FILTRO-OPER-AUD = 1 THEN
               DISPLAY "INGRESE OPERACION (EJ: ALTA-VENTA):"
               ACCEPT FILTRO-OPER-AUD.
           DISPLAY "¿FILTRAR POR CLAVE? 1-SI/2-NO".
           ACCEPT USAR-FILTRO-CLAVE-AUD.
           IF USAR-FILTRO-CLAVE-AUD = 1 THEN
               DISPLAY "INGRESE CLAVE:"
               ACCEPT FILTRO-CLAVE-AUD.
           COMPUTE CANT-LISTADAS-AUD = 0.
           COMPUTE FIN-ARCHIVO-AUD = 0.
           OPEN INPUT AUDITORIA.
           PERFORM LISTAR-AUDITORIA UNTIL FIN-ARCHIVO-AUD = 1.
           CLOSE AUDITORIA.
           DISPLAY "REGISTROS LISTADOS: " CANT-LISTADAS-AUD.

       LISTAR-AUDITORIA.
           READ AUDITORIA
               AT END COMPUTE FIN-ARCHIVO-AUD = 1.
           IF FIN-ARCHIVO-AUD NOT = 1 THEN
               PERFORM VERIFICAR-FILTRO-AUD
               IF COINCIDE-FILTRO-AUD = 1 THEN
                   ADD 1 TO CANT-LISTADAS-AUD
                   DISPLAY FECHA-AUDITORIA " " HORA-AUDITORIA " "
                       OPERACION-AUD " CLAVE " CLAVE-AUD
                       " OPERADOR " ID-OPERADOR-AUD.

       VERIFICAR-FILTRO-AUD.
           COMPUTE COINCIDE-FILTRO-AUD = 1.
           IF USAR-FILTRO-FECHA-AUD = 1 THEN
               IF FECHA-AUDITORIA < FILTRO-FECHA-DESDE OR
                  FECHA-AUDITORIA > FILTRO-FECHA-HASTA THEN
                   COMPUTE COINCIDE-FILTRO-AUD = 0.
           IF USAR-FILTRO-OPER-AUD = 1 AND
              OPERACION-AUD NOT = FILTRO-OPER-AUD THEN
               COMPUTE COINCIDE-FILTRO-AUD = 0.
           IF USAR-FILTRO-CLAVE-AUD = 1 AND
              CLAVE-AUD NOT = FILTRO-CLAVE-AUD THEN
               COMPUTE COINCIDE-FILTRO-AUD = 0.

       CONCILIACION-DIARIA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           DISPLAY "CONCILIACION DEL DIA " FECHA-ACTUAL ".".
           COMPUTE CANT-ALTAS-AUD = 0.
           COMPUTE CANT-MODS-AUD = 0.
           COMPUTE CANT-SIN-VENTA-AUD = 0.
           COMPUTE CANT-VENTAS-HOY = 0.
           COMPUTE CANT-CLAVES-CON = 0.
           COMPUTE FIN-ARCHIVO-AUD = 0.
           OPEN INPUT AUDITORIA.
           OPEN INPUT VENTA.
           PERFORM CONCILIAR-AUDITORIA UNTIL FIN-ARCHIVO-AUD = 1.
           CLOSE AUDITORIA.
           CLOSE VENTA.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT VENTA.
           PERFORM CONTAR-VENTAS-HOY UNTIL OP-USUARIO = 2.
           CLOSE VENTA.
           COMPUTE OP-USUARIO = 9.
           DISPLAY "ALTAS DE VENTA AUDITADAS HOY: " CANT-ALTAS-AUD.
           DISPLAY "MODIFICACIONES AUDITADAS HOY: " CANT-MODS-AUD.
           DISPLAY "PRODUCTOS DISTINTOS AUDITADOS HOY: "
               CANT-CLAVES-CON.
           DISPLAY "VENTAS EN ARCHIVO CON FECHA DE HOY: "
               CANT-VENTAS-HOY.
           DISPLAY "CLAVES AUDITADAS SIN VENTA EN ARCHIVO: "
               CANT-SIN-VENTA-AUD.
           IF CANT-SIN-VENTA-AUD > 0 OR
              CANT-CLAVES-CON NOT = CANT-VENTAS-HOY THEN
               DISPLAY "*** DIFERENCIA DETECTADA: REVISAR VENTA.DAT "
                   "CONTRA AUDIT.DAT ***"
           ELSE
               DISPLAY "CONCILIACION CORRECTA.".

       CONCILIAR-AUDITORIA.
           READ AUDITORIA
               AT END COMPUTE FIN-ARCHIVO-AUD = 1.
           IF FIN-ARCHIVO-AUD NOT = 1 THEN
               IF FECHA-AUDITORIA = FECHA-ACTUAL AND
                  (OPERACION-AUD = "ALTA-VENTA" OR
                   OPERACION-AUD = "MOD-VENTA") THEN
                   IF OPERACION-AUD = "ALTA-VENTA" THEN
                       ADD 1 TO CANT-ALTAS-AUD
                   ELSE
                       ADD 1 TO CANT-MODS-AUD
                   END-IF
                   COMPUTE IX-CLAVE-CON = 1
                   COMPUTE ENCONTRADO-CLAVE-CON = 0
                   PERFORM BUSCAR-CLAVE-CON
                       UNTIL ENCONTRADO-CLAVE-CON = 1
                   PERFORM VERIFICAR-VENTA-CONCILIA
                   IF VENTA-EXISTE-CON = 0 THEN
                       ADD 1 TO CANT-SIN-VENTA-AUD
                       DISPLAY "CLAVE " CLAVE-AUD " (" OPERACION-AUD
                           ") SIN VENTA EN EL ARCHIVO.".

       BUSCAR-CLAVE-CON.
           IF IX-CLAVE-CON > CANT-CLAVES-CON THEN
               ADD 1 TO CANT-CLAVES-CON
               MOVE CANT-CLAVES-CON TO IX-CLAVE-CON
               MOVE CLAVE-AUD TO CLAVE-CON-ITEM(IX-CLAVE-CON)
               COMPUTE ENCONTRADO-CLAVE-CON = 1
           ELSE IF CLAVE-CON-ITEM(IX-CLAVE-CON) = CLAVE-AUD THEN
               COMPUTE ENCONTRADO-CLAVE-CON = 1
           ELSE
               ADD 1 TO IX-CLAVE-CON.

       VERIFICAR-VENTA-CONCILIA.
           MOVE CLAVE-AUD TO ID-PRODUCTO.
           READ VENTA
               INVALID KEY COMPUTE VENTA-EXISTE-CON = 0
               NOT INVALID KEY COMPUTE VENTA-EXISTE-CON = 1
           END-READ.

       CONTAR-VENTAS-HOY.
           READ VENTA NEXT RECORD INTO REG-VENTA-VC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF FECHA-VENTA-VC = FECHA-ACTUAL THEN
                   ADD 1 TO CANT-VENTAS-HOY.

       IMPORTAR-POS.
           COMPUTE CANT-ACEPTADAS-POS = 0.
           COMPUTE CANT-RECHAZADAS-POS = 0.
           COMPUTE FIN-ARCHIVO-POS = 0.
           OPEN INPUT POS-VENTAS.
           IF ESTADO NOT = 00 THEN
               DISPLAY "NO SE PUDO ABRIR EL ARCHIVO POSVENTA.DAT."
               PERFORM INTERPRETAR-ESTADO
           ELSE
               OPEN OUTPUT RECHAZOS
               OPEN I-O VENTA
               PERFORM PROCESAR-LINEA-POS UNTIL FIN-ARCHIVO-POS = 1
               CLOSE VENTA
               CLOSE RECHAZOS
               CLOSE POS-VENTAS
               DISPLAY "IMPORTACION DEL POS FINALIZADA."
               DISPLAY "REGISTROS ACEPTADOS:  " CANT-ACEPTADAS-POS
               DISPLAY "REGISTROS RECHAZADOS: " CANT-RECHAZADAS-POS
               DISPLAY "DETALLE DE RECHAZOS EN RECHAZOS.DAT.".

       PROCESAR-LINEA-POS.
           READ POS-VENTAS
               AT END COMPUTE FIN-ARCHIVO-POS = 1.
           IF FIN-ARCHIVO-POS NOT = 1 THEN
               PERFORM VALIDAR-LINEA-POS
               IF LINEA-POS-VALIDA = 1 THEN
                   PERFORM GRABAR-VENTA-LOTE
                   IF VENTA-GRABADA-OK = 1 THEN
                       ADD 1 TO CANT-ACEPTADAS-POS
                       PERFORM ACTUALIZAR-STOCK-LOTE
                   ELSE
                       PERFORM RECHAZAR-LINEA-POS
                   END-IF
               ELSE
                   PERFORM RECHAZAR-LINEA-POS.

       VALIDAR-LINEA-POS.
           COMPUTE LINEA-POS-VALIDA = 0.
           MOVE SPACES TO MOTIVO-RECHAZO-WS.
           IF ID-PRODUCTO-POS IS NOT NUMERIC OR
              FECHA-POS IS NOT NUMERIC OR
              TOTAL-VENDIDO-POS IS NOT NUMERIC OR
              ID-PROVEEDOR-POS IS NOT NUMERIC OR
              ID-RUBRO-POS IS NOT NUMERIC THEN
               MOVE "DATOS NO NUMERICOS" TO MOTIVO-RECHAZO-WS
           ELSE
               MOVE ID-PRODUCTO-POS TO ID-PRODUCTO-VC
               MOVE NOMBRE-POS TO NOMBRE-VC
               MOVE FECHA-POS TO FECHA-VENTA-VC
               MOVE TOTAL-VENDIDO-POS TO TOTAL-VENDIDO-VC
               MOVE ID-PROVEEDOR-POS TO ID-PROVEEDOR-VC
               MOVE ID-RUBRO-POS TO ID-RUBRO-VC
               PERFORM BUSCAR-PROVEEDOR-ID
               IF BANDERA = 0 THEN
                   MOVE "PROVEEDOR INEXISTENTE" TO MOTIVO-RECHAZO-WS
               ELSE
                   PERFORM BUSCAR-RUBRO-ID
                   IF BANDERA = 0 THEN
                       MOVE "RUBRO INEXISTENTE" TO MOTIVO-RECHAZO-WS
                   ELSE
                       PERFORM BUSCAR-PRODUCTO-ID
                       IF PRODUCTO-HALLADO = 0 THEN
                           MOVE "PRODUCTO SIN FICHA" TO
                               MOTIVO-RECHAZO-WS
                       ELSE
                           MOVE ID-RUBRO-PM TO ID-RUBRO-VC
                           PERFORM VERIFICAR-RUBRO-EN-TOMA
                           PERFORM VERIFICAR-TOMA-COMBO
                       END-IF
                   END-IF
                   IF BANDERA = 0 OR PRODUCTO-HALLADO = 0 THEN
                       CONTINUE
                   ELSE IF RUBRO-EN-TOMA = 1 THEN
                       MOVE "RUBRO EN TOMA DE INVENTARIO" TO
                           MOTIVO-RECHAZO-WS
                   ELSE
                       MOVE NOMBRE-PM TO NOMBRE-VC
                       MOVE PRECIO-UNITARIO-PM TO PRECIO-VENTA-ACT
                       COMPUTE IMPORTE-VENDIDO-VC ROUNDED =
                           PRECIO-VENTA-ACT * TOTAL-VENDIDO-VC
                           ON SIZE ERROR
                               MOVE 9999999.99 TO
                                   IMPORTE-VENDIDO-VC
                       END-COMPUTE
                       COMPUTE LINEA-POS-VALIDA = 1.

       GRABAR-VENTA-LOTE.
           MOVE TOTAL-VENDIDO-VC TO TOTAL-VENDIDO-INGRESADO.
           COMPUTE VENTA-GRABADA-OK = 0.
           MOVE "ERROR DE E/S EN VENTA.DAT" TO MOTIVO-RECHAZO-WS.
           MOVE ID-PRODUCTO-VC TO ID-PRODUCTO.
           READ VENTA INTO REG-VENTA-VC-AUX
               INVALID KEY
                   MOVE "ALTA-VENTA" TO OPERACION-AUD-WS
                   WRITE REG-VENTA FROM REG-VENTA-VC
                       INVALID KEY
                           MOVE "ERROR AL GRABAR LA VENTA" TO
                               MOTIVO-RECHAZO-WS
                       NOT INVALID KEY
                           COMPUTE VENTA-GRABADA-OK = 1
                           MOVE ID-PRODUCTO-VC TO CLAVE-AUD-WS
                           PERFORM REGISTRAR-AUDITORIA
                   END-WRITE
               NOT INVALID KEY
                   IF ANIO-VC NOT = ANIO-VC-AUX THEN
                       MOVE "VENTA DE OTRO ANIO SIN ARCHIVAR" TO
                           MOTIVO-RECHAZO-WS
                   ELSE
                       ADD TOTAL-VENDIDO-VC TO TOTAL-VENDIDO-VC-AUX
                           ON SIZE ERROR
                               MOVE "ACUMULADO SUPERA EL MAXIMO" TO
                                   MOTIVO-RECHAZO-WS
                           NOT ON SIZE ERROR
                               MOVE "MOD-VENTA" TO OPERACION-AUD-WS
                               MOVE NOMBRE-VC TO NOMBRE-VC-AUX
                               MOVE FECHA-VENTA-VC TO FECHA-VENTA-VC-AUX
                               MOVE ID-PROVEEDOR-VC
                                   TO ID-PROVEEDOR-VC-AUX
                               MOVE ID-RUBRO-VC TO ID-RUBRO-VC-AUX
                               ADD IMPORTE-VENDIDO-VC TO
                                   IMPORTE-VENDIDO-VC-AUX
                                   ON SIZE ERROR
                                       MOVE 9999999.99 TO
                                           IMPORTE-VENDIDO-VC-AUX
                               END-ADD
                               REWRITE REG-VENTA FROM REG-VENTA-VC-AUX
                                   INVALID KEY
                                       MOVE "ERROR AL ACTUALIZAR VENTA"
                                           TO MOTIVO-RECHAZO-WS
                                   NOT INVALID KEY
                                       COMPUTE VENTA-GRABADA-OK = 1
                                       MOVE ID-PRODUCTO-VC
                                           TO CLAVE-AUD-WS
                                       PERFORM REGISTRAR-AUDITORIA
                               END-REWRITE
                       END-ADD
                   END-IF
           END-READ.
           IF VENTA-GRABADA-OK = 1 THEN
               PERFORM ACUMULAR-VENTA-DIARIA.

       ACTUALIZAR-STOCK-LOTE.
           MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-TIPO-WS.
           PERFORM VERIFICAR-PRODUCTO-COMPUESTO.
           IF ES-COMPUESTO = 1 THEN
               PERFORM VENDER-COMPONENTES-COMBO
           ELSE
               PERFORM DESCONTAR-STOCK-LOTE.

       DESCONTAR-STOCK-LOTE.
           MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-ST.
           COMPUTE STOCK-GRABADO-OK = 0.
           OPEN I-O STOCK.
           READ STOCK INTO REG-STOCK-SC
               INVALID KEY
                   MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-SC
                   COMPUTE CANTIDAD-SC = 0
                   COMPUTE STOCK-MINIMO-SC = 0
                   PERFORM DESCONTAR-CANTIDAD-SC
                   WRITE REG-STOCK FROM REG-STOCK-SC
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL STOCK."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           COMPUTE STOCK-GRABADO-OK = 1
                   END-WRITE
               NOT INVALID KEY
                   PERFORM DESCONTAR-CANTIDAD-SC
                   REWRITE REG-STOCK FROM REG-STOCK-SC
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL STOCK."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           COMPUTE STOCK-GRABADO-OK = 1
                   END-REWRITE
           END-READ.
           CLOSE STOCK.
           IF STOCK-GRABADO-OK = 1 THEN
               PERFORM CONSUMIR-LOTES-VENTA
               PERFORM REGISTRAR-MOVIMIENTO-VENTA.
           PERFORM CALCULAR-DISPONIBLE-SC.
           IF DISPONIBLE-SC < STOCK-MINIMO-SC THEN
               PERFORM ALERTAR-REPOSICION.

       RECHAZAR-LINEA-POS.
           ADD 1 TO CANT-RECHAZADAS-POS.
           MOVE SPACES TO LINEA-RECHAZO.
           STRING LINEA-POS DELIMITED BY SIZE
               " MOTIVO: " DELIMITED BY SIZE
               MOTIVO-RECHAZO-WS DELIMITED BY SIZE
               INTO LINEA-RECHAZO.
           WRITE LINEA-RECHAZO.

       GESTION-PRECIOS.
           DISPLAY "PRECIOS.".
           DISPLAY "1-AUMENTO MASIVO POR RUBRO O PROVEEDOR.".
           DISPLAY "2-LISTA DE PRECIOS / ETIQUETAS (PRECIOS.LIS).".
           DISPLAY "3-EVOLUCION DE PRECIO DE UN PRODUCTO.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM AUMENTO-MASIVO-PRECIOS
           ELSE IF OP-SUBMENU = 2 THEN PERFORM LISTA-PRECIOS
           ELSE IF OP-SUBMENU = 3 THEN PERFORM EVOLUCION-PRECIO
           ELSE DISPLAY "OPCION INVALIDA.".

       AUMENTO-MASIVO-PRECIOS.
           IF NIVEL-ACTUAL NOT = 1 THEN
               PERFORM AVISO-SIN-PERMISO
           ELSE
               PERFORM EJECUTAR-AUMENTO-MASIVO.

       EJECUTAR-AUMENTO-MASIVO.
           DISPLAY "AUMENTO MASIVO DE PRECIOS.".
           DISPLAY "APLICAR A: 1-UN RUBRO/2-UN PROVEEDOR.".
           ACCEPT OP-FILTRO-AUM.
           IF OP-FILTRO-AUM = 1 THEN
               DISPLAY "INGRESE ID DEL RUBRO:"
               ACCEPT FILTRO-ID-AUM
               MOVE FILTRO-ID-AUM TO ID-RUBRO-VC
               PERFORM BUSCAR-RUBRO-ID
           ELSE
               MOVE 2 TO OP-FILTRO-AUM
               DISPLAY "INGRESE ID DEL PROVEEDOR:"
               ACCEPT FILTRO-ID-AUM
               MOVE FILTRO-ID-AUM TO ID-PROVEEDOR-VC
               PERFORM BUSCAR-PROVEEDOR-ID.
           IF BANDERA = 0 THEN
               DISPLAY "EL RUBRO O PROVEEDOR NO ESTA REGISTRADO."
           ELSE
               DISPLAY "TIPO DE AUMENTO: 1-PORCENTAJE/2-MONTO FIJO."
               ACCEPT TIPO-AUMENTO
               IF TIPO-AUMENTO = 1 THEN
                   DISPLAY "INGRESE PORCENTAJE DE AUMENTO (EJ 12.50):"
               ELSE
                   MOVE 2 TO TIPO-AUMENTO
                   DISPLAY "INGRESE MONTO FIJO A SUMAR AL PRECIO:"
               END-IF
               ACCEPT VALOR-AUMENTO
               PERFORM PREVISUALIZAR-AUMENTO
               IF CANT-PROD-AUMENTO = 0 THEN
                   DISPLAY "NINGUN PRODUCTO ALCANZADO POR EL AUMENTO."
               ELSE
                   DISPLAY "¿CONFIRMA EL AUMENTO? 1-SI/2-NO"
                   ACCEPT OP-CONFIRMA
                   IF OP-CONFIRMA = 1 THEN
                       PERFORM APLICAR-AUMENTO-MASIVO
                   ELSE
                       DISPLAY "AUMENTO CANCELADO, NO SE MODIFICO "
                           "NINGUN PRECIO.".

       PREVISUALIZAR-AUMENTO.
           COMPUTE CANT-PROD-AUMENTO = 0.
           COMPUTE CANT-PROD-EXCEDIDOS = 0.
           COMPUTE OP-USUARIO = 1.
           DISPLAY "VISTA PREVIA (PRECIOS REDONDEADOS A $0.10):".
           DISPLAY "ID  PRODUCTO        ACTUAL     NUEVO".
           OPEN INPUT PRODUCTO.
           PERFORM PREVISUALIZAR-PRODUCTO UNTIL OP-USUARIO = 2.
           CLOSE PRODUCTO.
           DISPLAY "PRODUCTOS A MODIFICAR: " CANT-PROD-AUMENTO.
           IF CANT-PROD-EXCEDIDOS > 0 THEN
               DISPLAY "PRODUCTOS QUE SUPERARIAN EL PRECIO MAXIMO "
                   "(NO SE MODIFICAN): " CANT-PROD-EXCEDIDOS.
           COMPUTE OP-USUARIO = 9.

       PREVISUALIZAR-PRODUCTO.
           READ PRODUCTO NEXT RECORD INTO REG-PRODUCTO-PM
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               PERFORM VERIFICAR-FILTRO-AUMENTO
               IF COINCIDE-AUMENTO = 1 THEN
                   PERFORM CALCULAR-PRECIO-NUEVO
                   IF PRECIO-CALCULADO-OK = 0 THEN
                       ADD 1 TO CANT-PROD-EXCEDIDOS
                       DISPLAY ID-PRODUCTO-PM " " NOMBRE-PM
                           " SUPERA EL PRECIO MAXIMO."
                   ELSE
                       ADD 1 TO CANT-PROD-AUMENTO
                       MOVE PRECIO-UNITARIO-PM TO PRECIO-EDIT-ANT
                       MOVE PRECIO-NUEVO-WS TO PRECIO-EDIT
                       DISPLAY ID-PRODUCTO-PM " " NOMBRE-PM " $"
                           PRECIO-EDIT-ANT " $" PRECIO-EDIT.

       VERIFICAR-FILTRO-AUMENTO.
           COMPUTE COINCIDE-AUMENTO = 0.
           IF OP-FILTRO-AUM = 1 AND ID-RUBRO-PM = FILTRO-ID-AUM THEN
               COMPUTE COINCIDE-AUMENTO = 1.
           IF OP-FILTRO-AUM = 2 AND
              ID-PROVEEDOR-PM = FILTRO-ID-AUM THEN
               COMPUTE COINCIDE-AUMENTO = 1.

       CALCULAR-PRECIO-NUEVO.
           COMPUTE PRECIO-CALCULADO-OK = 1.
           IF TIPO-AUMENTO = 1 THEN
               COMPUTE PRECIO-REDONDEO ROUNDED =
                   PRECIO-UNITARIO-PM * (100 + VALOR-AUMENTO) / 100
                   ON SIZE ERROR COMPUTE PRECIO-CALCULADO-OK = 0
               END-COMPUTE
           ELSE
               COMPUTE PRECIO-REDONDEO ROUNDED =
                   PRECIO-UNITARIO-PM + VALOR-AUMENTO
                   ON SIZE ERROR COMPUTE PRECIO-CALCULADO-OK = 0
               END-COMPUTE.
           IF PRECIO-CALCULADO-OK = 1 THEN
               MOVE PRECIO-REDONDEO TO PRECIO-NUEVO-WS.

       APLICAR-AUMENTO-MASIVO.
           COMPUTE CANT-PROD-AUMENTO = 0.
           COMPUTE OP-USUARIO = 1.
           MOVE "MASIVO" TO ORIGEN-PRECIO-WS.
           OPEN I-O PRODUCTO.
           PERFORM APLICAR-AUMENTO-PRODUCTO UNTIL OP-USUARIO = 2.
           CLOSE PRODUCTO.
           COMPUTE OP-USUARIO = 9.
           DISPLAY "PRECIOS ACTUALIZADOS: " CANT-PROD-AUMENTO ".".
           IF OP-FILTRO-AUM = 1 THEN
               MOVE "AUM-RUBRO" TO OPERACION-AUD-WS
           ELSE
               MOVE "AUM-PROV" TO OPERACION-AUD-WS.
           MOVE FILTRO-ID-AUM TO CLAVE-AUD-WS.
           PERFORM REGISTRAR-AUDITORIA.

       APLICAR-AUMENTO-PRODUCTO.
           READ PRODUCTO NEXT RECORD INTO REG-PRODUCTO-PM
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               PERFORM VERIFICAR-FILTRO-AUMENTO
               IF COINCIDE-AUMENTO = 1 THEN
                   PERFORM CALCULAR-PRECIO-NUEVO
                   IF PRECIO-CALCULADO-OK = 1 AND
                      PRECIO-NUEVO-WS NOT = PRECIO-UNITARIO-PM THEN
                       MOVE PRECIO-UNITARIO-PM TO PRECIO-ANTERIOR-WS
                       MOVE PRECIO-NUEVO-WS TO PRECIO-UNITARIO-PM
                       REWRITE REG-PRODUCTO FROM REG-PRODUCTO-PM
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL PRECIO "
                                   "DEL PRODUCTO " ID-PRODUCTO-PM "."
                               PERFORM INTERPRETAR-ESTADO
                           NOT INVALID KEY
                               ADD 1 TO CANT-PROD-AUMENTO
                               MOVE ID-PRODUCTO-PM
                                   TO ID-PRODUCTO-HIS-WS
                               PERFORM GRABAR-HISTORIA-PRECIO
                       END-REWRITE.

       GRABAR-HISTORIA-PRECIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN EXTEND PRECIO-HIST.
           MOVE ID-PRODUCTO-HIS-WS TO ID-PRODUCTO-PH.
           MOVE FECHA-ACTUAL TO FECHA-PH.
           MOVE HORA-ACTUAL TO HORA-PH.
           MOVE PRECIO-ANTERIOR-WS TO PRECIO-ANTERIOR-PH.
           MOVE PRECIO-NUEVO-WS TO PRECIO-NUEVO-PH.
           MOVE ORIGEN-PRECIO-WS TO ORIGEN-PH.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-PH.
           WRITE REG-PRECIO-HIST.
           CLOSE PRECIO-HIST.

       LISTA-PRECIOS.
           DISPLAY "LISTA DE PRECIOS PARA GONDOLA.".
           DISPLAY "PRODUCTOS CON CAMBIO DE PRECIO DESDE "
               "(AAAA MM DD):".
           ACCEPT ANIO-FD.
           ACCEPT MES-FD.
           ACCEPT DIA-FD.
           COMPUTE CANT-CAMBIOS-PH = 0.
           COMPUTE FIN-ARCHIVO-PH = 0.
           OPEN INPUT PRECIO-HIST.
           IF ESTADO = 00 THEN
               PERFORM CARGAR-CAMBIO-PRECIO UNTIL FIN-ARCHIVO-PH = 1
               CLOSE PRECIO-HIST
           ELSE
               DISPLAY "SIN HISTORIA DE PRECIOS (PRECIOHIS.DAT).".
           IF CANT-CAMBIOS-PH = 0 THEN
               DISPLAY "NO HAY CAMBIOS DE PRECIO DESDE "
                   FILTRO-FECHA-DESDE "."
           ELSE
               PERFORM IMPRIMIR-LISTA-PRECIOS.

       CARGAR-CAMBIO-PRECIO.
           READ PRECIO-HIST
               AT END COMPUTE FIN-ARCHIVO-PH = 1.
           IF FIN-ARCHIVO-PH NOT = 1 THEN
               IF FECHA-PH NOT < FILTRO-FECHA-DESDE THEN
                   COMPUTE IX-PH = 1
                   COMPUTE ENCONTRADO-PH = 0
                   PERFORM BUSCAR-CAMBIO-PRECIO
                       UNTIL ENCONTRADO-PH = 1
                   MOVE FECHA-PH TO PC-FECHA(IX-PH).

       BUSCAR-CAMBIO-PRECIO.
           IF IX-PH > CANT-CAMBIOS-PH THEN
               ADD 1 TO CANT-CAMBIOS-PH
               MOVE CANT-CAMBIOS-PH TO IX-PH
               MOVE ID-PRODUCTO-PH TO PC-ID(IX-PH)
               COMPUTE ENCONTRADO-PH = 1
           ELSE IF PC-ID(IX-PH) = ID-PRODUCTO-PH THEN
               COMPUTE ENCONTRADO-PH = 1
           ELSE
               ADD 1 TO IX-PH.

       IMPRIMIR-LISTA-PRECIOS.
           COMPUTE CANT-PRECIOS-LIST = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN EXTEND PRECIO-IMP.
           MOVE ALL "=" TO LINEA-PRECIO-IMP.
           WRITE LINEA-PRECIO-IMP.
           MOVE SPACES TO LINEA-PRECIO-IMP.
           STRING "VERDULERIA TCC - LISTA DE PRECIOS - CAMBIOS DESDE "
               DELIMITED BY SIZE
               FILTRO-FECHA-DESDE DELIMITED BY SIZE
               INTO LINEA-PRECIO-IMP.
           WRITE LINEA-PRECIO-IMP.
           MOVE "ID  PRODUCTO             PRECIO UN  VIGENTE DESDE"
               TO LINEA-PRECIO-IMP.
           WRITE LINEA-PRECIO-IMP.
           OPEN INPUT PRODUCTO.
           PERFORM IMPRIMIR-PRECIO-PRODUCTO UNTIL OP-USUARIO = 2.
           CLOSE PRODUCTO.
           MOVE SPACES TO LINEA-PRECIO-IMP.
           STRING "PRODUCTOS LISTADOS: " DELIMITED BY SIZE
               CANT-PRECIOS-LIST DELIMITED BY SIZE
               INTO LINEA-PRECIO-IMP.
           WRITE LINEA-PRECIO-IMP.
           MOVE ALL "=" TO LINEA-PRECIO-IMP.
           WRITE LINEA-PRECIO-IMP.
           CLOSE PRECIO-IMP.
           COMPUTE OP-USUARIO = 9.
           DISPLAY "LISTA DE PRECIOS IMPRESA EN PRECIOS.LIS ("
               CANT-PRECIOS-LIST " PRODUCTOS).".

       IMPRIMIR-PRECIO-PRODUCTO.
           READ PRODUCTO NEXT RECORD INTO REG-PRODUCTO-PM
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               COMPUTE ENCONTRADO-PH = 0
               PERFORM BUSCAR-PRODUCTO-CAMBIADO
                   VARYING IX-PH FROM 1 BY 1
                   UNTIL IX-PH > CANT-CAMBIOS-PH OR ENCONTRADO-PH = 1
               IF ENCONTRADO-PH = 1 THEN
                   ADD 1 TO CANT-PRECIOS-LIST
                   MOVE PRECIO-UNITARIO-PM TO PRECIO-EDIT
                   MOVE SPACES TO LINEA-PRECIO-IMP
                   STRING ID-PRODUCTO-PM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOMBRE-PM DELIMITED BY SIZE
                       "   $" DELIMITED BY SIZE
                       PRECIO-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       UNIDAD-PM DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PC-FECHA(IX-PH) DELIMITED BY SIZE
                       INTO LINEA-PRECIO-IMP
                   WRITE LINEA-PRECIO-IMP.

       BUSCAR-PRODUCTO-CAMBIADO.
           IF PC-ID(IX-PH) = ID-PRODUCTO-PM THEN
               COMPUTE ENCONTRADO-PH = 1
               SUBTRACT 1 FROM IX-PH.

       EVOLUCION-PRECIO.
           DISPLAY "EVOLUCION DE PRECIO DE UN PRODUCTO.".
           DISPLAY "INGRESE ID DEL PRODUCTO:".
           ACCEPT ID-PRODUCTO-EVO.
           MOVE ID-PRODUCTO-EVO TO ID-PRODUCTO-VC.
           PERFORM BUSCAR-PRODUCTO-ID.
           IF PRODUCTO-HALLADO = 1 THEN
               MOVE PRECIO-UNITARIO-PM TO PRECIO-EDIT
               DISPLAY "PRODUCTO " ID-PRODUCTO-PM " " NOMBRE-PM
                   " - PRECIO VIGENTE $" PRECIO-EDIT
           ELSE
               DISPLAY "PRODUCTO SIN FICHA EN EL MAESTRO.".
           COMPUTE CANT-PRECIOS-LIST = 0.
           COMPUTE FIN-ARCHIVO-PH = 0.
           OPEN INPUT PRECIO-HIST.
           IF ESTADO = 00 THEN
               DISPLAY "FECHA    HORA   ANTERIOR    NUEVO     "
                   "VARIAC.%  ORIGEN    OPERADOR"
               PERFORM LISTAR-EVOLUCION-PRECIO
                   UNTIL FIN-ARCHIVO-PH = 1
               CLOSE PRECIO-HIST
               DISPLAY "CAMBIOS DE PRECIO REGISTRADOS: "
                   CANT-PRECIOS-LIST
           ELSE
               DISPLAY "SIN HISTORIA DE PRECIOS (PRECIOHIS.DAT).".

       LISTAR-EVOLUCION-PRECIO.
           READ PRECIO-HIST
               AT END COMPUTE FIN-ARCHIVO-PH = 1.
           IF FIN-ARCHIVO-PH NOT = 1 THEN
               IF ID-PRODUCTO-PH = ID-PRODUCTO-EVO THEN
                   ADD 1 TO CANT-PRECIOS-LIST
                   IF PRECIO-ANTERIOR-PH = 0 THEN
                       MOVE 0 TO VARIACION-CMP
                   ELSE
                       COMPUTE VARIACION-CMP ROUNDED =
                           (PRECIO-NUEVO-PH - PRECIO-ANTERIOR-PH)
                           * 100 / PRECIO-ANTERIOR-PH
                           ON SIZE ERROR MOVE 99999.99 TO VARIACION-CMP
                       END-COMPUTE
                   END-IF
                   MOVE PRECIO-ANTERIOR-PH TO PRECIO-EDIT-ANT
                   MOVE PRECIO-NUEVO-PH TO PRECIO-EDIT
                   MOVE VARIACION-CMP TO PCT-EDIT
                   DISPLAY FECHA-PH " " HORA-PH " $" PRECIO-EDIT-ANT
                       " $" PRECIO-EDIT " " PCT-EDIT "  " ORIGEN-PH
                       " " ID-OPERADOR-PH.

       GESTION-INVENTARIO.
           DISPLAY "TOMA DE INVENTARIO FISICO.".
           DISPLAY "1-ABRIR TOMA E IMPRIMIR PLANILLA DE CONTEO.".
           DISPLAY "2-CARGAR CANTIDADES CONTADAS.".
           DISPLAY "3-INFORME DE DIFERENCIAS VALORIZADO.".
           DISPLAY "4-APROBAR Y CONTABILIZAR DIFERENCIAS.".
           DISPLAY "5-ANULAR TOMA ABIERTA.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM ABRIR-TOMA-INVENTARIO
           ELSE IF OP-SUBMENU = 2 THEN PERFORM CARGAR-CONTEO-INV
           ELSE IF OP-SUBMENU = 3 THEN PERFORM INFORME-DIFERENCIAS-INV
           ELSE IF OP-SUBMENU = 4 THEN PERFORM APROBAR-TOMA-INV
           ELSE IF OP-SUBMENU = 5 THEN PERFORM ANULAR-TOMA-INV
           ELSE DISPLAY "OPCION INVALIDA.".

       BUSCAR-TOMA-INV.
           OPEN INPUT TOMA-INV.
           MOVE ID-RUBRO-INV TO ID-RUBRO-TI.
           READ TOMA-INV
               INVALID KEY COMPUTE TOMA-HALLADA = 0
               NOT INVALID KEY COMPUTE TOMA-HALLADA = 1
           END-READ.
           CLOSE TOMA-INV.

       VERIFICAR-RUBRO-EN-TOMA.
           COMPUTE RUBRO-EN-TOMA = 0.
           OPEN INPUT TOMA-INV.
           MOVE ID-RUBRO-VC TO ID-RUBRO-TI.
           READ TOMA-INV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ESTADO-TI = "A" THEN
                       COMPUTE RUBRO-EN-TOMA = 1
                   END-IF
           END-READ.
           CLOSE TOMA-INV.

       VERIFICAR-TOMA-COMBO.
           MOVE RUBRO-EN-TOMA TO TOMA-COMBO-WS.
           MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-TIPO-WS.
           PERFORM VERIFICAR-PRODUCTO-COMPUESTO.
           IF ES-COMPUESTO = 1 THEN
               MOVE ID-RUBRO-VC TO ID-RUBRO-COMBO-WS
               MOVE ID-PRODUCTO-VC TO ID-COMBO-WS
               PERFORM CARGAR-RECETA-COMBO
               PERFORM VERIFICAR-TOMA-COMPONENTE
                   VARYING IX-RC FROM 1 BY 1 UNTIL IX-RC > CANT-COMP-RC
               MOVE ID-RUBRO-COMBO-WS TO ID-RUBRO-VC.
           MOVE TOMA-COMBO-WS TO RUBRO-EN-TOMA.

       VERIFICAR-TOMA-COMPONENTE.
           OPEN INPUT PRODUCTO.
           MOVE RC-ID-COMP(IX-RC) TO ID-PRODUCTO-PR.
           READ PRODUCTO
               INVALID KEY MOVE 0 TO ID-RUBRO-VC
               NOT INVALID KEY MOVE ID-RUBRO-PR TO ID-RUBRO-VC
           END-READ.
           CLOSE PRODUCTO.
           IF ID-RUBRO-VC NOT = 0 THEN
               PERFORM VERIFICAR-RUBRO-EN-TOMA
               IF RUBRO-EN-TOMA = 1 THEN
                   COMPUTE TOMA-COMBO-WS = 1
                   DISPLAY "COMPONENTE " RC-ID-COMP(IX-RC) " DEL COMBO "
                       ID-COMBO-WS ": RUBRO EN TOMA DE INVENTARIO.".

       ABRIR-TOMA-INVENTARIO.
           DISPLAY "APERTURA DE TOMA DE INVENTARIO.".
           DISPLAY "INGRESE ID DEL RUBRO A CONTAR:".
           ACCEPT ID-RUBRO-INV.
           MOVE ID-RUBRO-INV TO ID-RUBRO-VC.
           PERFORM BUSCAR-RUBRO-ID.
           IF BANDERA = 0 THEN
               DISPLAY "RUBRO NO REGISTRADO."
           ELSE
               PERFORM BUSCAR-TOMA-INV
               IF TOMA-HALLADA = 1 AND ESTADO-TI = "A" THEN
                   DISPLAY "YA HAY UNA TOMA ABIERTA PARA EL RUBRO "
                       "DESDE EL " FECHA-APERTURA-TI "."
               ELSE
                   PERFORM GRABAR-APERTURA-TOMA.

       GRABAR-APERTURA-TOMA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           COMPUTE BANDERA = 0.
           OPEN I-O TOMA-INV.
           MOVE ID-RUBRO-INV TO ID-RUBRO-TI.
           MOVE "A" TO ESTADO-TI.
           MOVE FECHA-ACTUAL TO FECHA-APERTURA-TI.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-TI.
           MOVE 0 TO FECHA-CIERRE-TI.
           MOVE 0 TO ID-APROBO-TI.
           IF TOMA-HALLADA = 1 THEN
               REWRITE REG-TOMA-INV
                   INVALID KEY
                       DISPLAY "ERROR AL ABRIR LA TOMA."
                       PERFORM INTERPRETAR-ESTADO
                   NOT INVALID KEY
                       COMPUTE BANDERA = 1
               END-REWRITE
           ELSE
               WRITE REG-TOMA-INV
                   INVALID KEY
                       DISPLAY "ERROR AL ABRIR LA TOMA."
                       PERFORM INTERPRETAR-ESTADO
                   NOT INVALID KEY
                       COMPUTE BANDERA = 1
               END-WRITE.
           CLOSE TOMA-INV.
           IF BANDERA = 1 THEN
               DISPLAY "TOMA ABIERTA. LAS VENTAS DEL RUBRO QUEDAN "
                   "SUSPENDIDAS HASTA SU CIERRE."
               MOVE "ABRE-TOMA" TO OPERACION-AUD-WS
               MOVE ID-RUBRO-INV TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA
               PERFORM LIMPIAR-CONTEO-RUBRO
               PERFORM GENERAR-PLANILLA-CONTEO.

       LIMPIAR-CONTEO-RUBRO.
           COMPUTE FIN-ARCHIVO-IC = 0.
           OPEN I-O CONTEO.
           PERFORM LIMPIAR-CONTEO-REG UNTIL FIN-ARCHIVO-IC = 1.
           CLOSE CONTEO.

       LIMPIAR-CONTEO-REG.
           READ CONTEO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-IC = 1.
           IF FIN-ARCHIVO-IC NOT = 1 THEN
               IF ID-RUBRO-IC = ID-RUBRO-INV THEN
                   DELETE CONTEO RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL DEPURAR EL CONTEO "
                               "ANTERIOR."
                           PERFORM INTERPRETAR-ESTADO
                   END-DELETE.

       GENERAR-PLANILLA-CONTEO.
           COMPUTE CANT-LINEAS-INV = 0.
           COMPUTE FIN-ARCHIVO-STK = 0.
           OPEN EXTEND INVENT-IMP.
           MOVE ALL "=" TO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           MOVE SPACES TO LINEA-INVENT-IMP.
           STRING "PLANILLA DE CONTEO - RUBRO " DELIMITED BY SIZE
               ID-RUBRO-INV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DESCRIPCION-RC) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FECHA-ACTUAL DELIMITED BY SIZE
               INTO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           MOVE SPACES TO LINEA-INVENT-IMP.
           STRING "ID  PRODUCTO        UN  LOTES ABIERTOS         "
               DELIMITED BY SIZE
               "     CANTIDAD CONTADA" DELIMITED BY SIZE
               INTO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           OPEN INPUT STOCK.
           OPEN I-O CONTEO.
           PERFORM PLANILLA-CONTEO-REG UNTIL FIN-ARCHIVO-STK = 1.
           CLOSE CONTEO.
           CLOSE STOCK.
           MOVE SPACES TO LINEA-INVENT-IMP.
           STRING "PRODUCTOS A CONTAR: " DELIMITED BY SIZE
               CANT-LINEAS-INV DELIMITED BY SIZE
               "     CONTO: ____________  FIRMA: ____________"
               DELIMITED BY SIZE
               INTO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           MOVE ALL "=" TO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           CLOSE INVENT-IMP.
           DISPLAY "PLANILLA DE CONTEO IMPRESA EN INVENT.LIS ("
               CANT-LINEAS-INV " PRODUCTOS).".

       PLANILLA-CONTEO-REG.
           READ STOCK NEXT RECORD INTO REG-STOCK-SC
               AT END COMPUTE FIN-ARCHIVO-STK = 1.
           IF FIN-ARCHIVO-STK NOT = 1 THEN
               MOVE ID-PRODUCTO-SC TO ID-PRODUCTO-VC
               PERFORM BUSCAR-PRODUCTO-ID
               IF PRODUCTO-HALLADO = 1 AND
                  ID-RUBRO-PM = ID-RUBRO-INV THEN
                   PERFORM GRABAR-LINEA-CONTEO
                   MOVE SPACES TO LINEA-INVENT-IMP
                   STRING ID-PRODUCTO-SC DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOMBRE-PM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       UNIDAD-PM DELIMITED BY SIZE
                       "                              "
                       DELIMITED BY SIZE
                       "______________" DELIMITED BY SIZE
                       INTO LINEA-INVENT-IMP
                   WRITE LINEA-INVENT-IMP
                   PERFORM IMPRIMIR-LOTES-CONTEO.

       GRABAR-LINEA-CONTEO.
           ADD 1 TO CANT-LINEAS-INV.
           MOVE ID-PRODUCTO-SC TO ID-PRODUCTO-IC.
           MOVE ID-RUBRO-INV TO ID-RUBRO-IC.
           MOVE CANTIDAD-SC TO CANTIDAD-SISTEMA-IC.
           MOVE 0 TO CANTIDAD-CONTADA-IC.
           MOVE "N" TO CONTADO-IC.
           WRITE REG-CONTEO
               INVALID KEY
                   REWRITE REG-CONTEO
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LA LINEA DE "
                               "CONTEO DEL PRODUCTO " ID-PRODUCTO-SC
                           PERFORM INTERPRETAR-ESTADO
                   END-REWRITE
           END-WRITE.

       IMPRIMIR-LOTES-CONTEO.
           COMPUTE FIN-ARCHIVO-LT = 0.
           OPEN INPUT LOTE.
           PERFORM IMPRIMIR-LOTE-CONTEO-REG UNTIL FIN-ARCHIVO-LT = 1.
           CLOSE LOTE.

       IMPRIMIR-LOTE-CONTEO-REG.
           READ LOTE NEXT RECORD INTO REG-LOTE-LO
               AT END COMPUTE FIN-ARCHIVO-LT = 1.
           IF FIN-ARCHIVO-LT NOT = 1 THEN
               IF ID-PRODUCTO-LO = ID-PRODUCTO-SC AND SALDO-LO > 0 THEN
                   MOVE SPACES TO LINEA-INVENT-IMP
                   STRING "                        LOTE "
                       DELIMITED BY SIZE
                       NRO-LOTE-LO DELIMITED BY SIZE
                       " VENCE " DELIMITED BY SIZE
                       FECHA-VENC-LO DELIMITED BY SIZE
                       INTO LINEA-INVENT-IMP
                   WRITE LINEA-INVENT-IMP.

       CARGAR-CONTEO-INV.
           DISPLAY "CARGA DE CANTIDADES CONTADAS.".
           DISPLAY "INGRESE ID DEL RUBRO:".
           ACCEPT ID-RUBRO-INV.
           PERFORM BUSCAR-TOMA-INV.
           IF TOMA-HALLADA = 0 OR ESTADO-TI NOT = "A" THEN
               DISPLAY "NO HAY TOMA ABIERTA PARA EL RUBRO."
           ELSE
               COMPUTE CANT-LINEAS-INV = 0
               COMPUTE FIN-ARCHIVO-IC = 0
               DISPLAY "INGRESE LO CONTADO DE CADA PRODUCTO DE LA "
                   "PLANILLA:"
               OPEN I-O CONTEO
               PERFORM CARGAR-CONTEO-REG UNTIL FIN-ARCHIVO-IC = 1
               CLOSE CONTEO
               DISPLAY "CANTIDADES CARGADAS: " CANT-LINEAS-INV.

       CARGAR-CONTEO-REG.
           READ CONTEO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-IC = 1.
           IF FIN-ARCHIVO-IC NOT = 1 THEN
               IF ID-RUBRO-IC = ID-RUBRO-INV THEN
                   MOVE ID-PRODUCTO-IC TO ID-PRODUCTO-VC
                   PERFORM BUSCAR-PRODUCTO-ID
                   IF CONTADO-IC = "S" THEN
                       MOVE CANTIDAD-CONTADA-IC TO CANTIDAD-EDIT-ST
                       DISPLAY "PRODUCTO " ID-PRODUCTO-IC " "
                           NOMBRE-PM " (" UNIDAD-PM ") - CARGADO: "
                           CANTIDAD-EDIT-ST
                   ELSE
                       DISPLAY "PRODUCTO " ID-PRODUCTO-IC " "
                           NOMBRE-PM " (" UNIDAD-PM "):"
                   END-IF
                   ACCEPT CANTIDAD-CONTADA-IC
                   MOVE "S" TO CONTADO-IC
                   REWRITE REG-CONTEO
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LO CONTADO."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           ADD 1 TO CANT-LINEAS-INV
                   END-REWRITE.

       CARGAR-ULTIMOS-COSTOS.
           COMPUTE CANT-PROD-MG = 0.
           COMPUTE FIN-ARCHIVO-CMPR = 0.
           OPEN INPUT COMPRA.
           IF ESTADO = 00 THEN
               PERFORM CARGAR-COSTO-MARGEN UNTIL FIN-ARCHIVO-CMPR = 1
               CLOSE COMPRA
           ELSE
               DISPLAY "SIN COMPRAS REGISTRADAS (COMPRA.DAT).".

       INFORME-DIFERENCIAS-INV.
           DISPLAY "INFORME DE DIFERENCIAS DE INVENTARIO.".
           DISPLAY "INGRESE ID DEL RUBRO:".
           ACCEPT ID-RUBRO-INV.
           PERFORM BUSCAR-TOMA-INV.
           IF TOMA-HALLADA = 0 THEN
               DISPLAY "NO HAY TOMA REGISTRADA PARA EL RUBRO."
           ELSE
               PERFORM CARGAR-ULTIMOS-COSTOS
               PERFORM IMPRIMIR-DIFERENCIAS-INV.

       IMPRIMIR-DIFERENCIAS-INV.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           COMPUTE CANT-LINEAS-INV = 0.
           COMPUTE CANT-SIN-CONTAR = 0.
           COMPUTE CANT-DIFER-INV = 0.
           COMPUTE TOTAL-FALTANTE-INV = 0.
           COMPUTE TOTAL-SOBRANTE-INV = 0.
           COMPUTE FIN-ARCHIVO-IC = 0.
           OPEN EXTEND INVENT-IMP.
           MOVE ALL "=" TO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           MOVE SPACES TO LINEA-INVENT-IMP.
           STRING "DIFERENCIAS DE INVENTARIO - RUBRO " DELIMITED BY SIZE
               ID-RUBRO-INV DELIMITED BY SIZE
               " - TOMA DEL " DELIMITED BY SIZE
               FECHA-APERTURA-TI DELIMITED BY SIZE
               " - ESTADO " DELIMITED BY SIZE
               ESTADO-TI DELIMITED BY SIZE
               INTO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           MOVE SPACES TO LINEA-INVENT-IMP.
           STRING "ID  PRODUCTO          SISTEMA   CONTADO DIFERENCIA"
               DELIMITED BY SIZE
               "   VALORIZADO" DELIMITED BY SIZE
               INTO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           OPEN INPUT STOCK.
           OPEN INPUT CONTEO.
           PERFORM DIFERENCIA-CONTEO-REG UNTIL FIN-ARCHIVO-IC = 1.
           CLOSE CONTEO.
           CLOSE STOCK.
           COMPUTE TOTAL-NETO-INV = TOTAL-SOBRANTE-INV
               + TOTAL-FALTANTE-INV.
           MOVE SPACES TO LINEA-INVENT-IMP.
           MOVE TOTAL-FALTANTE-INV TO VALOR-EDIT-INV.
           STRING "TOTAL FALTANTE VALORIZADO: $" DELIMITED BY SIZE
               VALOR-EDIT-INV DELIMITED BY SIZE
               INTO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           DISPLAY LINEA-INVENT-IMP.
           MOVE SPACES TO LINEA-INVENT-IMP.
           MOVE TOTAL-SOBRANTE-INV TO VALOR-EDIT-INV.
           STRING "TOTAL SOBRANTE VALORIZADO: $" DELIMITED BY SIZE
               VALOR-EDIT-INV DELIMITED BY SIZE
               INTO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           DISPLAY LINEA-INVENT-IMP.
           MOVE SPACES TO LINEA-INVENT-IMP.
           MOVE TOTAL-NETO-INV TO VALOR-EDIT-INV.
           STRING "RESULTADO NETO DE LA TOMA: $" DELIMITED BY SIZE
               VALOR-EDIT-INV DELIMITED BY SIZE
               "  PRODUCTOS CON DIFERENCIA: " DELIMITED BY SIZE
               CANT-DIFER-INV DELIMITED BY SIZE
               INTO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           DISPLAY LINEA-INVENT-IMP.
           IF CANT-SIN-CONTAR > 0 THEN
               MOVE SPACES TO LINEA-INVENT-IMP
               STRING "PRODUCTOS SIN CONTAR: " DELIMITED BY SIZE
                   CANT-SIN-CONTAR DELIMITED BY SIZE
                   INTO LINEA-INVENT-IMP
               WRITE LINEA-INVENT-IMP
               DISPLAY LINEA-INVENT-IMP.
           MOVE ALL "=" TO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           CLOSE INVENT-IMP.
           DISPLAY "INFORME DE DIFERENCIAS IMPRESO EN INVENT.LIS.".

       DIFERENCIA-CONTEO-REG.
           READ CONTEO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-IC = 1.
           IF FIN-ARCHIVO-IC NOT = 1 THEN
               IF ID-RUBRO-IC = ID-RUBRO-INV THEN
                   ADD 1 TO CANT-LINEAS-INV
                   MOVE ID-PRODUCTO-IC TO ID-PRODUCTO-VC
                   PERFORM BUSCAR-PRODUCTO-ID
                   MOVE ID-PRODUCTO-IC TO ID-PRODUCTO-PM
                   MOVE ID-PRODUCTO-IC TO ID-PRODUCTO-ST
                   READ STOCK INTO REG-STOCK-SC
                       INVALID KEY MOVE 0 TO CANTIDAD-SC
                   END-READ
                   IF CONTADO-IC NOT = "S" THEN
                       ADD 1 TO CANT-SIN-CONTAR
                       MOVE CANTIDAD-SC TO CANTIDAD-EDIT-ST
                       MOVE SPACES TO LINEA-INVENT-IMP
                       STRING ID-PRODUCTO-IC DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           NOMBRE-PM DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CANTIDAD-EDIT-ST DELIMITED BY SIZE
                           "  SIN CONTAR" DELIMITED BY SIZE
                           INTO LINEA-INVENT-IMP
                       WRITE LINEA-INVENT-IMP
                       DISPLAY LINEA-INVENT-IMP
                   ELSE
                       PERFORM VALORIZAR-DIFERENCIA-INV.

       VALORIZAR-DIFERENCIA-INV.
           COMPUTE DIFERENCIA-INV = CANTIDAD-CONTADA-IC - CANTIDAD-SC.
           IF DIFERENCIA-INV NOT = 0 THEN
               ADD 1 TO CANT-DIFER-INV.
           COMPUTE IX-MG = 1.
           COMPUTE ENCONTRADO-MG = 0.
           PERFORM BUSCAR-COSTO-PRODUCTO UNTIL ENCONTRADO-MG NOT = 0.
           MOVE CANTIDAD-SC TO CANTIDAD-EDIT-ST.
           MOVE CANTIDAD-CONTADA-IC TO SALDO-EDIT-MOV.
           MOVE DIFERENCIA-INV TO DIFERENCIA-EDIT-INV.
           MOVE SPACES TO LINEA-INVENT-IMP.
           IF ENCONTRADO-MG = 2 THEN
               STRING ID-PRODUCTO-IC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOMBRE-PM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CANTIDAD-EDIT-ST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SALDO-EDIT-MOV DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIFERENCIA-EDIT-INV DELIMITED BY SIZE
                   "    SIN COSTO" DELIMITED BY SIZE
                   INTO LINEA-INVENT-IMP
           ELSE
               COMPUTE VALOR-DIF-INV ROUNDED =
                   DIFERENCIA-INV * MG-COSTO(IX-MG)
                   ON SIZE ERROR MOVE 0 TO VALOR-DIF-INV
               END-COMPUTE
               IF VALOR-DIF-INV < 0 THEN
                   ADD VALOR-DIF-INV TO TOTAL-FALTANTE-INV
               ELSE
                   ADD VALOR-DIF-INV TO TOTAL-SOBRANTE-INV
               END-IF
               MOVE VALOR-DIF-INV TO VALOR-EDIT-INV
               STRING ID-PRODUCTO-IC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOMBRE-PM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CANTIDAD-EDIT-ST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SALDO-EDIT-MOV DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIFERENCIA-EDIT-INV DELIMITED BY SIZE
                   " $" DELIMITED BY SIZE
                   VALOR-EDIT-INV DELIMITED BY SIZE
                   INTO LINEA-INVENT-IMP.
           WRITE LINEA-INVENT-IMP.
           DISPLAY LINEA-INVENT-IMP.

       APROBAR-TOMA-INV.
           IF NIVEL-ACTUAL NOT = 1 THEN
               PERFORM AVISO-SIN-PERMISO
           ELSE
               PERFORM EJECUTAR-APROBACION-TOMA.

       EJECUTAR-APROBACION-TOMA.
           DISPLAY "APROBACION DE TOMA DE INVENTARIO.".
           DISPLAY "INGRESE ID DEL RUBRO:".
           ACCEPT ID-RUBRO-INV.
           PERFORM BUSCAR-TOMA-INV.
           IF TOMA-HALLADA = 0 OR ESTADO-TI NOT = "A" THEN
               DISPLAY "NO HAY TOMA ABIERTA PARA EL RUBRO."
           ELSE
               COMPUTE CANT-SIN-CONTAR = 0
               COMPUTE FIN-ARCHIVO-IC = 0
               OPEN INPUT CONTEO
               PERFORM CONTAR-SIN-CONTAR-REG UNTIL FIN-ARCHIVO-IC = 1
               CLOSE CONTEO
               IF CANT-SIN-CONTAR > 0 THEN
                   DISPLAY "QUEDAN " CANT-SIN-CONTAR " PRODUCTOS SIN "
                       "CONTAR. COMPLETE LA CARGA ANTES DE APROBAR."
               ELSE
                   DISPLAY "SE AJUSTARA EL STOCK A LO CONTADO. "
                       "¿CONFIRMA? 1-SI/2-NO"
                   ACCEPT OP-CONFIRMA
                   IF OP-CONFIRMA = 1 THEN
                       PERFORM CONTABILIZAR-TOMA-INV
                   ELSE
                       DISPLAY "APROBACION CANCELADA.".

       CONTAR-SIN-CONTAR-REG.
           READ CONTEO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-IC = 1.
           IF FIN-ARCHIVO-IC NOT = 1 THEN
               IF ID-RUBRO-IC = ID-RUBRO-INV AND
                  CONTADO-IC NOT = "S" THEN
                   ADD 1 TO CANT-SIN-CONTAR.

       CONTABILIZAR-TOMA-INV.
           COMPUTE CANT-DIFER-INV = 0.
           COMPUTE FIN-ARCHIVO-IC = 0.
           OPEN INPUT CONTEO.
           PERFORM CONTABILIZAR-CONTEO-REG UNTIL FIN-ARCHIVO-IC = 1.
           CLOSE CONTEO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN I-O TOMA-INV.
           MOVE ID-RUBRO-INV TO ID-RUBRO-TI.
           READ TOMA-INV
               INVALID KEY
                   DISPLAY "ERROR AL RELEER LA TOMA."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   MOVE "C" TO ESTADO-TI
                   MOVE FECHA-ACTUAL TO FECHA-CIERRE-TI
                   MOVE OPERADOR-ACTUAL TO ID-APROBO-TI
                   REWRITE REG-TOMA-INV
                       INVALID KEY
                           DISPLAY "ERROR AL CERRAR LA TOMA."
                           PERFORM INTERPRETAR-ESTADO
                   END-REWRITE
           END-READ.
           CLOSE TOMA-INV.
           DISPLAY "TOMA CERRADA. PRODUCTOS AJUSTADOS: " CANT-DIFER-INV
               ". LAS VENTAS DEL RUBRO QUEDAN HABILITADAS.".
           MOVE "APRUEBA-TI" TO OPERACION-AUD-WS.
           MOVE ID-RUBRO-INV TO CLAVE-AUD-WS.
           PERFORM REGISTRAR-AUDITORIA.

       CONTABILIZAR-CONTEO-REG.
           READ CONTEO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-IC = 1.
           IF FIN-ARCHIVO-IC NOT = 1 THEN
               IF ID-RUBRO-IC = ID-RUBRO-INV THEN
                   PERFORM AJUSTAR-STOCK-CONTEO.

       AJUSTAR-STOCK-CONTEO.
           COMPUTE STOCK-GRABADO-OK = 0.
           OPEN I-O STOCK.
           MOVE ID-PRODUCTO-IC TO ID-PRODUCTO-ST.
           READ STOCK INTO REG-STOCK-SC
               INVALID KEY
                   DISPLAY "PRODUCTO " ID-PRODUCTO-IC " SIN REGISTRO "
                       "DE STOCK, NO SE AJUSTA."
               NOT INVALID KEY
                   MOVE CANTIDAD-SC TO CANTIDAD-ANTES-SC
                   IF CANTIDAD-CONTADA-IC NOT = CANTIDAD-SC THEN
                       MOVE CANTIDAD-CONTADA-IC TO CANTIDAD-SC
                       REWRITE REG-STOCK FROM REG-STOCK-SC
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL STOCK."
                               PERFORM INTERPRETAR-ESTADO
                           NOT INVALID KEY
                               COMPUTE STOCK-GRABADO-OK = 1
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE STOCK.
           IF STOCK-GRABADO-OK = 1 THEN
               ADD 1 TO CANT-DIFER-INV
               MOVE ID-PRODUCTO-IC TO ID-PRODUCTO-MOV-WS
               MOVE "TOMA-INV" TO TIPO-MOV-WS
               MOVE CANTIDAD-SC TO SALDO-MOV-WS
               IF CANTIDAD-SC < CANTIDAD-ANTES-SC THEN
                   COMPUTE CANTIDAD-MOV-WS = CANTIDAD-ANTES-SC
                       - CANTIDAD-SC
                   MOVE "TOMA INV FALTANTE" TO MOTIVO-MOV-WS
                   MOVE ID-PRODUCTO-IC TO ID-PRODUCTO-FEFO
                   MOVE CANTIDAD-MOV-WS TO CANT-CONSUMIR-LT
                   PERFORM CONSUMIR-LOTES-FEFO
               ELSE
                   COMPUTE CANTIDAD-MOV-WS = CANTIDAD-SC
                       - CANTIDAD-ANTES-SC
                   MOVE "TOMA INV SOBRANTE" TO MOTIVO-MOV-WS
                   DISPLAY "PRODUCTO " ID-PRODUCTO-IC ": INGRESE FECHA "
                       "DE VENCIMIENTO DEL SOBRANTE (AAAA MM DD):"
                   ACCEPT ANIO-VI
                   ACCEPT MES-VI
                   ACCEPT DIA-VI
                   MOVE FECHA-VENC-ING TO FECHA-VENC-WS
                   MOVE ID-PRODUCTO-IC TO ID-PRODUCTO-LOTE-WS
                   MOVE CANTIDAD-MOV-WS TO CANTIDAD-LOTE-WS
                   PERFORM GRABAR-LOTE
                   MOVE NRO-LOTE-ACT TO NRO-LOTE-MOV-WS
               END-IF
               PERFORM REGISTRAR-MOVIMIENTO.

       ANULAR-TOMA-INV.
           IF NIVEL-ACTUAL NOT = 1 THEN
               PERFORM AVISO-SIN-PERMISO
           ELSE
               PERFORM EJECUTAR-ANULACION-TOMA.

       EJECUTAR-ANULACION-TOMA.
           DISPLAY "ANULACION DE TOMA DE INVENTARIO.".
           DISPLAY "INGRESE ID DEL RUBRO:".
           ACCEPT ID-RUBRO-INV.
           OPEN I-O TOMA-INV.
           MOVE ID-RUBRO-INV TO ID-RUBRO-TI.
           READ TOMA-INV
               INVALID KEY
                   DISPLAY "NO HAY TOMA REGISTRADA PARA EL RUBRO."
               NOT INVALID KEY
                   IF ESTADO-TI NOT = "A" THEN
                       DISPLAY "LA TOMA DEL RUBRO NO ESTA ABIERTA."
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL
                       MOVE "X" TO ESTADO-TI
                       MOVE FECHA-ACTUAL TO FECHA-CIERRE-TI
                       MOVE OPERADOR-ACTUAL TO ID-APROBO-TI
                       REWRITE REG-TOMA-INV
                           INVALID KEY
                               DISPLAY "ERROR AL ANULAR LA TOMA."
                               PERFORM INTERPRETAR-ESTADO
                           NOT INVALID KEY
                               DISPLAY "TOMA ANULADA SIN AJUSTAR "
                                   "STOCK. VENTAS HABILITADAS."
                               MOVE "ANULA-TOMA" TO OPERACION-AUD-WS
                               MOVE ID-RUBRO-INV TO CLAVE-AUD-WS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE TOMA-INV.

       GESTION-CTAS-PAGAR.
           DISPLAY "CUENTAS A PAGAR A PROVEEDORES.".
           DISPLAY "1-REGISTRAR FACTURA DE PROVEEDOR.".
           DISPLAY "2-REGISTRAR PAGO A PROVEEDOR.".
           DISPLAY "3-ANTIGUEDAD DE DEUDA (IMPRESO EN CTAPAG.LIS).".
           DISPLAY "4-ESTADO DE CUENTA DE PROVEEDOR (CTACTE.LIS).".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM CARGA-FACTURA-PROV
           ELSE IF OP-SUBMENU = 2 THEN PERFORM REGISTRAR-PAGO-PROVEEDOR
           ELSE IF OP-SUBMENU = 3 THEN PERFORM ANTIGUEDAD-DEUDA-PROV
           ELSE IF OP-SUBMENU = 4 THEN PERFORM ESTADO-CUENTA-PROVEEDOR
           ELSE DISPLAY "OPCION INVALIDA.".

       CARGA-FACTURA-PROV.
           DISPLAY "REGISTRO DE FACTURA DE PROVEEDOR.".
           DISPLAY "INGRESE ID DEL PROVEEDOR:".
           ACCEPT ID-PROVEEDOR-PRV.
           MOVE ID-PROVEEDOR-PRV TO ID-PROVEEDOR-VC.
           PERFORM BUSCAR-PROVEEDOR-ID.
           IF BANDERA = 0 THEN
               DISPLAY "PROVEEDOR NO REGISTRADO."
           ELSE
               DISPLAY "INGRESE NRO DE FACTURA:"
               ACCEPT NRO-FACTURA-WS
               PERFORM VERIFICAR-FACTURA-PROV
               IF FACTURA-EXISTE-PRV = 1 THEN
                   DISPLAY "FACTURA YA REGISTRADA PARA ESE PROVEEDOR."
               ELSE
                   PERFORM CARGAR-DATOS-FACTURA-PROV.

       VERIFICAR-FACTURA-PROV.
           COMPUTE FACTURA-EXISTE-PRV = 0.
           OPEN INPUT CTA-PAGAR.
           MOVE ID-PROVEEDOR-PRV TO ID-PROVEEDOR-FP.
           MOVE NRO-FACTURA-WS TO NRO-FACTURA-FP.
           READ CTA-PAGAR
               INVALID KEY CONTINUE
               NOT INVALID KEY COMPUTE FACTURA-EXISTE-PRV = 1
           END-READ.
           CLOSE CTA-PAGAR.

       CARGAR-DATOS-FACTURA-PROV.
           DISPLAY "INGRESE FECHA DE LA FACTURA (AAAA MM DD):".
           ACCEPT ANIO-FI.
           ACCEPT MES-FI.
           ACCEPT DIA-FI.
           MOVE FECHA-FACTURA-ING TO FECHA-FACTURA-PRV.
           DISPLAY "INGRESE IMPORTE DE LA FACTURA:".
           ACCEPT IMPORTE-FACTURA-PRV.
           COMPUTE ACUMULA-FACTURA-PRV = 0.
           PERFORM REGISTRAR-FACTURA-PROV.

       GENERAR-DEUDA-RECEPCION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           MOVE ID-PROVEEDOR-PE TO ID-PROVEEDOR-PRV.
           MOVE FECHA-ACTUAL TO FECHA-FACTURA-PRV.
           MOVE TOTAL-FACTURA-WS TO IMPORTE-FACTURA-PRV.
           MOVE ID-PROVEEDOR-PRV TO ID-PROVEEDOR-VC.
           PERFORM BUSCAR-PROVEEDOR-ID.
           IF BANDERA = 0 THEN
               MOVE 0 TO DIAS-PAGO-PC.
           COMPUTE ACUMULA-FACTURA-PRV = 1.
           PERFORM REGISTRAR-FACTURA-PROV.

       REGISTRAR-FACTURA-PROV.
           COMPUTE FACTURA-GRABADA-OK = 0.
           COMPUTE FECHA-VENC-PRV = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-FACTURA-PRV)
               + DIAS-PAGO-PC).
           OPEN I-O CTA-PAGAR.
           MOVE ID-PROVEEDOR-PRV TO ID-PROVEEDOR-FP.
           MOVE NRO-FACTURA-WS TO NRO-FACTURA-FP.
           READ CTA-PAGAR
               INVALID KEY
                   MOVE FECHA-FACTURA-PRV TO FECHA-FACTURA-FP
                   MOVE FECHA-VENC-PRV TO FECHA-VENC-FP
                   MOVE IMPORTE-FACTURA-PRV TO IMPORTE-FP
                   MOVE IMPORTE-FACTURA-PRV TO SALDO-FP
                   MOVE "P" TO ESTADO-FP
                   WRITE REG-CTA-PAGAR
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LA FACTURA A PAGAR."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           COMPUTE FACTURA-GRABADA-OK = 1
                   END-WRITE
               NOT INVALID KEY
                   IF ACUMULA-FACTURA-PRV = 0 THEN
                       DISPLAY "FACTURA YA REGISTRADA PARA ESE "
                           "PROVEEDOR."
                   ELSE
                       ADD IMPORTE-FACTURA-PRV TO IMPORTE-FP
                       ADD IMPORTE-FACTURA-PRV TO SALDO-FP
                       MOVE "P" TO ESTADO-FP
                       REWRITE REG-CTA-PAGAR
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "FACTURA A PAGAR."
                               PERFORM INTERPRETAR-ESTADO
                           NOT INVALID KEY
                               COMPUTE FACTURA-GRABADA-OK = 1
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE CTA-PAGAR.
           IF FACTURA-GRABADA-OK = 1 THEN
               MOVE "FACTURA" TO TIPO-MP-WS
               MOVE NRO-FACTURA-WS TO NRO-FACTURA-MP-WS
               MOVE IMPORTE-FACTURA-PRV TO IMPORTE-MP-WS
               MOVE SPACES TO MEDIO-PAGO-PRV
               MOVE SPACES TO REFERENCIA-PAGO-PRV
               PERFORM GRABAR-MOVIMIENTO-PROV
               MOVE SALDO-FP TO IMPORTE-EDIT
               DISPLAY "FACTURA " NRO-FACTURA-WS " A PAGAR $"
                   IMPORTE-EDIT " - VENCE " FECHA-VENC-FP "."
               MOVE "FACT-PROV" TO OPERACION-AUD-WS
               MOVE ID-PROVEEDOR-PRV TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.

       GRABAR-MOVIMIENTO-PROV.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN EXTEND MOV-PROV.
           MOVE ID-PROVEEDOR-PRV TO ID-PROVEEDOR-MP.
           MOVE FECHA-ACTUAL TO FECHA-MP.
           MOVE TIPO-MP-WS TO TIPO-MP.
           MOVE NRO-FACTURA-MP-WS TO NRO-FACTURA-MP.
           MOVE MEDIO-PAGO-PRV TO MEDIO-PAGO-MP.
           MOVE REFERENCIA-PAGO-PRV TO REFERENCIA-MP.
           MOVE IMPORTE-MP-WS TO IMPORTE-MP.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-MP.
           WRITE REG-MOV-PROV.
           CLOSE MOV-PROV.

       REGISTRAR-PAGO-PROVEEDOR.
           DISPLAY "REGISTRO DE PAGO A PROVEEDOR.".
           DISPLAY "INGRESE ID DEL PROVEEDOR:".
           ACCEPT ID-PROVEEDOR-PRV.
           MOVE ID-PROVEEDOR-PRV TO ID-PROVEEDOR-VC.
           PERFORM BUSCAR-PROVEEDOR-ID.
           IF BANDERA = 0 THEN
               DISPLAY "PROVEEDOR NO REGISTRADO."
           ELSE
               DISPLAY "PROVEEDOR " NOMBRE-PC " " APELLIDO-PC
               MOVE ID-PROVEEDOR-PRV TO ID-PROVEEDOR-CONS
               PERFORM LISTAR-FACTURAS-PENDIENTES
               IF CANT-FACT-PEND = 0 THEN
                   DISPLAY "EL PROVEEDOR NO TIENE FACTURAS PENDIENTES."
               ELSE
                   PERFORM SOLICITAR-MEDIO-PAGO
                   IF MEDIO-PAGO-PRV NOT = SPACES THEN
                       PERFORM EJECUTAR-PAGO-PROVEEDOR.

       LISTAR-FACTURAS-PENDIENTES.
           COMPUTE CANT-FACT-PEND = 0.
           COMPUTE DEUDA-TOTAL-PRV = 0.
           COMPUTE FIN-ARCHIVO-FP = 0.
           OPEN INPUT CTA-PAGAR.
           MOVE ID-PROVEEDOR-CONS TO ID-PROVEEDOR-FP.
           MOVE LOW-VALUES TO NRO-FACTURA-FP.
           START CTA-PAGAR KEY IS NOT LESS THAN CLAVE-FP
               INVALID KEY COMPUTE FIN-ARCHIVO-FP = 1
           END-START.
           PERFORM LISTAR-FACTURA-PEND-REG UNTIL FIN-ARCHIVO-FP = 1.
           CLOSE CTA-PAGAR.
           MOVE DEUDA-TOTAL-PRV TO IMPORTE-EDIT.
           DISPLAY "FACTURAS PENDIENTES: " CANT-FACT-PEND
               " - DEUDA TOTAL: $" IMPORTE-EDIT.

       LISTAR-FACTURA-PEND-REG.
           READ CTA-PAGAR NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-FP = 1.
           IF FIN-ARCHIVO-FP NOT = 1 THEN
               IF ID-PROVEEDOR-FP NOT = ID-PROVEEDOR-CONS THEN
                   COMPUTE FIN-ARCHIVO-FP = 1
               ELSE IF ESTADO-FP = "P" THEN
                   ADD 1 TO CANT-FACT-PEND
                   ADD SALDO-FP TO DEUDA-TOTAL-PRV
                   MOVE SALDO-FP TO IMPORTE-EDIT
                   DISPLAY "FACTURA " NRO-FACTURA-FP " DEL "
                       FECHA-FACTURA-FP " VENCE " FECHA-VENC-FP
                       " SALDO $" IMPORTE-EDIT.

       SOLICITAR-MEDIO-PAGO.
           MOVE SPACES TO MEDIO-PAGO-PRV.
           MOVE SPACES TO REFERENCIA-PAGO-PRV.
           DISPLAY "MEDIO DE PAGO: 1-EFECTIVO 2-TRANSFERENCIA "
               "3-CHEQUE".
           ACCEPT OP-MEDIO-PAGO.
           IF OP-MEDIO-PAGO = 1 THEN
               MOVE "E" TO MEDIO-PAGO-PRV
               MOVE "PAGO EFEC" TO TIPO-PAGO-PRV
           ELSE IF OP-MEDIO-PAGO = 2 THEN
               MOVE "T" TO MEDIO-PAGO-PRV
               MOVE "PAGO TRAN" TO TIPO-PAGO-PRV
               DISPLAY "INGRESE NRO DE OPERACION DE LA TRANSFERENCIA:"
               ACCEPT REFERENCIA-PAGO-PRV
           ELSE IF OP-MEDIO-PAGO = 3 THEN
               MOVE "C" TO MEDIO-PAGO-PRV
               MOVE "PAGO CHEQ" TO TIPO-PAGO-PRV
               DISPLAY "INGRESE NRO DE CHEQUE:"
               ACCEPT REFERENCIA-PAGO-PRV
           ELSE
               DISPLAY "MEDIO DE PAGO INVALIDO. PAGO CANCELADO.".

       EJECUTAR-PAGO-PROVEEDOR.
           COMPUTE TOTAL-PAGO-PRV = 0.
           COMPUTE CANT-IMPUT-PRV = 0.
           COMPUTE FIN-IMPUTACION-PRV = 0.
           PERFORM IMPUTAR-PAGO-FACTURA UNTIL FIN-IMPUTACION-PRV = 1.
           MOVE TOTAL-PAGO-PRV TO IMPORTE-EDIT.
           DISPLAY "PAGO REGISTRADO: $" IMPORTE-EDIT " EN "
               CANT-IMPUT-PRV " FACTURAS.".
           IF CANT-IMPUT-PRV > 0 THEN
               MOVE "PAGO-PROV" TO OPERACION-AUD-WS
               MOVE ID-PROVEEDOR-PRV TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA.

       IMPUTAR-PAGO-FACTURA.
           DISPLAY "INGRESE NRO DE FACTURA A PAGAR (EN BLANCO PARA "
               "TERMINAR):".
           MOVE SPACES TO NRO-FACTURA-WS.
           ACCEPT NRO-FACTURA-WS.
           IF NRO-FACTURA-WS = SPACES THEN
               COMPUTE FIN-IMPUTACION-PRV = 1
           ELSE
               OPEN I-O CTA-PAGAR
               MOVE ID-PROVEEDOR-PRV TO ID-PROVEEDOR-FP
               MOVE NRO-FACTURA-WS TO NRO-FACTURA-FP
               READ CTA-PAGAR
                   INVALID KEY
                       DISPLAY "EL PROVEEDOR NO TIENE ESA FACTURA."
                   NOT INVALID KEY
                       IF ESTADO-FP NOT = "P" THEN
                           DISPLAY "LA FACTURA YA ESTA CANCELADA."
                       ELSE
                           PERFORM APLICAR-PAGO-FACTURA
                       END-IF
               END-READ
               CLOSE CTA-PAGAR.

       APLICAR-PAGO-FACTURA.
           MOVE SALDO-FP TO IMPORTE-EDIT.
           DISPLAY "SALDO DE LA FACTURA: $" IMPORTE-EDIT.
           DISPLAY "INGRESE IMPORTE A PAGAR (0 = SALDO TOTAL):".
           ACCEPT IMPORTE-IMPUTAR-PRV.
           IF IMPORTE-IMPUTAR-PRV = 0 THEN
               MOVE SALDO-FP TO IMPORTE-IMPUTAR-PRV.
           IF IMPORTE-IMPUTAR-PRV > SALDO-FP THEN
               DISPLAY "EL IMPORTE SUPERA EL SALDO DE LA FACTURA."
           ELSE
               SUBTRACT IMPORTE-IMPUTAR-PRV FROM SALDO-FP
               IF SALDO-FP = 0 THEN
                   MOVE "C" TO ESTADO-FP
               END-IF
               REWRITE REG-CTA-PAGAR
                   INVALID KEY
                       DISPLAY "ERROR AL REGISTRAR EL PAGO."
                       PERFORM INTERPRETAR-ESTADO
                   NOT INVALID KEY
                       ADD 1 TO CANT-IMPUT-PRV
                       ADD IMPORTE-IMPUTAR-PRV TO TOTAL-PAGO-PRV
                       MOVE TIPO-PAGO-PRV TO TIPO-MP-WS
                       MOVE NRO-FACTURA-FP TO NRO-FACTURA-MP-WS
                       MOVE IMPORTE-IMPUTAR-PRV TO IMPORTE-MP-WS
                       PERFORM GRABAR-MOVIMIENTO-PROV
                       MOVE SALDO-FP TO IMPORTE-EDIT
                       DISPLAY "PAGO IMPUTADO. SALDO DE LA FACTURA: $"
                           IMPORTE-EDIT
               END-REWRITE.

       SUMAR-DEUDA-PROVEEDOR.
           COMPUTE CANT-FACT-PEND = 0.
           COMPUTE DEUDA-TOTAL-PRV = 0.
           COMPUTE FIN-ARCHIVO-FP = 0.
           OPEN INPUT CTA-PAGAR.
           MOVE ID-PROVEEDOR-CONS TO ID-PROVEEDOR-FP.
           MOVE LOW-VALUES TO NRO-FACTURA-FP.
           START CTA-PAGAR KEY IS NOT LESS THAN CLAVE-FP
               INVALID KEY COMPUTE FIN-ARCHIVO-FP = 1
           END-START.
           PERFORM SUMAR-DEUDA-PROV-REG UNTIL FIN-ARCHIVO-FP = 1.
           CLOSE CTA-PAGAR.

       SUMAR-DEUDA-PROV-REG.
           READ CTA-PAGAR NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-FP = 1.
           IF FIN-ARCHIVO-FP NOT = 1 THEN
               IF ID-PROVEEDOR-FP NOT = ID-PROVEEDOR-CONS THEN
                   COMPUTE FIN-ARCHIVO-FP = 1
               ELSE IF ESTADO-FP = "P" THEN
                   ADD 1 TO CANT-FACT-PEND
                   ADD SALDO-FP TO DEUDA-TOTAL-PRV.

       ANTIGUEDAD-DEUDA-PROV.
           DISPLAY "ANTIGUEDAD DE DEUDA CON PROVEEDORES.".
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           MOVE FECHA-ACTUAL TO FECHA-HOY-PRV.
           MOVE 0 TO TRAMO-PROV(1) TRAMO-PROV(2) TRAMO-PROV(3)
               TRAMO-PROV(4).
           MOVE 0 TO TRAMO-TOTAL(1) TRAMO-TOTAL(2) TRAMO-TOTAL(3)
               TRAMO-TOTAL(4).
           COMPUTE CANT-PROV-AGING = 0.
           COMPUTE PROV-ANT-FP = 0.
           COMPUTE FIN-ARCHIVO-FP = 0.
           OPEN INPUT CTA-PAGAR.
           IF ESTADO NOT = 00 THEN
               DISPLAY "SIN FACTURAS REGISTRADAS (CTAPAG.DAT)."
           ELSE
               OPEN EXTEND CTAPAG-IMP
               MOVE ALL "=" TO LINEA-CTAPAG-IMP
               WRITE LINEA-CTAPAG-IMP
               MOVE SPACES TO LINEA-CTAPAG-IMP
               STRING "ANTIGUEDAD DE DEUDA CON PROVEEDORES AL "
                   DELIMITED BY SIZE
                   FECHA-HOY-PRV DELIMITED BY SIZE
                   INTO LINEA-CTAPAG-IMP
               WRITE LINEA-CTAPAG-IMP
               MOVE SPACES TO LINEA-CTAPAG-IMP
               STRING "ID  PROVEEDOR           AL DIA   1-30 DIAS"
                   DELIMITED BY SIZE
                   "  31-60 DIAS    +60 DIAS        TOTAL"
                   DELIMITED BY SIZE
                   INTO LINEA-CTAPAG-IMP
               WRITE LINEA-CTAPAG-IMP
               DISPLAY LINEA-CTAPAG-IMP
               PERFORM ANTIGUEDAD-FACTURA-REG UNTIL FIN-ARCHIVO-FP = 1
               IF PROV-ANT-FP NOT = 0 THEN
                   PERFORM IMPRIMIR-TRAMOS-PROV
               END-IF
               PERFORM IMPRIMIR-TOTAL-TRAMOS
               MOVE ALL "=" TO LINEA-CTAPAG-IMP
               WRITE LINEA-CTAPAG-IMP
               CLOSE CTAPAG-IMP
               CLOSE CTA-PAGAR
               DISPLAY "PROVEEDORES CON DEUDA: " CANT-PROV-AGING
               DISPLAY "ANTIGUEDAD DE DEUDA IMPRESA EN CTAPAG.LIS.".

       ANTIGUEDAD-FACTURA-REG.
           READ CTA-PAGAR NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-FP = 1.
           IF FIN-ARCHIVO-FP NOT = 1 THEN
               IF ESTADO-FP = "P" THEN
                   IF ID-PROVEEDOR-FP NOT = PROV-ANT-FP AND
                      PROV-ANT-FP NOT = 0 THEN
                       PERFORM IMPRIMIR-TRAMOS-PROV
                   END-IF
                   MOVE ID-PROVEEDOR-FP TO PROV-ANT-FP
                   PERFORM CLASIFICAR-TRAMO-FACTURA.

       CLASIFICAR-TRAMO-FACTURA.
           COMPUTE DIAS-VENCIDO-FP =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-PRV)
               - FUNCTION INTEGER-OF-DATE(FECHA-VENC-FP).
           IF DIAS-VENCIDO-FP NOT > 0 THEN
               COMPUTE IX-TRAMO = 1
           ELSE IF DIAS-VENCIDO-FP NOT > 30 THEN
               COMPUTE IX-TRAMO = 2
           ELSE IF DIAS-VENCIDO-FP NOT > 60 THEN
               COMPUTE IX-TRAMO = 3
           ELSE
               COMPUTE IX-TRAMO = 4.
           ADD SALDO-FP TO TRAMO-PROV(IX-TRAMO).
           ADD SALDO-FP TO TRAMO-TOTAL(IX-TRAMO).

       IMPRIMIR-TRAMOS-PROV.
           ADD 1 TO CANT-PROV-AGING.
           MOVE PROV-ANT-FP TO ID-PROVEEDOR-VC.
           PERFORM BUSCAR-PROVEEDOR-ID.
           IF BANDERA = 0 THEN
               MOVE "SIN FICHA" TO NOMBRE-PC.
           COMPUTE DEUDA-TOTAL-PRV = TRAMO-PROV(1) + TRAMO-PROV(2)
               + TRAMO-PROV(3) + TRAMO-PROV(4).
           MOVE TRAMO-PROV(1) TO TRAMO-EDIT(1).
           MOVE TRAMO-PROV(2) TO TRAMO-EDIT(2).
           MOVE TRAMO-PROV(3) TO TRAMO-EDIT(3).
           MOVE TRAMO-PROV(4) TO TRAMO-EDIT(4).
           MOVE DEUDA-TOTAL-PRV TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-CTAPAG-IMP.
           STRING PROV-ANT-FP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-PC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT(4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-CTAPAG-IMP.
           WRITE LINEA-CTAPAG-IMP.
           DISPLAY LINEA-CTAPAG-IMP.
           MOVE 0 TO TRAMO-PROV(1) TRAMO-PROV(2) TRAMO-PROV(3)
               TRAMO-PROV(4).

       IMPRIMIR-TOTAL-TRAMOS.
           COMPUTE DEUDA-TOTAL-PRV = TRAMO-TOTAL(1) + TRAMO-TOTAL(2)
               + TRAMO-TOTAL(3) + TRAMO-TOTAL(4).
           MOVE TRAMO-TOTAL(1) TO TRAMO-EDIT(1).
           MOVE TRAMO-TOTAL(2) TO TRAMO-EDIT(2).
           MOVE TRAMO-TOTAL(3) TO TRAMO-EDIT(3).
           MOVE TRAMO-TOTAL(4) TO TRAMO-EDIT(4).
           MOVE DEUDA-TOTAL-PRV TO IMPORTE-EDIT.
           MOVE SPACES TO LINEA-CTAPAG-IMP.
           STRING "TOTAL GENERAL      " DELIMITED BY SIZE
               TRAMO-EDIT(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT(4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-CTAPAG-IMP.
           WRITE LINEA-CTAPAG-IMP.
           DISPLAY LINEA-CTAPAG-IMP.

       ESTADO-CUENTA-PROVEEDOR.
           DISPLAY "ESTADO DE CUENTA DE PROVEEDOR.".
           DISPLAY "INGRESE ID DEL PROVEEDOR:".
           ACCEPT ID-PROVEEDOR-CONS.
           MOVE ID-PROVEEDOR-CONS TO ID-PROVEEDOR-VC.
           PERFORM BUSCAR-PROVEEDOR-ID.
           IF BANDERA = 0 THEN
               DISPLAY "PROVEEDOR NO REGISTRADO."
           ELSE
               PERFORM IMPRIMIR-ESTADO-CUENTA-PROV.

       IMPRIMIR-ESTADO-CUENTA-PROV.
           COMPUTE SALDO-CORRIDO-WS = 0.
           COMPUTE CANT-MOV-CC = 0.
           COMPUTE FIN-ARCHIVO-MP = 0.
           OPEN EXTEND CTACTE-IMP.
           OPEN INPUT MOV-PROV.
           MOVE ALL "=" TO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           MOVE SPACES TO LINEA-CTACTE-IMP.
           STRING "ESTADO DE CUENTA - PROVEEDOR " DELIMITED BY SIZE
               ID-PROVEEDOR-CONS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(NOMBRE-PC) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(APELLIDO-PC) DELIMITED BY SIZE
               INTO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           MOVE SPACES TO LINEA-CTACTE-IMP.
           STRING "FECHA    TIPO      COMPROB.         IMPORTE"
               DELIMITED BY SIZE
               "       SALDO" DELIMITED BY SIZE
               INTO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           PERFORM IMPRIMIR-MOV-PROV UNTIL FIN-ARCHIVO-MP = 1.
           CLOSE MOV-PROV.
           PERFORM SUMAR-DEUDA-PROVEEDOR.
           MOVE SPACES TO LINEA-CTACTE-IMP.
           MOVE DEUDA-TOTAL-PRV TO SALDO-EDIT.
           STRING "SALDO SEGUN FACTURAS PENDIENTES: $" DELIMITED BY SIZE
               SALDO-EDIT DELIMITED BY SIZE
               INTO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           MOVE ALL "=" TO LINEA-CTACTE-IMP.
           WRITE LINEA-CTACTE-IMP.
           CLOSE CTACTE-IMP.
           DISPLAY "ESTADO DE CUENTA IMPRESO EN CTACTE.LIS ("
               CANT-MOV-CC " MOVIMIENTOS).".

       IMPRIMIR-MOV-PROV.
           READ MOV-PROV
               AT END COMPUTE FIN-ARCHIVO-MP = 1.
           IF FIN-ARCHIVO-MP NOT = 1 THEN
               IF ID-PROVEEDOR-MP = ID-PROVEEDOR-CONS THEN
                   ADD 1 TO CANT-MOV-CC
                   IF TIPO-MP = "FACTURA" THEN
                       ADD IMPORTE-MP TO SALDO-CORRIDO-WS
                   ELSE
                       SUBTRACT IMPORTE-MP FROM SALDO-CORRIDO-WS
                   END-IF
                   MOVE IMPORTE-MP TO IMPORTE-EDIT
                   MOVE SALDO-CORRIDO-WS TO SALDO-EDIT
                   MOVE SPACES TO LINEA-CTACTE-IMP
                   STRING FECHA-MP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TIPO-MP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NRO-FACTURA-MP DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       IMPORTE-EDIT DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       SALDO-EDIT DELIMITED BY SIZE
                       INTO LINEA-CTACTE-IMP
                   WRITE LINEA-CTACTE-IMP.

       LIBROS-IVA.
           DISPLAY "LIBROS DE IVA (IMPRESOS EN IVA.LIS).".
           DISPLAY "1-LIBRO IVA VENTAS (ARCHIVO IVAVENTA.TXT).".
           DISPLAY "2-LIBRO IVA COMPRAS (ARCHIVO IVACOMPR.TXT).".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM LIBRO-IVA-VENTAS
           ELSE IF OP-SUBMENU = 2 THEN PERFORM LIBRO-IVA-COMPRAS
           ELSE DISPLAY "OPCION INVALIDA.".

       SOLICITAR-ALICUOTA-IVA.
           DISPLAY "ALICUOTA DE IVA DEL RUBRO: 1-10.5% 2-21% 3-EXENTO".
           ACCEPT OP-ALICUOTA.
           IF OP-ALICUOTA = 1 THEN
               MOVE 10.5 TO TASA-IVA-RC
           ELSE IF OP-ALICUOTA = 2 THEN
               MOVE 21 TO TASA-IVA-RC
           ELSE IF OP-ALICUOTA = 3 THEN
               MOVE 0 TO TASA-IVA-RC
           ELSE
               DISPLAY "OPCION INVALIDA, SE ASIGNA 21%."
               MOVE 21 TO TASA-IVA-RC.

       PEDIR-PERIODO-IVA.
           DISPLAY "INGRESE PERIODO A INFORMAR (AAAA MM):".
           ACCEPT ANIO-IVA.
           ACCEPT MES-IVA.
           COMPUTE PERIODO-IVA = ANIO-IVA * 100 + MES-IVA.

       CARGAR-TABLAS-IVA.
           MOVE 10.5 TO ALIC-TASA(1).
           MOVE 21 TO ALIC-TASA(2).
           MOVE 0 TO ALIC-TASA(3).
           PERFORM LIMPIAR-ALICUOTA-IVA
               VARYING IX-ALIC FROM 1 BY 1 UNTIL IX-ALIC > 3.
           PERFORM INICIALIZAR-TASA-RUBRO
               VARYING IX-IVA FROM 1 BY 1 UNTIL IX-IVA > 998.
           MOVE 21 TO IVA-RUBRO-TASA(999).
           MOVE 0 TO RUBRO-PROD-IVA(999).
           COMPUTE TOTAL-NETO-IVA = 0.
           COMPUTE TOTAL-IMPUESTO-IVA = 0.
           COMPUTE CANT-COMPROB-IVA = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT RUBRO.
           PERFORM CARGAR-TASA-RUBRO UNTIL OP-USUARIO = 2.
           CLOSE RUBRO.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PRODUCTO.
           PERFORM CARGAR-RUBRO-PRODUCTO-IVA UNTIL OP-USUARIO = 2.
           CLOSE PRODUCTO.
           COMPUTE OP-USUARIO = 9.

       LIMPIAR-ALICUOTA-IVA.
           MOVE 0 TO ALIC-BRUTO(IX-ALIC).
           MOVE 0 TO ALIC-NETO-TOT(IX-ALIC).
           MOVE 0 TO ALIC-IVA-TOT(IX-ALIC).
           MOVE 0 TO ALIC-NETO-PRV(IX-ALIC).
           MOVE 0 TO ALIC-IVA-PRV(IX-ALIC).

       INICIALIZAR-TASA-RUBRO.
           MOVE 21 TO IVA-RUBRO-TASA(IX-IVA).
           MOVE 0 TO RUBRO-PROD-IVA(IX-IVA).

       CARGAR-TASA-RUBRO.
           READ RUBRO NEXT RECORD INTO REG-RUBRO-RC
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ID-RUBRO-RC > 0 THEN
                   MOVE TASA-IVA-RC TO IVA-RUBRO-TASA(ID-RUBRO-RC).

       CARGAR-RUBRO-PRODUCTO-IVA.
           READ PRODUCTO NEXT RECORD INTO REG-PRODUCTO-PM
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ID-PRODUCTO-PM > 0 THEN
                   MOVE ID-RUBRO-PM TO RUBRO-PROD-IVA(ID-PRODUCTO-PM).

       OBTENER-TASA-PRODUCTO.
           MOVE 21 TO TASA-IVA-LINEA.
           MOVE 0 TO ID-RUBRO-LINEA-IVA.
           IF ID-PRODUCTO-VC > 0 THEN
               MOVE RUBRO-PROD-IVA(ID-PRODUCTO-VC)
                   TO ID-RUBRO-LINEA-IVA.
           IF ID-RUBRO-LINEA-IVA > 0 THEN
               MOVE IVA-RUBRO-TASA(ID-RUBRO-LINEA-IVA)
                   TO TASA-IVA-LINEA.
           IF TASA-IVA-LINEA = 10.5 THEN
               COMPUTE IX-ALIC = 1
           ELSE IF TASA-IVA-LINEA = 21 THEN
               COMPUTE IX-ALIC = 2
           ELSE
               COMPUTE IX-ALIC = 3.

       ENCABEZAR-LIBRO-IVA.
           MOVE ALL "=" TO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.
           MOVE SPACES TO LINEA-IVA-IMP.
           IF LIBRO-IVA-ACT = "V" THEN
               STRING "LIBRO IVA VENTAS - PERIODO " DELIMITED BY SIZE
                   ANIO-IVA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   MES-IVA DELIMITED BY SIZE
                   INTO LINEA-IVA-IMP
           ELSE
               STRING "LIBRO IVA COMPRAS - PERIODO " DELIMITED BY SIZE
                   ANIO-IVA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   MES-IVA DELIMITED BY SIZE
                   INTO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.
           MOVE SPACES TO LINEA-IVA-IMP.
           STRING "FECHA    TP COMPROBANTE  ID  ALIC        NETO"
               DELIMITED BY SIZE
               "         IVA       TOTAL" DELIMITED BY SIZE
               INTO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.

       EMITIR-COMPROBANTE-IVA.
           ADD 1 TO CANT-COMPROB-IVA.
           PERFORM EMITIR-ALICUOTA-IVA
               VARYING IX-ALIC FROM 1 BY 1 UNTIL IX-ALIC > 3.

       EMITIR-ALICUOTA-IVA.
           IF ALIC-BRUTO(IX-ALIC) NOT = 0 THEN
               COMPUTE BRUTO-CALC-IVA = ALIC-BRUTO(IX-ALIC) * SIGNO-IVA
               COMPUTE NETO-CALC-IVA ROUNDED = BRUTO-CALC-IVA
                   / (1 + ALIC-TASA(IX-ALIC) / 100)
               COMPUTE IMPUESTO-CALC-IVA = BRUTO-CALC-IVA
                   - NETO-CALC-IVA
               ADD NETO-CALC-IVA TO ALIC-NETO-TOT(IX-ALIC)
               ADD IMPUESTO-CALC-IVA TO ALIC-IVA-TOT(IX-ALIC)
               ADD NETO-CALC-IVA TO ALIC-NETO-PRV(IX-ALIC)
               ADD IMPUESTO-CALC-IVA TO ALIC-IVA-PRV(IX-ALIC)
               MOVE LIBRO-IVA-ACT TO LIBRO-LI
               MOVE TIPO-COMPROB-IVA TO TIPO-COMPROB-LI
               MOVE FECHA-COMPROB-IVA TO FECHA-LI
               MOVE NRO-COMPROB-IVA TO NRO-COMPROB-LI
               MOVE ID-CONTRAPARTE-IVA TO ID-CONTRAPARTE-LI
               MOVE ALIC-TASA(IX-ALIC) TO ALICUOTA-LI
               MOVE NETO-CALC-IVA TO NETO-LI
               MOVE IMPUESTO-CALC-IVA TO IVA-LI
               MOVE BRUTO-CALC-IVA TO TOTAL-LI
               IF LIBRO-IVA-ACT = "V" THEN
                   WRITE LINEA-IVA-VENTAS-EXP FROM REG-IVA-EXP
               ELSE
                   WRITE LINEA-IVA-COMPRAS-EXP FROM REG-IVA-EXP
               END-IF
               MOVE ALIC-TASA(IX-ALIC) TO ALIC-EDIT-LI
               MOVE NETO-CALC-IVA TO NETO-EDIT-LI
               MOVE IMPUESTO-CALC-IVA TO IVA-EDIT-LI
               MOVE BRUTO-CALC-IVA TO TOTAL-EDIT-LI
               MOVE SPACES TO LINEA-IVA-IMP
               STRING FECHA-COMPROB-IVA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIPO-COMPROB-IVA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NRO-COMPROB-IVA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ID-CONTRAPARTE-IVA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ALIC-EDIT-LI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NETO-EDIT-LI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IVA-EDIT-LI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TOTAL-EDIT-LI DELIMITED BY SIZE
                   INTO LINEA-IVA-IMP
               WRITE LINEA-IVA-IMP
               MOVE 0 TO ALIC-BRUTO(IX-ALIC).

       IMPRIMIR-TOTALES-IVA.
           MOVE SPACES TO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.
           MOVE "TOTALES POR ALICUOTA" TO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.
           DISPLAY LINEA-IVA-IMP.
           PERFORM IMPRIMIR-TOTAL-ALICUOTA
               VARYING IX-ALIC FROM 1 BY 1 UNTIL IX-ALIC > 3.
           MOVE TOTAL-NETO-IVA TO NETO-EDIT-LI.
           MOVE TOTAL-IMPUESTO-IVA TO IVA-EDIT-LI.
           COMPUTE BRUTO-CALC-IVA = TOTAL-NETO-IVA + TOTAL-IMPUESTO-IVA.
           MOVE BRUTO-CALC-IVA TO TOTAL-EDIT-LI.
           MOVE SPACES TO LINEA-IVA-IMP.
           STRING "TOTAL GENERAL                     " DELIMITED BY SIZE
               NETO-EDIT-LI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IVA-EDIT-LI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-EDIT-LI DELIMITED BY SIZE
               INTO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.
           DISPLAY LINEA-IVA-IMP.
           MOVE SPACES TO LINEA-IVA-IMP.
           STRING "COMPROBANTES INFORMADOS: " DELIMITED BY SIZE
               CANT-COMPROB-IVA DELIMITED BY SIZE
               INTO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.
           DISPLAY LINEA-IVA-IMP.
           MOVE ALL "=" TO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.

       IMPRIMIR-TOTAL-ALICUOTA.
           ADD ALIC-NETO-TOT(IX-ALIC) TO TOTAL-NETO-IVA.
           ADD ALIC-IVA-TOT(IX-ALIC) TO TOTAL-IMPUESTO-IVA.
           MOVE ALIC-NETO-TOT(IX-ALIC) TO NETO-EDIT-LI.
           MOVE ALIC-IVA-TOT(IX-ALIC) TO IVA-EDIT-LI.
           COMPUTE BRUTO-CALC-IVA = ALIC-NETO-TOT(IX-ALIC)
               + ALIC-IVA-TOT(IX-ALIC).
           MOVE BRUTO-CALC-IVA TO TOTAL-EDIT-LI.
           MOVE ALIC-TASA(IX-ALIC) TO ALIC-EDIT-LI.
           MOVE SPACES TO LINEA-IVA-IMP.
           IF IX-ALIC = 3 THEN
               STRING "EXENTO                            "
                   DELIMITED BY SIZE
                   NETO-EDIT-LI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IVA-EDIT-LI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TOTAL-EDIT-LI DELIMITED BY SIZE
                   INTO LINEA-IVA-IMP
           ELSE
               STRING "ALICUOTA " DELIMITED BY SIZE
                   ALIC-EDIT-LI DELIMITED BY SIZE
                   "%                    " DELIMITED BY SIZE
                   NETO-EDIT-LI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IVA-EDIT-LI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TOTAL-EDIT-LI DELIMITED BY SIZE
                   INTO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.
           DISPLAY LINEA-IVA-IMP.

       LIBRO-IVA-VENTAS.
           DISPLAY "LIBRO IVA VENTAS.".
           PERFORM PEDIR-PERIODO-IVA.
           PERFORM CARGAR-TABLAS-IVA.
           MOVE "V" TO LIBRO-IVA-ACT.
           COMPUTE FIN-ARCHIVO-TK-IVA = 0.
           OPEN INPUT TICKET.
           IF ESTADO NOT = 00 THEN
               DISPLAY "SIN TICKETS REGISTRADOS (TICKET.DAT)."
           ELSE
               OPEN INPUT TICKET-ITEM
               OPEN EXTEND IVA-IMP
               OPEN OUTPUT IVA-VENTAS-EXP
               PERFORM ENCABEZAR-LIBRO-IVA
               PERFORM LIBRO-VENTAS-TICKET-REG
                   UNTIL FIN-ARCHIVO-TK-IVA = 1
               PERFORM IMPRIMIR-TOTALES-IVA
               CLOSE IVA-VENTAS-EXP
               CLOSE IVA-IMP
               CLOSE TICKET-ITEM
               CLOSE TICKET
               DISPLAY "LIBRO IVA VENTAS IMPRESO EN IVA.LIS Y GRABADO "
                   "EN IVAVENTA.TXT.".

       LIBRO-VENTAS-TICKET-REG.
           READ TICKET NEXT RECORD INTO REG-TICKET-TA
               AT END COMPUTE FIN-ARCHIVO-TK-IVA = 1.
           IF FIN-ARCHIVO-TK-IVA NOT = 1 THEN
               COMPUTE PERIODO-CMP-IVA = FECHA-TICKET-TA / 100
               IF PERIODO-CMP-IVA = PERIODO-IVA THEN
                   PERFORM ACUMULAR-LINEA-IVA
                       VARYING NRO-LINEA-IMP FROM 1 BY 1
                       UNTIL NRO-LINEA-IMP > CANT-LINEAS-TA
                   MOVE FECHA-TICKET-TA TO FECHA-COMPROB-IVA
                   MOVE NRO-TICKET-TA TO NRO-COMPROB-IVA
                   MOVE ID-CLIENTE-TA TO ID-CONTRAPARTE-IVA
                   IF ESTADO-TA = "N" THEN
                       PERFORM EMITIR-TICKET-ANULADO-IVA
                   ELSE
                       MOVE "TK" TO TIPO-COMPROB-IVA
                       COMPUTE SIGNO-IVA = 1
                       PERFORM EMITIR-COMPROBANTE-IVA.

       EMITIR-TICKET-ANULADO-IVA.
           MOVE "TK" TO TIPO-COMPROB-IVA.
           COMPUTE SIGNO-IVA = 1.
           PERFORM GUARDAR-BRUTO-ANULADO
               VARYING IX-ALIC FROM 1 BY 1 UNTIL IX-ALIC > 3.
           PERFORM EMITIR-COMPROBANTE-IVA.
           PERFORM RECUPERAR-BRUTO-ANULADO
               VARYING IX-ALIC FROM 1 BY 1 UNTIL IX-ALIC > 3.
           MOVE "NC" TO TIPO-COMPROB-IVA.
           COMPUTE SIGNO-IVA = -1.
           PERFORM EMITIR-COMPROBANTE-IVA.
           COMPUTE SIGNO-IVA = 1.

       GUARDAR-BRUTO-ANULADO.
           MOVE ALIC-BRUTO(IX-ALIC) TO ALIC-BRUTO-ANU(IX-ALIC).

       RECUPERAR-BRUTO-ANULADO.
           MOVE ALIC-BRUTO-ANU(IX-ALIC) TO ALIC-BRUTO(IX-ALIC).

       ACUMULAR-LINEA-IVA.
           MOVE NRO-TICKET-TA TO NRO-TICKET-TL.
           MOVE NRO-LINEA-IMP TO NRO-LINEA-TL.
           READ TICKET-ITEM
               INVALID KEY
                   DISPLAY "NO SE PUDO LEER LA LINEA " NRO-LINEA-IMP
                       " DEL TICKET " NRO-TICKET-TA "."
               NOT INVALID KEY
                   MOVE ID-PRODUCTO-TL TO ID-PRODUCTO-VC
                   PERFORM OBTENER-TASA-PRODUCTO
                   ADD IMPORTE-TL TO ALIC-BRUTO(IX-ALIC)
           END-READ.

       LIBRO-IVA-COMPRAS.
           DISPLAY "LIBRO IVA COMPRAS.".
           PERFORM PEDIR-PERIODO-IVA.
           PERFORM CARGAR-TABLAS-IVA.
           MOVE "C" TO LIBRO-IVA-ACT.
           COMPUTE FIN-ARCHIVO-PRV-IVA = 0.
           OPEN EXTEND IVA-IMP.
           OPEN OUTPUT IVA-COMPRAS-EXP.
           PERFORM ENCABEZAR-LIBRO-IVA.
           OPEN INPUT PROVEEDOR.
           PERFORM LIBRO-COMPRAS-PROV-REG UNTIL FIN-ARCHIVO-PRV-IVA = 1.
           CLOSE PROVEEDOR.
           PERFORM LIBRO-COMPRAS-BAJAS.
           PERFORM IMPRIMIR-TOTALES-IVA.
           CLOSE IVA-COMPRAS-EXP.
           CLOSE IVA-IMP.
           DISPLAY "LIBRO IVA COMPRAS IMPRESO EN IVA.LIS Y GRABADO "
               "EN IVACOMPR.TXT.".

       LIBRO-COMPRAS-PROV-REG.
           READ PROVEEDOR NEXT RECORD INTO REG-PROVEEDOR-PC
               AT END COMPUTE FIN-ARCHIVO-PRV-IVA = 1.
           IF FIN-ARCHIVO-PRV-IVA NOT = 1 THEN
               PERFORM LIBRO-COMPRAS-PROVEEDOR.

       LIBRO-COMPRAS-PROVEEDOR.
           PERFORM LIMPIAR-SUBTOTAL-PRV-IVA
               VARYING IX-ALIC FROM 1 BY 1 UNTIL IX-ALIC > 3.
           COMPUTE CANT-FACT-PRV-IVA = 0.
           COMPUTE FIN-ARCHIVO-CMPR = 0.
           OPEN INPUT COMPRA.
           IF ESTADO = 00 THEN
               PERFORM LIBRO-COMPRAS-REG UNTIL FIN-ARCHIVO-CMPR = 1
               CLOSE COMPRA.
           IF CANT-FACT-PRV-IVA > 0 THEN
               PERFORM IMPRIMIR-SUBTOTAL-PRV-IVA.

       LIBRO-COMPRAS-BAJAS.
           COMPUTE CANT-PRV-BAJA-IVA = 0.
           COMPUTE FIN-ARCHIVO-CMPR = 0.
           OPEN INPUT COMPRA.
           IF ESTADO = 00 THEN
               PERFORM BUSCAR-PRV-BAJA-IVA UNTIL FIN-ARCHIVO-CMPR = 1
               CLOSE COMPRA.
           COMPUTE PRV-BAJA-IVA = 1.
           PERFORM LIBRO-COMPRAS-PRV-BAJA
               VARYING IX-PRV-BAJA FROM 1 BY 1
               UNTIL IX-PRV-BAJA > CANT-PRV-BAJA-IVA.
           COMPUTE PRV-BAJA-IVA = 0.

       BUSCAR-PRV-BAJA-IVA.
           READ COMPRA
               AT END COMPUTE FIN-ARCHIVO-CMPR = 1.
           IF FIN-ARCHIVO-CMPR NOT = 1 THEN
               COMPUTE PERIODO-CMP-IVA = FECHA-COMPRA-CP / 100
               IF PERIODO-CMP-IVA = PERIODO-IVA THEN
                   MOVE ID-PROVEEDOR-CP TO ID-PROVEEDOR-VC
                   PERFORM BUSCAR-PROVEEDOR-ID
                   IF BANDERA = 0 THEN
                       PERFORM AGREGAR-PRV-BAJA-IVA.

       AGREGAR-PRV-BAJA-IVA.
           COMPUTE PRV-BAJA-HALLADO = 0.
           PERFORM COMPARAR-PRV-BAJA-IVA
               VARYING IX-PRV-BAJA FROM 1 BY 1
               UNTIL IX-PRV-BAJA > CANT-PRV-BAJA-IVA.
           IF PRV-BAJA-HALLADO = 0 AND CANT-PRV-BAJA-IVA < 100 THEN
               ADD 1 TO CANT-PRV-BAJA-IVA
               MOVE ID-PROVEEDOR-CP TO PRV-BAJA-ID(CANT-PRV-BAJA-IVA).

       COMPARAR-PRV-BAJA-IVA.
           IF PRV-BAJA-ID(IX-PRV-BAJA) = ID-PROVEEDOR-CP THEN
               COMPUTE PRV-BAJA-HALLADO = 1.

       LIBRO-COMPRAS-PRV-BAJA.
           MOVE PRV-BAJA-ID(IX-PRV-BAJA) TO ID-PROVEEDOR-PC.
           PERFORM LIBRO-COMPRAS-PROVEEDOR.

       LIMPIAR-SUBTOTAL-PRV-IVA.
           MOVE 0 TO ALIC-NETO-PRV(IX-ALIC).
           MOVE 0 TO ALIC-IVA-PRV(IX-ALIC).

       LIBRO-COMPRAS-REG.
           READ COMPRA
               AT END COMPUTE FIN-ARCHIVO-CMPR = 1.
           IF FIN-ARCHIVO-CMPR NOT = 1 THEN
               COMPUTE PERIODO-CMP-IVA = FECHA-COMPRA-CP / 100
               IF ID-PROVEEDOR-CP = ID-PROVEEDOR-PC AND
                  PERIODO-CMP-IVA = PERIODO-IVA THEN
                   IF CANT-FACT-PRV-IVA = 0 THEN
                       MOVE SPACES TO LINEA-IVA-IMP
                       IF PRV-BAJA-IVA = 1 THEN
                           STRING "PROVEEDOR " DELIMITED BY SIZE
                               ID-PROVEEDOR-PC DELIMITED BY SIZE
                               " PROVEEDOR DADO DE BAJA"
                               DELIMITED BY SIZE
                               INTO LINEA-IVA-IMP
                       ELSE
                           STRING "PROVEEDOR " DELIMITED BY SIZE
                               ID-PROVEEDOR-PC DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               NOMBRE-PC DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               APELLIDO-PC DELIMITED BY SIZE
                               INTO LINEA-IVA-IMP
                       END-IF
                       WRITE LINEA-IVA-IMP
                   END-IF
                   ADD 1 TO CANT-FACT-PRV-IVA
                   MOVE ID-PRODUCTO-CP TO ID-PRODUCTO-VC
                   PERFORM OBTENER-TASA-PRODUCTO
                   ADD TOTAL-FACTURA-CP TO ALIC-BRUTO(IX-ALIC)
                   MOVE "FC" TO TIPO-COMPROB-IVA
                   MOVE FECHA-COMPRA-CP TO FECHA-COMPROB-IVA
                   MOVE NRO-FACTURA-CP TO NRO-COMPROB-IVA
                   MOVE ID-PROVEEDOR-CP TO ID-CONTRAPARTE-IVA
                   COMPUTE SIGNO-IVA = 1
                   PERFORM EMITIR-COMPROBANTE-IVA.

       IMPRIMIR-SUBTOTAL-PRV-IVA.
           COMPUTE NETO-CALC-IVA = ALIC-NETO-PRV(1) + ALIC-NETO-PRV(2)
               + ALIC-NETO-PRV(3).
           COMPUTE IMPUESTO-CALC-IVA = ALIC-IVA-PRV(1)
               + ALIC-IVA-PRV(2) + ALIC-IVA-PRV(3).
           COMPUTE BRUTO-CALC-IVA = NETO-CALC-IVA + IMPUESTO-CALC-IVA.
           MOVE NETO-CALC-IVA TO NETO-EDIT-LI.
           MOVE IMPUESTO-CALC-IVA TO IVA-EDIT-LI.
           MOVE BRUTO-CALC-IVA TO TOTAL-EDIT-LI.
           MOVE SPACES TO LINEA-IVA-IMP.
           STRING "SUBTOTAL PROVEEDOR " DELIMITED BY SIZE
               ID-PROVEEDOR-PC DELIMITED BY SIZE
               "            " DELIMITED BY SIZE
               NETO-EDIT-LI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IVA-EDIT-LI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-EDIT-LI DELIMITED BY SIZE
               INTO LINEA-IVA-IMP.
           WRITE LINEA-IVA-IMP.

       GESTION-GASTOS.
           DISPLAY "GASTOS Y ESTADO DE RESULTADOS.".
           DISPLAY "1-REGISTRAR GASTO.".
           DISPLAY "2-LISTAR GASTOS DEL MES.".
           DISPLAY "3-ESTADO DE RESULTADOS MENSUAL (RESULT.LIS).".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM REGISTRAR-GASTO
           ELSE IF OP-SUBMENU = 2 THEN PERFORM LISTAR-GASTOS-MES
           ELSE IF OP-SUBMENU = 3 THEN PERFORM ESTADO-RESULTADOS
           ELSE DISPLAY "OPCION INVALIDA.".

       OBTENER-NOMBRE-CATEGORIA.
           IF CATEGORIA-GASTO-WS = 1 THEN
               MOVE "ALQUILER" TO NOMBRE-CATEGORIA-WS
           ELSE IF CATEGORIA-GASTO-WS = 2 THEN
               MOVE "ELECTRICIDAD" TO NOMBRE-CATEGORIA-WS
           ELSE IF CATEGORIA-GASTO-WS = 3 THEN
               MOVE "SUELDOS" TO NOMBRE-CATEGORIA-WS
           ELSE IF CATEGORIA-GASTO-WS = 4 THEN
               MOVE "BOLSAS" TO NOMBRE-CATEGORIA-WS
           ELSE IF CATEGORIA-GASTO-WS = 5 THEN
               MOVE "COMBUSTIBLE REPARTO" TO NOMBRE-CATEGORIA-WS
           ELSE IF CATEGORIA-GASTO-WS = 6 THEN
               MOVE "TASAS MUNICIPALES" TO NOMBRE-CATEGORIA-WS
           ELSE
               MOVE "SIN CATEGORIA" TO NOMBRE-CATEGORIA-WS.

       REGISTRAR-GASTO.
           DISPLAY "REGISTRO DE GASTO.".
           DISPLAY "CATEGORIA: 1-ALQUILER 2-ELECTRICIDAD 3-SUELDOS".
           DISPLAY "           4-BOLSAS 5-COMBUSTIBLE REPARTO".
           DISPLAY "           6-TASAS MUNICIPALES".
           ACCEPT CATEGORIA-GASTO-WS.
           IF CATEGORIA-GASTO-WS < 1 OR CATEGORIA-GASTO-WS > 6 THEN
               DISPLAY "CATEGORIA INVALIDA."
           ELSE
               MOVE SPACES TO DETALLE-GASTO-WS
               DISPLAY "INGRESE DETALLE DEL GASTO:"
               ACCEPT DETALLE-GASTO-WS
               DISPLAY "INGRESE FECHA DE PAGO (AAAA MM DD):"
               ACCEPT ANIO-GI
               ACCEPT MES-GI
               ACCEPT DIA-GI
               DISPLAY "INGRESE IMPORTE PAGADO:"
               ACCEPT IMPORTE-GASTO-WS
               IF IMPORTE-GASTO-WS = 0 THEN
                   DISPLAY "IMPORTE INVALIDO, GASTO NO REGISTRADO."
               ELSE
                   PERFORM GRABAR-GASTO.

       GRABAR-GASTO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN EXTEND GASTO.
           MOVE FECHA-PAGO-ING TO FECHA-PAGO-GS.
           MOVE CATEGORIA-GASTO-WS TO CATEGORIA-GS.
           MOVE DETALLE-GASTO-WS TO DETALLE-GS.
           MOVE IMPORTE-GASTO-WS TO IMPORTE-GS.
           MOVE FECHA-ACTUAL TO FECHA-CARGA-GS.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-GS.
           WRITE REG-GASTO.
           CLOSE GASTO.
           PERFORM OBTENER-NOMBRE-CATEGORIA.
           MOVE IMPORTE-GASTO-WS TO IMPORTE-EDIT.
           DISPLAY "GASTO REGISTRADO: " NOMBRE-CATEGORIA-WS " $"
               IMPORTE-EDIT ".".
           MOVE "GASTO" TO OPERACION-AUD-WS.
           MOVE CATEGORIA-GASTO-WS TO CLAVE-AUD-WS.
           PERFORM REGISTRAR-AUDITORIA.

       LISTAR-GASTOS-MES.
           DISPLAY "LISTADO DE GASTOS DEL MES.".
           DISPLAY "INGRESE PERIODO (AAAA MM):".
           ACCEPT ANIO-RES.
           ACCEPT MES-RES.
           COMPUTE RES-PERIODO(1) = ANIO-RES * 100 + MES-RES.
           COMPUTE CANT-GASTOS-LIST = 0.
           COMPUTE TOTAL-GASTOS-LIST = 0.
           COMPUTE FIN-ARCHIVO-GS = 0.
           OPEN INPUT GASTO.
           IF ESTADO = 00 THEN
               DISPLAY "FECHA    CATEGORIA            DETALLE"
                   "                          IMPORTE"
               PERFORM LISTAR-GASTO-REG UNTIL FIN-ARCHIVO-GS = 1
               CLOSE GASTO
               MOVE TOTAL-GASTOS-LIST TO IMPORTE-EDIT
               DISPLAY "GASTOS LISTADOS: " CANT-GASTOS-LIST
                   " - TOTAL: $" IMPORTE-EDIT
           ELSE
               DISPLAY "SIN GASTOS REGISTRADOS (GASTOS.DAT).".

       LISTAR-GASTO-REG.
           READ GASTO
               AT END COMPUTE FIN-ARCHIVO-GS = 1.
           IF FIN-ARCHIVO-GS NOT = 1 THEN
               COMPUTE PERIODO-MOV-RES = FECHA-PAGO-GS / 100
               IF PERIODO-MOV-RES = RES-PERIODO(1) THEN
                   ADD 1 TO CANT-GASTOS-LIST
                   ADD IMPORTE-GS TO TOTAL-GASTOS-LIST
                   MOVE CATEGORIA-GS TO CATEGORIA-GASTO-WS
                   PERFORM OBTENER-NOMBRE-CATEGORIA
                   MOVE IMPORTE-GS TO IMPORTE-EDIT
                   DISPLAY FECHA-PAGO-GS " " NOMBRE-CATEGORIA-WS(1:20)
                       " " DETALLE-GS " $" IMPORTE-EDIT.

       ESTADO-RESULTADOS.
           DISPLAY "ESTADO DE RESULTADOS MENSUAL.".
           DISPLAY "INGRESE PERIODO (AAAA MM):".
           ACCEPT ANIO-RES.
           ACCEPT MES-RES.
           COMPUTE RES-PERIODO(1) = ANIO-RES * 100 + MES-RES.
           COMPUTE RES-PERIODO(2) = (ANIO-RES - 1) * 100 + MES-RES.
           PERFORM CALCULAR-RESULTADO-PERIODO
               VARYING IX-RES FROM 1 BY 1 UNTIL IX-RES > 2.
           PERFORM IMPRIMIR-ESTADO-RESULTADOS.

       CALCULAR-RESULTADO-PERIODO.
           MOVE 0 TO RES-VENTAS(IX-RES).
           MOVE 0 TO RES-COSTO(IX-RES).
           MOVE 0 TO RES-MERMAS(IX-RES).
           MOVE 0 TO RES-DIF-INV(IX-RES).
           MOVE 0 TO RES-TOTAL-GASTOS(IX-RES).
           MOVE 0 TO RES-SIN-COSTO(IX-RES).
           MOVE 0 TO RES-HAY-DATOS(IX-RES).
           PERFORM LIMPIAR-GASTO-CAT-RES
               VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > 6.
           COMPUTE FECHA-TOPE-RES = RES-PERIODO(IX-RES) * 100 + 31.
           COMPUTE CANT-PROD-MG = 0.
           COMPUTE FIN-ARCHIVO-CMPR = 0.
           OPEN INPUT COMPRA.
           IF ESTADO = 00 THEN
               PERFORM CARGAR-COSTO-PERIODO-REG
                   UNTIL FIN-ARCHIVO-CMPR = 1
               CLOSE COMPRA.
           COMPUTE FIN-ARCHIVO-RES = 0.
           OPEN INPUT VENTA-DIA.
           IF ESTADO = 00 THEN
               PERFORM RESULTADO-VENTA-DIA-REG
                   UNTIL FIN-ARCHIVO-RES = 1
               CLOSE VENTA-DIA.
           PERFORM LIMPIAR-SALDO-MOV-RES
               VARYING IX-SALDO-RES FROM 1 BY 1
               UNTIL IX-SALDO-RES > 999.
           COMPUTE FIN-ARCHIVO-RES = 0.
           OPEN INPUT MOVIMIENTO.
           IF ESTADO = 00 THEN
               PERFORM RESULTADO-MOVIMIENTO-REG
                   UNTIL FIN-ARCHIVO-RES = 1
               CLOSE MOVIMIENTO.
           COMPUTE FIN-ARCHIVO-GS = 0.
           OPEN INPUT GASTO.
           IF ESTADO = 00 THEN
               PERFORM RESULTADO-GASTO-REG UNTIL FIN-ARCHIVO-GS = 1
               CLOSE GASTO.
           COMPUTE RES-MARGEN(IX-RES) = RES-VENTAS(IX-RES)
               - RES-COSTO(IX-RES) - RES-MERMAS(IX-RES)
               - RES-DIF-INV(IX-RES).
           COMPUTE RES-NETO(IX-RES) = RES-MARGEN(IX-RES)
               - RES-TOTAL-GASTOS(IX-RES).

       LIMPIAR-GASTO-CAT-RES.
           MOVE 0 TO RES-GASTO-CAT(IX-RES, IX-CAT).

       LIMPIAR-SALDO-MOV-RES.
           MOVE 0 TO SALDO-MOV-ANT(IX-SALDO-RES).
           MOVE 0 TO SALDO-MOV-CARGADO(IX-SALDO-RES).

       CARGAR-COSTO-PERIODO-REG.
           READ COMPRA
               AT END COMPUTE FIN-ARCHIVO-CMPR = 1.
           IF FIN-ARCHIVO-CMPR NOT = 1 THEN
               IF FECHA-COMPRA-CP NOT > FECHA-TOPE-RES THEN
                   COMPUTE IX-MG = 1
                   COMPUTE ENCONTRADO-MG = 0
                   PERFORM BUSCAR-PROD-MARGEN UNTIL ENCONTRADO-MG = 1
                   MOVE COSTO-UNITARIO-CP TO MG-COSTO(IX-MG).

       VALORIZAR-CANTIDAD-RES.
           COMPUTE IX-MG = 1.
           COMPUTE ENCONTRADO-MG = 0.
           PERFORM BUSCAR-COSTO-PRODUCTO UNTIL ENCONTRADO-MG NOT = 0.
           IF ENCONTRADO-MG = 1 THEN
               COMPUTE VALOR-CALC-RES ROUNDED =
                   CANTIDAD-CALC-RES * MG-COSTO(IX-MG)
           ELSE
               MOVE 0 TO VALOR-CALC-RES
               ADD 1 TO RES-SIN-COSTO(IX-RES).

       RESULTADO-VENTA-DIA-REG.
           READ VENTA-DIA NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-RES = 1.
           IF FIN-ARCHIVO-RES NOT = 1 THEN
               COMPUTE PERIODO-MOV-RES = FECHA-VD / 100
               IF PERIODO-MOV-RES = RES-PERIODO(IX-RES) THEN
                   COMPUTE RES-HAY-DATOS(IX-RES) = 1
                   ADD IMPORTE-VD TO RES-VENTAS(IX-RES)
                   MOVE ID-PRODUCTO-VD TO ID-PRODUCTO-PM
                   MOVE CANTIDAD-VD TO CANTIDAD-CALC-RES
                   PERFORM VALORIZAR-VENTA-RES
                   ADD VALOR-CALC-RES TO RES-COSTO(IX-RES).

       VALORIZAR-VENTA-RES.
           MOVE ID-PRODUCTO-VD TO ID-PRODUCTO-TIPO-WS.
           PERFORM VERIFICAR-PRODUCTO-COMPUESTO.
           IF ES-COMPUESTO = 1 THEN
               MOVE ID-PRODUCTO-VD TO ID-COMBO-WS
               PERFORM CALCULAR-COSTO-COMBO
               IF COMBO-SIN-COSTO = 1 THEN
                   ADD 1 TO RES-SIN-COSTO(IX-RES)
               END-IF
               COMPUTE VALOR-CALC-RES ROUNDED =
                   CANTIDAD-CALC-RES * COSTO-COMBO-WS
           ELSE
               PERFORM VALORIZAR-CANTIDAD-RES.

       RESULTADO-MOVIMIENTO-REG.
           READ MOVIMIENTO
               AT END COMPUTE FIN-ARCHIVO-RES = 1.
           IF FIN-ARCHIVO-RES NOT = 1 THEN
               IF ID-PRODUCTO-MV > 0 THEN
                   COMPUTE PERIODO-MOV-RES = FECHA-MOV / 100
                   IF PERIODO-MOV-RES = RES-PERIODO(IX-RES) THEN
                       PERFORM VALORIZAR-MOVIMIENTO-RES
                   END-IF
                   MOVE SALDO-MOV TO SALDO-MOV-ANT(ID-PRODUCTO-MV)
                   MOVE 1 TO SALDO-MOV-CARGADO(ID-PRODUCTO-MV).

       VALORIZAR-MOVIMIENTO-RES.
           MOVE ID-PRODUCTO-MV TO ID-PRODUCTO-PM.
           MOVE CANTIDAD-MOV TO CANTIDAD-CALC-RES.
           IF TIPO-MOV = "AJUSTE" THEN
               IF SALDO-MOV-CARGADO(ID-PRODUCTO-MV) = 0 OR
                  SALDO-MOV < SALDO-MOV-ANT(ID-PRODUCTO-MV) THEN
                   PERFORM VALORIZAR-CANTIDAD-RES
                   ADD VALOR-CALC-RES TO RES-MERMAS(IX-RES)
               END-IF
           ELSE IF TIPO-MOV = "TOMA-INV" THEN
               PERFORM VALORIZAR-CANTIDAD-RES
               IF MOTIVO-MOV = "TOMA INV FALTANTE" THEN
                   ADD VALOR-CALC-RES TO RES-DIF-INV(IX-RES)
               ELSE
                   SUBTRACT VALOR-CALC-RES FROM RES-DIF-INV(IX-RES).

       RESULTADO-GASTO-REG.
           READ GASTO
               AT END COMPUTE FIN-ARCHIVO-GS = 1.
           IF FIN-ARCHIVO-GS NOT = 1 THEN
               COMPUTE PERIODO-MOV-RES = FECHA-PAGO-GS / 100
               IF PERIODO-MOV-RES = RES-PERIODO(IX-RES) AND
                  CATEGORIA-GS > 0 AND CATEGORIA-GS < 7 THEN
                   COMPUTE RES-HAY-DATOS(IX-RES) = 1
                   ADD IMPORTE-GS TO RES-GASTO-CAT(IX-RES, CATEGORIA-GS)
                   ADD IMPORTE-GS TO RES-TOTAL-GASTOS(IX-RES).

       IMPRIMIR-ESTADO-RESULTADOS.
           OPEN EXTEND RESULT-IMP.
           MOVE ALL "=" TO LINEA-RESULT-IMP.
           WRITE LINEA-RESULT-IMP.
           MOVE SPACES TO LINEA-RESULT-IMP.
           STRING "ESTADO DE RESULTADOS - PERIODO " DELIMITED BY SIZE
               ANIO-RES DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               MES-RES DELIMITED BY SIZE
               INTO LINEA-RESULT-IMP.
           WRITE LINEA-RESULT-IMP.
           DISPLAY LINEA-RESULT-IMP.
           MOVE SPACES TO LINEA-RESULT-IMP.
           IF RES-HAY-DATOS(2) = 1 THEN
               STRING "CONCEPTO                      " DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   RES-PERIODO(1) DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   RES-PERIODO(2) DELIMITED BY SIZE
                   INTO LINEA-RESULT-IMP
           ELSE
               STRING "CONCEPTO                      " DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   RES-PERIODO(1) DELIMITED BY SIZE
                   INTO LINEA-RESULT-IMP.
           WRITE LINEA-RESULT-IMP.
           DISPLAY LINEA-RESULT-IMP.
           MOVE "VENTAS" TO CONCEPTO-RES.
           MOVE RES-VENTAS(1) TO VALOR-RES-1.
           MOVE RES-VENTAS(2) TO VALOR-RES-2.
           PERFORM IMPRIMIR-LINEA-RESULTADO.
           MOVE "COSTO DE MERCADERIA VENDIDA" TO CONCEPTO-RES.
           MOVE RES-COSTO(1) TO VALOR-RES-1.
           MOVE RES-COSTO(2) TO VALOR-RES-2.
           PERFORM IMPRIMIR-LINEA-RESULTADO.
           MOVE "MERMAS (AJUSTES A COSTO)" TO CONCEPTO-RES.
           MOVE RES-MERMAS(1) TO VALOR-RES-1.
           MOVE RES-MERMAS(2) TO VALOR-RES-2.
           PERFORM IMPRIMIR-LINEA-RESULTADO.
           MOVE "DIFERENCIAS DE INVENTARIO" TO CONCEPTO-RES.
           MOVE RES-DIF-INV(1) TO VALOR-RES-1.
           MOVE RES-DIF-INV(2) TO VALOR-RES-2.
           PERFORM IMPRIMIR-LINEA-RESULTADO.
           MOVE "MARGEN BRUTO" TO CONCEPTO-RES.
           MOVE RES-MARGEN(1) TO VALOR-RES-1.
           MOVE RES-MARGEN(2) TO VALOR-RES-2.
           PERFORM IMPRIMIR-LINEA-RESULTADO.
           PERFORM IMPRIMIR-GASTO-CAT-RES
               VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > 6.
           MOVE "TOTAL GASTOS" TO CONCEPTO-RES.
           MOVE RES-TOTAL-GASTOS(1) TO VALOR-RES-1.
           MOVE RES-TOTAL-GASTOS(2) TO VALOR-RES-2.
           PERFORM IMPRIMIR-LINEA-RESULTADO.
           MOVE "RESULTADO NETO" TO CONCEPTO-RES.
           MOVE RES-NETO(1) TO VALOR-RES-1.
           MOVE RES-NETO(2) TO VALOR-RES-2.
           PERFORM IMPRIMIR-LINEA-RESULTADO.
           IF RES-HAY-DATOS(2) = 0 THEN
               MOVE "SIN HISTORIA PARA EL MISMO MES DEL ANIO ANTERIOR."
                   TO LINEA-RESULT-IMP
               WRITE LINEA-RESULT-IMP
               DISPLAY LINEA-RESULT-IMP.
           IF RES-SIN-COSTO(1) > 0 THEN
               MOVE SPACES TO LINEA-RESULT-IMP
               STRING "AVISO: " DELIMITED BY SIZE
                   RES-SIN-COSTO(1) DELIMITED BY SIZE
                   " PARTIDAS SIN COSTO DE COMPRA, VALUADAS EN CERO."
                   DELIMITED BY SIZE
                   INTO LINEA-RESULT-IMP
               WRITE LINEA-RESULT-IMP
               DISPLAY LINEA-RESULT-IMP.
           MOVE ALL "=" TO LINEA-RESULT-IMP.
           WRITE LINEA-RESULT-IMP.
           CLOSE RESULT-IMP.
           DISPLAY "ESTADO DE RESULTADOS IMPRESO EN RESULT.LIS.".

       IMPRIMIR-GASTO-CAT-RES.
           MOVE IX-CAT TO CATEGORIA-GASTO-WS.
           PERFORM OBTENER-NOMBRE-CATEGORIA.
           MOVE SPACES TO CONCEPTO-RES.
           STRING "  GASTO " DELIMITED BY SIZE
               NOMBRE-CATEGORIA-WS DELIMITED BY SIZE
               INTO CONCEPTO-RES.
           MOVE RES-GASTO-CAT(1, IX-CAT) TO VALOR-RES-1.
           MOVE RES-GASTO-CAT(2, IX-CAT) TO VALOR-RES-2.
           PERFORM IMPRIMIR-LINEA-RESULTADO.

       IMPRIMIR-LINEA-RESULTADO.
           MOVE VALOR-RES-1 TO VALOR-EDIT-RES-1.
           MOVE VALOR-RES-2 TO VALOR-EDIT-RES-2.
           MOVE SPACES TO LINEA-RESULT-IMP.
           IF RES-HAY-DATOS(2) = 1 THEN
               STRING CONCEPTO-RES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VALOR-EDIT-RES-1 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VALOR-EDIT-RES-2 DELIMITED BY SIZE
                   INTO LINEA-RESULT-IMP
           ELSE
               STRING CONCEPTO-RES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VALOR-EDIT-RES-1 DELIMITED BY SIZE
                   INTO LINEA-RESULT-IMP.
           WRITE LINEA-RESULT-IMP.
           DISPLAY LINEA-RESULT-IMP.

       EVALUACION-PROVEEDORES.
           DISPLAY "EVALUACION DE PROVEEDORES.".
           DISPLAY "FECHA DESDE (AAAA MM DD):".
           ACCEPT ANIO-FD.
           ACCEPT MES-FD.
           ACCEPT DIA-FD.
           DISPLAY "FECHA HASTA (AAAA MM DD):".
           ACCEPT ANIO-FH.
           ACCEPT MES-FH.
           ACCEPT DIA-FH.
           PERFORM LIMPIAR-EVAL-PROV
               VARYING IX-PRV-EV FROM 1 BY 1 UNTIL IX-PRV-EV > 999.
           COMPUTE CANT-PROV-EV = 0.
           COMPUTE CANT-SIN-PEDIDO-EV = 0.
           COMPUTE FIN-ARCHIVO-CMPR = 0.
           OPEN INPUT COMPRA.
           IF ESTADO NOT = 00 THEN
               DISPLAY "SIN COMPRAS REGISTRADAS (COMPRA.DAT)."
           ELSE
               PERFORM ACUMULAR-EVAL-COMPRA UNTIL FIN-ARCHIVO-CMPR = 1
               CLOSE COMPRA
               PERFORM IMPRIMIR-EVAL-PROVEEDORES.

       LIMPIAR-EVAL-PROV.
           MOVE 0 TO EV-RECEPCIONES(IX-PRV-EV).
           MOVE 0 TO EV-CON-PEDIDO(IX-PRV-EV).
           MOVE 0 TO EV-SUMA-DIAS(IX-PRV-EV).
           MOVE 0 TO EV-MAX-DIAS(IX-PRV-EV).
           MOVE 0 TO EV-CANT-PEDIDA(IX-PRV-EV).
           MOVE 0 TO EV-CANT-RECIBIDA(IX-PRV-EV).
           MOVE 0 TO EV-ENTREGAS-CORTAS(IX-PRV-EV).

       ACUMULAR-EVAL-COMPRA.
           READ COMPRA
               AT END COMPUTE FIN-ARCHIVO-CMPR = 1.
           IF FIN-ARCHIVO-CMPR NOT = 1 THEN
               IF ID-PROVEEDOR-CP > 0 AND
                  FECHA-COMPRA-CP NOT < FILTRO-FECHA-DESDE AND
                  FECHA-COMPRA-CP NOT > FILTRO-FECHA-HASTA THEN
                   MOVE ID-PROVEEDOR-CP TO IX-PRV-EV
                   ADD 1 TO EV-RECEPCIONES(IX-PRV-EV)
                   IF FECHA-PEDIDO-CP = 0 OR
                      FECHA-PEDIDO-CP > FECHA-COMPRA-CP THEN
                       ADD 1 TO CANT-SIN-PEDIDO-EV
                   ELSE
                       PERFORM ACUMULAR-EVAL-ENTREGA.

       ACUMULAR-EVAL-ENTREGA.
           ADD 1 TO EV-CON-PEDIDO(IX-PRV-EV).
           COMPUTE DIAS-ENTREGA-EV =
               FUNCTION INTEGER-OF-DATE(FECHA-COMPRA-CP)
               - FUNCTION INTEGER-OF-DATE(FECHA-PEDIDO-CP).
           ADD DIAS-ENTREGA-EV TO EV-SUMA-DIAS(IX-PRV-EV).
           IF DIAS-ENTREGA-EV > EV-MAX-DIAS(IX-PRV-EV) THEN
               MOVE DIAS-ENTREGA-EV TO EV-MAX-DIAS(IX-PRV-EV).
           ADD CANTIDAD-PEDIDA-CP TO EV-CANT-PEDIDA(IX-PRV-EV).
           ADD CANTIDAD-CP TO EV-CANT-RECIBIDA(IX-PRV-EV).
           IF CANTIDAD-CP < CANTIDAD-PEDIDA-CP THEN
               ADD 1 TO EV-ENTREGAS-CORTAS(IX-PRV-EV).

       IMPRIMIR-EVAL-PROVEEDORES.
           OPEN EXTEND EVALPROV-IMP.
           MOVE ALL "=" TO LINEA-EVALPROV-IMP.
           WRITE LINEA-EVALPROV-IMP.
           MOVE SPACES TO LINEA-EVALPROV-IMP.
           STRING "EVALUACION DE PROVEEDORES DEL " DELIMITED BY SIZE
               FILTRO-FECHA-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               FILTRO-FECHA-HASTA DELIMITED BY SIZE
               INTO LINEA-EVALPROV-IMP.
           WRITE LINEA-EVALPROV-IMP.
           DISPLAY LINEA-EVALPROV-IMP.
           PERFORM IMPRIMIR-EVAL-PROVEEDOR
               VARYING IX-PRV-EV FROM 1 BY 1 UNTIL IX-PRV-EV > 999.
           IF CANT-SIN-PEDIDO-EV > 0 THEN
               MOVE SPACES TO LINEA-EVALPROV-IMP
               STRING "RECEPCIONES SIN DATOS DEL PEDIDO: "
                   DELIMITED BY SIZE
                   CANT-SIN-PEDIDO-EV DELIMITED BY SIZE
                   " (NO COMPUTAN PLAZO NI CUMPLIMIENTO)"
                   DELIMITED BY SIZE
                   INTO LINEA-EVALPROV-IMP
               WRITE LINEA-EVALPROV-IMP
               DISPLAY LINEA-EVALPROV-IMP.
           MOVE ALL "=" TO LINEA-EVALPROV-IMP.
           WRITE LINEA-EVALPROV-IMP.
           CLOSE EVALPROV-IMP.
           DISPLAY "PROVEEDORES EVALUADOS: " CANT-PROV-EV.
           DISPLAY "EVALUACION IMPRESA EN EVALPROV.LIS.".

       IMPRIMIR-EVAL-PROVEEDOR.
           IF EV-RECEPCIONES(IX-PRV-EV) > 0 THEN
               ADD 1 TO CANT-PROV-EV
               MOVE IX-PRV-EV TO ID-PROVEEDOR-VC
               PERFORM BUSCAR-PROVEEDOR-ID
               IF BANDERA = 0 THEN
                   MOVE "SIN FICHA" TO NOMBRE-PC
                   MOVE SPACES TO APELLIDO-PC
               END-IF
               MOVE ALL "-" TO LINEA-EVALPROV-IMP
               WRITE LINEA-EVALPROV-IMP
               MOVE SPACES TO LINEA-EVALPROV-IMP
               STRING "PROVEEDOR " DELIMITED BY SIZE
                   ID-PROVEEDOR-VC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOMBRE-PC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   APELLIDO-PC DELIMITED BY SIZE
                   " - RECEPCIONES: " DELIMITED BY SIZE
                   EV-RECEPCIONES(IX-PRV-EV) DELIMITED BY SIZE
                   INTO LINEA-EVALPROV-IMP
               WRITE LINEA-EVALPROV-IMP
               DISPLAY LINEA-EVALPROV-IMP
               PERFORM IMPRIMIR-EVAL-ENTREGAS
               PERFORM IMPRIMIR-VARIACION-COSTOS.

       IMPRIMIR-EVAL-ENTREGAS.
           IF EV-CON-PEDIDO(IX-PRV-EV) = 0 THEN
               MOVE "  SIN RECEPCIONES CON DATOS DEL PEDIDO."
                   TO LINEA-EVALPROV-IMP
           ELSE
               COMPUTE PROMEDIO-DIAS-EV ROUNDED =
                   EV-SUMA-DIAS(IX-PRV-EV) / EV-CON-PEDIDO(IX-PRV-EV)
               IF EV-CANT-PEDIDA(IX-PRV-EV) = 0 THEN
                   MOVE 0 TO CUMPLIMIENTO-EV
               ELSE
                   COMPUTE CUMPLIMIENTO-EV ROUNDED =
                       EV-CANT-RECIBIDA(IX-PRV-EV) * 100
                       / EV-CANT-PEDIDA(IX-PRV-EV)
                       ON SIZE ERROR MOVE 999.99 TO CUMPLIMIENTO-EV
                   END-COMPUTE
                   IF CUMPLIMIENTO-EV > 999.99 THEN
                       MOVE 999.99 TO CUMPLIMIENTO-EV
                   END-IF
               END-IF
               MOVE PROMEDIO-DIAS-EV TO PROM-DIAS-EDIT-EV
               MOVE EV-MAX-DIAS(IX-PRV-EV) TO MAX-DIAS-EDIT-EV
               MOVE CUMPLIMIENTO-EV TO CUMPL-EDIT-EV
               MOVE SPACES TO LINEA-EVALPROV-IMP
               STRING "  PLAZO PROM " DELIMITED BY SIZE
                   PROM-DIAS-EDIT-EV DELIMITED BY SIZE
                   " DIAS - PEOR " DELIMITED BY SIZE
                   MAX-DIAS-EDIT-EV DELIMITED BY SIZE
                   " - CUMPLIMIENTO " DELIMITED BY SIZE
                   CUMPL-EDIT-EV DELIMITED BY SIZE
                   " % - ENTREGAS CORTAS " DELIMITED BY SIZE
                   EV-ENTREGAS-CORTAS(IX-PRV-EV) DELIMITED BY SIZE
                   INTO LINEA-EVALPROV-IMP.
           WRITE LINEA-EVALPROV-IMP.
           DISPLAY LINEA-EVALPROV-IMP.

       IMPRIMIR-VARIACION-COSTOS.
           PERFORM LIMPIAR-COSTO-ANT-EV
               VARYING IX-PROD-EV FROM 1 BY 1 UNTIL IX-PROD-EV > 999.
           COMPUTE CANT-CAMBIOS-EV = 0.
           COMPUTE FIN-ARCHIVO-EV = 0.
           OPEN INPUT COMPRA.
           PERFORM VARIACION-COSTO-REG UNTIL FIN-ARCHIVO-EV = 1.
           CLOSE COMPRA.
           IF CANT-CAMBIOS-EV = 0 THEN
               MOVE "  SIN CAMBIOS DE COSTO UNITARIO EN EL PERIODO."
                   TO LINEA-EVALPROV-IMP
               WRITE LINEA-EVALPROV-IMP
               DISPLAY LINEA-EVALPROV-IMP.

       LIMPIAR-COSTO-ANT-EV.
           MOVE 0 TO COSTO-ANT-EV(IX-PROD-EV).

       VARIACION-COSTO-REG.
           READ COMPRA
               AT END COMPUTE FIN-ARCHIVO-EV = 1.
           IF FIN-ARCHIVO-EV NOT = 1 THEN
               IF ID-PROVEEDOR-CP = IX-PRV-EV AND
                  ID-PRODUCTO-CP > 0 AND
                  FECHA-COMPRA-CP NOT > FILTRO-FECHA-HASTA THEN
                   MOVE ID-PRODUCTO-CP TO IX-PROD-EV
                   IF FECHA-COMPRA-CP NOT < FILTRO-FECHA-DESDE AND
                      COSTO-ANT-EV(IX-PROD-EV) > 0 AND
                      COSTO-UNITARIO-CP NOT = COSTO-ANT-EV(IX-PROD-EV)
                      THEN
                       PERFORM IMPRIMIR-CAMBIO-COSTO
                   END-IF
                   MOVE COSTO-UNITARIO-CP TO COSTO-ANT-EV(IX-PROD-EV).

       IMPRIMIR-CAMBIO-COSTO.
           ADD 1 TO CANT-CAMBIOS-EV.
           COMPUTE VARIACION-CMP ROUNDED =
               (COSTO-UNITARIO-CP - COSTO-ANT-EV(IX-PROD-EV)) * 100
               / COSTO-ANT-EV(IX-PROD-EV)
               ON SIZE ERROR MOVE 99999.99 TO VARIACION-CMP
           END-COMPUTE.
           MOVE COSTO-ANT-EV(IX-PROD-EV) TO COSTO-ANT-EDIT-EV.
           MOVE COSTO-UNITARIO-CP TO COSTO-EDIT.
           MOVE VARIACION-CMP TO PCT-EDIT.
           MOVE SPACES TO LINEA-EVALPROV-IMP.
           STRING "  PRODUCTO " DELIMITED BY SIZE
               ID-PRODUCTO-CP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-COMPRA-CP DELIMITED BY SIZE
               " COSTO $" DELIMITED BY SIZE
               COSTO-ANT-EDIT-EV DELIMITED BY SIZE
               " -> $" DELIMITED BY SIZE
               COSTO-EDIT DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               PCT-EDIT DELIMITED BY SIZE
               " %)" DELIMITED BY SIZE
               INTO LINEA-EVALPROV-IMP.
           WRITE LINEA-EVALPROV-IMP.
           DISPLAY LINEA-EVALPROV-IMP.

       SOLICITAR-PUNTO-VENTA.
           COMPUTE PUNTO-VENTA-ACT = 0.
           PERFORM PEDIR-PUNTO-VENTA UNTIL PUNTO-VENTA-ACT > 0.

       PEDIR-PUNTO-VENTA.
           DISPLAY "INGRESE NUMERO DE PUNTO DE VENTA (1-9):".
           ACCEPT PUNTO-VENTA-ACT.
           IF PUNTO-VENTA-ACT = 0 THEN
               DISPLAY "PUNTO DE VENTA INVALIDO.".

       INICIAR-NUMERADOR.
           MOVE BASE-NRO-PV TO NRO-TICKET-ACT.
           COMPUTE FIN-ARCHIVO-TK = 0.
           OPEN INPUT TICKET.
           PERFORM BUSCAR-MAX-TICKET UNTIL FIN-ARCHIVO-TK = 1.
           CLOSE TICKET.
           MOVE PUNTO-VENTA-ACT TO ID-PUNTO-VENTA-NU.
           MOVE NRO-TICKET-ACT TO ULTIMO-TICKET-NU.
           MOVE 0 TO FECHA-ULT-NU.
           MOVE 0 TO ID-OPERADOR-NU.
           COMPUTE NUMERADOR-NUEVO = 1.
           DISPLAY "NUMERADOR DEL PUNTO DE VENTA " PUNTO-VENTA-ACT
               " INICIADO EN " NRO-TICKET-ACT ".".

       ANULAR-NRO-TICKET.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN EXTEND NRO-ANULADO.
           MOVE NRO-TICKET-ACT TO NRO-TICKET-NA.
           MOVE PUNTO-VENTA-ACT TO ID-PUNTO-VENTA-NA.
           MOVE FECHA-ACTUAL TO FECHA-NA.
           MOVE HORA-ACTUAL TO HORA-NA.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-NA.
           MOVE MOTIVO-ANULACION-NRO TO MOTIVO-NA.
           WRITE REG-NRO-ANULADO.
           CLOSE NRO-ANULADO.
           DISPLAY "NUMERO DE TICKET " NRO-TICKET-ACT
               " INUTILIZADO: " MOTIVO-ANULACION-NRO.
           MOVE "NRO-ANULAD" TO OPERACION-AUD-WS.
           MOVE PUNTO-VENTA-ACT TO CLAVE-AUD-WS.
           PERFORM REGISTRAR-AUDITORIA.

       AUDITORIA-NUMERACION.
           DISPLAY "AUDITORIA DE NUMERACION DE TICKETS.".
           DISPLAY "FECHA DESDE (AAAA MM DD):".
           ACCEPT ANIO-FD.
           ACCEPT MES-FD.
           ACCEPT DIA-FD.
           DISPLAY "FECHA HASTA (AAAA MM DD):".
           ACCEPT ANIO-FH.
           ACCEPT MES-FH.
           ACCEPT DIA-FH.
           COMPUTE CANT-TICKETS-NU = 0.
           COMPUTE CANT-FALTANTES-NU = 0.
           COMPUTE CANT-DUPLICADOS-NU = 0.
           COMPUTE CANT-FUERA-NU = 0.
           COMPUTE CANT-CIERRES-NU = 0.
           COMPUTE CANT-CIERRES-DIF-NU = 0.
           COMPUTE CANT-ANULADOS-NU = 0.
           PERFORM LIMPIAR-NUMERADOR-PV
               VARYING IX-PV-NU FROM 1 BY 1 UNTIL IX-PV-NU > 9.
           OPEN EXTEND NUMTK-IMP.
           MOVE ALL "=" TO LINEA-NUMTK-IMP.
           WRITE LINEA-NUMTK-IMP.
           MOVE SPACES TO LINEA-NUMTK-IMP.
           STRING "AUDITORIA DE NUMERACION DE TICKETS DEL "
               DELIMITED BY SIZE
               FILTRO-FECHA-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               FILTRO-FECHA-HASTA DELIMITED BY SIZE
               INTO LINEA-NUMTK-IMP.
           WRITE LINEA-NUMTK-IMP.
           DISPLAY LINEA-NUMTK-IMP.
           COMPUTE FIN-ARCHIVO-NU = 0.
           OPEN INPUT NUMERADOR.
           IF ESTADO = 00 THEN
               PERFORM CARGAR-NUMERADOR-PV UNTIL FIN-ARCHIVO-NU = 1
               CLOSE NUMERADOR.
           COMPUTE FIN-ARCHIVO-NU = 0.
           OPEN INPUT NRO-ANULADO.
           IF ESTADO = 00 THEN
               PERFORM CARGAR-ANULADO-NU UNTIL FIN-ARCHIVO-NU = 1
               CLOSE NRO-ANULADO.
           COMPUTE FIN-ARCHIVO-TK = 0.
           OPEN INPUT TICKET.
           IF ESTADO = 00 THEN
               PERFORM AUDITAR-NRO-TICKET UNTIL FIN-ARCHIVO-TK = 1
               CLOSE TICKET.
           PERFORM IMPRIMIR-ANULADOS-NU.
           PERFORM CONTROLAR-CIERRES-CAJA-NU.
           MOVE ALL "-" TO LINEA-NUMTK-IMP.
           WRITE LINEA-NUMTK-IMP.
           MOVE SPACES TO LINEA-NUMTK-IMP.
           STRING "TICKETS: " DELIMITED BY SIZE
               CANT-TICKETS-NU DELIMITED BY SIZE
               " FALTANTES: " DELIMITED BY SIZE
               CANT-FALTANTES-NU DELIMITED BY SIZE
               " DUPLICADOS: " DELIMITED BY SIZE
               CANT-DUPLICADOS-NU DELIMITED BY SIZE
               " INUTILIZADOS: " DELIMITED BY SIZE
               CANT-ANULADOS-NU DELIMITED BY SIZE
               INTO LINEA-NUMTK-IMP.
           WRITE LINEA-NUMTK-IMP.
           DISPLAY LINEA-NUMTK-IMP.
           MOVE SPACES TO LINEA-NUMTK-IMP.
           STRING "FUERA DE NUMERADOR: " DELIMITED BY SIZE
               CANT-FUERA-NU DELIMITED BY SIZE
               " CIERRES CONTROLADOS: " DELIMITED BY SIZE
               CANT-CIERRES-NU DELIMITED BY SIZE
               " CON DIFERENCIA: " DELIMITED BY SIZE
               CANT-CIERRES-DIF-NU DELIMITED BY SIZE
               INTO LINEA-NUMTK-IMP.
           WRITE LINEA-NUMTK-IMP.
           DISPLAY LINEA-NUMTK-IMP.
           MOVE ALL "=" TO LINEA-NUMTK-IMP.
           WRITE LINEA-NUMTK-IMP.
           CLOSE NUMTK-IMP.
           DISPLAY "AUDITORIA DE NUMERACION IMPRESA EN NUMTK.LIS.".

       LIMPIAR-NUMERADOR-PV.
           MOVE 0 TO NUM-ULTIMO-PV(IX-PV-NU).
           MOVE 0 TO NUM-ANTERIOR-PV(IX-PV-NU).

       CARGAR-NUMERADOR-PV.
           READ NUMERADOR NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-NU = 1.
           IF FIN-ARCHIVO-NU NOT = 1 THEN
               IF ID-PUNTO-VENTA-NU > 0 THEN
                   MOVE ULTIMO-TICKET-NU
                       TO NUM-ULTIMO-PV(ID-PUNTO-VENTA-NU).

       CARGAR-ANULADO-NU.
           READ NRO-ANULADO
               AT END COMPUTE FIN-ARCHIVO-NU = 1.
           IF FIN-ARCHIVO-NU NOT = 1 THEN
               IF FECHA-NA NOT < FILTRO-FECHA-DESDE AND
                  FECHA-NA NOT > FILTRO-FECHA-HASTA THEN
                   MOVE NRO-TICKET-NA TO NRO-HUECO-NU
                   PERFORM BUSCAR-ANULADO-NU
                   IF ANULADO-HALLADO-NU = 1 THEN
                       ADD 1 TO CANT-DUPLICADOS-NU
                       MOVE SPACES TO LINEA-NUMTK-IMP
                       STRING "DUPLICADO: NUMERO " DELIMITED BY SIZE
                           NRO-TICKET-NA DELIMITED BY SIZE
                           " INUTILIZADO MAS DE UNA VEZ"
                           DELIMITED BY SIZE
                           INTO LINEA-NUMTK-IMP
                       WRITE LINEA-NUMTK-IMP
                       DISPLAY LINEA-NUMTK-IMP
                   ELSE
                       IF CANT-ANULADOS-NU < 500 THEN
                           ADD 1 TO CANT-ANULADOS-NU
                           MOVE NRO-TICKET-NA
                               TO AN-NRO(CANT-ANULADOS-NU)
                           MOVE ID-OPERADOR-NA
                               TO AN-OPERADOR(CANT-ANULADOS-NU)
                           MOVE FECHA-NA TO AN-FECHA(CANT-ANULADOS-NU)
                           MOVE MOTIVO-NA
                               TO AN-MOTIVO(CANT-ANULADOS-NU).

       BUSCAR-ANULADO-NU.
           COMPUTE ANULADO-HALLADO-NU = 0.
           PERFORM COMPARAR-ANULADO-NU
               VARYING IX-AN-NU FROM 1 BY 1
               UNTIL IX-AN-NU > CANT-ANULADOS-NU
                  OR ANULADO-HALLADO-NU = 1.

       COMPARAR-ANULADO-NU.
           IF AN-NRO(IX-AN-NU) = NRO-HUECO-NU THEN
               COMPUTE ANULADO-HALLADO-NU = 1.

       AUDITAR-NRO-TICKET.
           READ TICKET NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-TK = 1.
           IF FIN-ARCHIVO-TK NOT = 1 THEN
               IF NRO-TICKET > 0 AND
                  FECHA-TICKET NOT < FILTRO-FECHA-DESDE AND
                  FECHA-TICKET NOT > FILTRO-FECHA-HASTA THEN
                   PERFORM AUDITAR-TICKET-EN-RANGO.

       AUDITAR-TICKET-EN-RANGO.
           ADD 1 TO CANT-TICKETS-NU.
           COMPUTE PV-NU = (NRO-TICKET - 1) / 100000 + 1.
           MOVE NRO-TICKET TO NRO-HUECO-NU.
           PERFORM BUSCAR-ANULADO-NU.
           IF ANULADO-HALLADO-NU = 1 THEN
               ADD 1 TO CANT-DUPLICADOS-NU
               MOVE SPACES TO LINEA-NUMTK-IMP
               STRING "DUPLICADO: NUMERO " DELIMITED BY SIZE
                   NRO-TICKET DELIMITED BY SIZE
                   " EMITIDO E INUTILIZADO" DELIMITED BY SIZE
                   INTO LINEA-NUMTK-IMP
               WRITE LINEA-NUMTK-IMP
               DISPLAY LINEA-NUMTK-IMP.
           IF NUM-ULTIMO-PV(PV-NU) > 0 AND
              NRO-TICKET > NUM-ULTIMO-PV(PV-NU) THEN
               ADD 1 TO CANT-FUERA-NU
               MOVE SPACES TO LINEA-NUMTK-IMP
               STRING "FUERA DE NUMERADOR: TICKET " DELIMITED BY SIZE
                   NRO-TICKET DELIMITED BY SIZE
                   " SUPERA EL ULTIMO NUMERO ENTREGADO"
                   DELIMITED BY SIZE
                   INTO LINEA-NUMTK-IMP
               WRITE LINEA-NUMTK-IMP
               DISPLAY LINEA-NUMTK-IMP.
           IF NUM-ANTERIOR-PV(PV-NU) > 0 AND
              NRO-TICKET > NUM-ANTERIOR-PV(PV-NU) + 1 THEN
               COMPUTE NRO-HUECO-NU = NUM-ANTERIOR-PV(PV-NU) + 1
               PERFORM VERIFICAR-HUECO-NU
                   UNTIL NRO-HUECO-NU = NRO-TICKET.
           MOVE NRO-TICKET TO NUM-ANTERIOR-PV(PV-NU).

       VERIFICAR-HUECO-NU.
           PERFORM BUSCAR-ANULADO-NU.
           IF ANULADO-HALLADO-NU = 0 THEN
               ADD 1 TO CANT-FALTANTES-NU
               MOVE SPACES TO LINEA-NUMTK-IMP
               STRING "FALTANTE: NUMERO " DELIMITED BY SIZE
                   NRO-HUECO-NU DELIMITED BY SIZE
                   " SIN TICKET NI INUTILIZACION" DELIMITED BY SIZE
                   INTO LINEA-NUMTK-IMP
               WRITE LINEA-NUMTK-IMP
               DISPLAY LINEA-NUMTK-IMP.
           ADD 1 TO NRO-HUECO-NU.

       IMPRIMIR-ANULADOS-NU.
           IF CANT-ANULADOS-NU > 0 THEN
               MOVE "NUMEROS INUTILIZADOS POR OPERADOR:"
                   TO LINEA-NUMTK-IMP
               WRITE LINEA-NUMTK-IMP
               DISPLAY LINEA-NUMTK-IMP
               PERFORM IMPRIMIR-ANULADO-OPER-NU
                   VARYING IX-OPER-NU FROM 0 BY 1
                   UNTIL IX-OPER-NU > 999
                   AFTER IX-AN-NU FROM 1 BY 1
                   UNTIL IX-AN-NU > CANT-ANULADOS-NU.

       IMPRIMIR-ANULADO-OPER-NU.
           IF AN-OPERADOR(IX-AN-NU) = IX-OPER-NU THEN
               MOVE SPACES TO LINEA-NUMTK-IMP
               STRING "  OPERADOR " DELIMITED BY SIZE
                   AN-OPERADOR(IX-AN-NU) DELIMITED BY SIZE
                   " TICKET " DELIMITED BY SIZE
                   AN-NRO(IX-AN-NU) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AN-FECHA(IX-AN-NU) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AN-MOTIVO(IX-AN-NU) DELIMITED BY SIZE
                   INTO LINEA-NUMTK-IMP
               WRITE LINEA-NUMTK-IMP
               DISPLAY LINEA-NUMTK-IMP.

       CONTROLAR-CIERRES-CAJA-NU.
           COMPUTE FIN-ARCHIVO-NU = 0.
           OPEN INPUT CAJA.
           IF ESTADO = 00 THEN
               PERFORM CONTROLAR-CIERRE-NU UNTIL FIN-ARCHIVO-NU = 1
               CLOSE CAJA.

       CONTROLAR-CIERRE-NU.
           READ CAJA NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-NU = 1.
           IF FIN-ARCHIVO-NU NOT = 1 THEN
               IF FECHA-CAJA-CJ NOT < FILTRO-FECHA-DESDE AND
                  FECHA-CAJA-CJ NOT > FILTRO-FECHA-HASTA THEN
                   ADD 1 TO CANT-CIERRES-NU
                   MOVE FECHA-CAJA-CJ TO FECHA-CIERRE-NU
                   MOVE ID-OPERADOR-CJ TO OPERADOR-CIERRE-NU
                   COMPUTE CANT-TK-CIERRE-NU = 0
                   COMPUTE PRIMER-TK-CIERRE-NU = 0
                   COMPUTE ULTIMO-TK-CIERRE-NU = 0
                   COMPUTE FIN-ARCHIVO-TK = 0
                   OPEN INPUT TICKET
                   PERFORM RECONTAR-TICKET-CIERRE-NU
                       UNTIL FIN-ARCHIVO-TK = 1
                   CLOSE TICKET
                   PERFORM COMPARAR-CIERRE-NU.

       RECONTAR-TICKET-CIERRE-NU.
           READ TICKET NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-TK = 1.
           IF FIN-ARCHIVO-TK NOT = 1 THEN
               IF FECHA-TICKET = FECHA-CIERRE-NU AND
                  ID-OPERADOR-TK = OPERADOR-CIERRE-NU AND
                  ESTADO-TK NOT = "N" THEN
                   ADD 1 TO CANT-TK-CIERRE-NU
                   IF PRIMER-TK-CIERRE-NU = 0 OR
                      NRO-TICKET < PRIMER-TK-CIERRE-NU THEN
                       MOVE NRO-TICKET TO PRIMER-TK-CIERRE-NU
                   END-IF
                   IF NRO-TICKET > ULTIMO-TK-CIERRE-NU THEN
                       MOVE NRO-TICKET TO ULTIMO-TK-CIERRE-NU.

       COMPARAR-CIERRE-NU.
           IF CANT-TK-CIERRE-NU NOT = CANT-TICKETS-CJ OR
              PRIMER-TK-CIERRE-NU NOT = PRIMER-TICKET-CJ OR
              ULTIMO-TK-CIERRE-NU NOT = ULTIMO-TICKET-CJ THEN
               ADD 1 TO CANT-CIERRES-DIF-NU
               MOVE SPACES TO LINEA-NUMTK-IMP
               STRING "DIF CIERRE " DELIMITED BY SIZE
                   FECHA-CIERRE-NU DELIMITED BY SIZE
                   " OP " DELIMITED BY SIZE
                   OPERADOR-CIERRE-NU DELIMITED BY SIZE
                   " CAJA " DELIMITED BY SIZE
                   CANT-TICKETS-CJ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRIMER-TICKET-CJ DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ULTIMO-TICKET-CJ DELIMITED BY SIZE
                   " ARCH " DELIMITED BY SIZE
                   CANT-TK-CIERRE-NU DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRIMER-TK-CIERRE-NU DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ULTIMO-TK-CIERRE-NU DELIMITED BY SIZE
                   INTO LINEA-NUMTK-IMP
               WRITE LINEA-NUMTK-IMP
               DISPLAY LINEA-NUMTK-IMP.

       INTERPRETAR-CODIGO-LEIDO.
           COMPUTE CODIGO-VALIDO-CB = 0.
           COMPUTE CANTIDAD-ETIQUETA-OK = 0.
           MOVE 0 TO CANTIDAD-ETIQUETA.
           PERFORM MEDIR-CODIGO-CB.
           IF LARGO-CODIGO-CB = 0 THEN
               DISPLAY "NO SE INGRESO CODIGO."
           ELSE IF CODIGO-LEIDO-WS(1:LARGO-CODIGO-CB) NOT NUMERIC
               THEN
               DISPLAY "CODIGO INVALIDO: " CODIGO-LEIDO-WS
           ELSE IF LARGO-CODIGO-CB < 4 THEN
               MOVE CODIGO-LEIDO-WS(1:LARGO-CODIGO-CB)
                   TO ID-PRODUCTO-VC
               COMPUTE CODIGO-VALIDO-CB = 1
           ELSE
               PERFORM VALIDAR-DIGITO-CB
               IF DIGITO-OK-CB = 0 THEN
                   DISPLAY "DIGITO VERIFICADOR INCORRECTO: "
                       CODIGO-LEIDO-WS
               ELSE IF LARGO-CODIGO-CB = 13 AND
                  (CODIGO-LEIDO-WS(1:2) = "20" OR
                   CODIGO-LEIDO-WS(1:2) = "21") THEN
                   PERFORM DECODIFICAR-ETIQUETA-BALANZA
               ELSE
                   PERFORM BUSCAR-CODIGO-BARRA.

       MEDIR-CODIGO-CB.
           COMPUTE LARGO-CODIGO-CB = 0.
           PERFORM MEDIR-POSICION-CB
               VARYING IX-CB FROM 1 BY 1 UNTIL IX-CB > 13.

       MEDIR-POSICION-CB.
           IF CODIGO-LEIDO-WS(IX-CB:1) NOT = SPACE THEN
               MOVE IX-CB TO LARGO-CODIGO-CB.

       VALIDAR-DIGITO-CB.
           COMPUTE DIGITO-OK-CB = 0.
           COMPUTE SUMA-CONTROL-CB = 0.
           COMPUTE PESO-DIGITO-CB = 3.
           COMPUTE INICIO-CB = LARGO-CODIGO-CB - 1.
           PERFORM SUMAR-DIGITO-CB
               VARYING IX-CB FROM INICIO-CB BY -1 UNTIL IX-CB < 1.
           DIVIDE SUMA-CONTROL-CB BY 10 GIVING COCIENTE-CB
               REMAINDER RESTO-CB.
           IF RESTO-CB = 0 THEN
               COMPUTE DIGITO-CALC-CB = 0
           ELSE
               COMPUTE DIGITO-CALC-CB = 10 - RESTO-CB.
           MOVE CODIGO-LEIDO-WS(LARGO-CODIGO-CB:1) TO DIGITO-CB.
           IF DIGITO-CB = DIGITO-CALC-CB THEN
               COMPUTE DIGITO-OK-CB = 1.

       SUMAR-DIGITO-CB.
           MOVE CODIGO-LEIDO-WS(IX-CB:1) TO DIGITO-CB.
           COMPUTE SUMA-CONTROL-CB = SUMA-CONTROL-CB
               + DIGITO-CB * PESO-DIGITO-CB.
           IF PESO-DIGITO-CB = 3 THEN
               COMPUTE PESO-DIGITO-CB = 1
           ELSE
               COMPUTE PESO-DIGITO-CB = 3.

       DECODIFICAR-ETIQUETA-BALANZA.
           MOVE CODIGO-LEIDO-WS(3:4) TO ID-PRODUCTO-ETIQ-CB.
           MOVE CODIGO-LEIDO-WS(7:6) TO VALOR-ETIQUETA-CB.
           IF ID-PRODUCTO-ETIQ-CB = 0 OR ID-PRODUCTO-ETIQ-CB > 999
               THEN
               DISPLAY "ETIQUETA CON PRODUCTO INEXISTENTE: "
                   ID-PRODUCTO-ETIQ-CB
           ELSE
               MOVE ID-PRODUCTO-ETIQ-CB TO ID-PRODUCTO-VC
               PERFORM BUSCAR-PRODUCTO-ID
               IF PRODUCTO-HALLADO = 0 THEN
                   DISPLAY "ETIQUETA CON PRODUCTO SIN FICHA: "
                       ID-PRODUCTO-VC
               ELSE
                   PERFORM CALCULAR-CANTIDAD-ETIQUETA.

       CALCULAR-CANTIDAD-ETIQUETA.
           IF CODIGO-LEIDO-WS(1:2) = "20" THEN
               COMPUTE CANTIDAD-ETIQUETA = VALOR-ETIQUETA-CB / 1000
           ELSE
               COMPUTE IMPORTE-ETIQUETA-CB = VALOR-ETIQUETA-CB / 100
               IF PRECIO-UNITARIO-PM > 0 THEN
                   COMPUTE CANTIDAD-ETIQUETA ROUNDED =
                       IMPORTE-ETIQUETA-CB / PRECIO-UNITARIO-PM
                       ON SIZE ERROR MOVE 0 TO CANTIDAD-ETIQUETA
                   END-COMPUTE
               END-IF.
           IF CANTIDAD-ETIQUETA = 0 THEN
               DISPLAY "ETIQUETA SIN CANTIDAD VALIDA: " CODIGO-LEIDO-WS
           ELSE
               COMPUTE CODIGO-VALIDO-CB = 1
               COMPUTE CANTIDAD-ETIQUETA-OK = 1
               MOVE CANTIDAD-ETIQUETA TO CANTIDAD-EDIT-ST
               DISPLAY "ETIQUETA DE BALANZA: PRODUCTO " ID-PRODUCTO-VC
                   " CANTIDAD " CANTIDAD-EDIT-ST.

       BUSCAR-CODIGO-BARRA.
           OPEN INPUT CODBARRA.
           MOVE CODIGO-LEIDO-WS TO CODIGO-CB.
           READ CODBARRA
               INVALID KEY
                   DISPLAY "CODIGO " CODIGO-LEIDO-WS " SIN ASIGNAR."
               NOT INVALID KEY
                   MOVE ID-PRODUCTO-CB TO ID-PRODUCTO-VC
                   COMPUTE CODIGO-VALIDO-CB = 1
           END-READ.
           CLOSE CODBARRA.
           IF CODIGO-VALIDO-CB = 1 THEN
               PERFORM BUSCAR-PRODUCTO-ID
               IF PRODUCTO-HALLADO = 0 THEN
                   COMPUTE CODIGO-VALIDO-CB = 0
                   DISPLAY "EL CODIGO APUNTA AL PRODUCTO "
                       ID-PRODUCTO-VC " QUE NO TIENE FICHA.".

       GESTION-CODIGOS-BARRA.
           DISPLAY "CODIGOS DE BARRA.".
           DISPLAY "1-ASIGNAR CODIGO A PRODUCTO.".
           DISPLAY "2-QUITAR CODIGO.".
           DISPLAY "3-CODIGOS DE UN PRODUCTO.".
           DISPLAY "4-PRODUCTOS SIN CODIGO DE BARRA.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM ASIGNAR-CODIGO-BARRA
           ELSE IF OP-SUBMENU = 2 THEN PERFORM QUITAR-CODIGO-BARRA
           ELSE IF OP-SUBMENU = 3 THEN PERFORM LISTAR-CODIGOS-PRODUCTO
           ELSE IF OP-SUBMENU = 4 THEN PERFORM PRODUCTOS-SIN-CODIGO
           ELSE DISPLAY "OPCION INVALIDA.".

       ASIGNAR-CODIGO-BARRA.
           DISPLAY "INGRESE ID DEL PRODUCTO:".
           ACCEPT ID-PRODUCTO-VC.
           PERFORM BUSCAR-PRODUCTO-ID.
           IF PRODUCTO-HALLADO = 0 THEN
               DISPLAY "NO EXISTE UN PRODUCTO CON ESE ID."
           ELSE
               DISPLAY "PRODUCTO: " NOMBRE-PM
               DISPLAY "ESCANEE O INGRESE EL CODIGO DE BARRA:"
               MOVE SPACES TO CODIGO-LEIDO-WS
               ACCEPT CODIGO-LEIDO-WS
               PERFORM VERIFICAR-CODIGO-NUEVO
               IF CODIGO-VALIDO-CB = 1 THEN
                   PERFORM GRABAR-CODIGO-BARRA.

       VERIFICAR-CODIGO-NUEVO.
           COMPUTE CODIGO-VALIDO-CB = 0.
           PERFORM MEDIR-CODIGO-CB.
           IF LARGO-CODIGO-CB < 8 THEN
               DISPLAY "CODIGO DEMASIADO CORTO."
           ELSE IF CODIGO-LEIDO-WS(1:LARGO-CODIGO-CB) NOT NUMERIC
               THEN
               DISPLAY "EL CODIGO DEBE SER NUMERICO."
           ELSE IF LARGO-CODIGO-CB = 13 AND
              (CODIGO-LEIDO-WS(1:2) = "20" OR
               CODIGO-LEIDO-WS(1:2) = "21") THEN
               DISPLAY "LOS PREFIJOS 20 Y 21 SON DE ETIQUETAS DE "
                   "BALANZA, NO SE ASIGNAN."
           ELSE
               PERFORM VALIDAR-DIGITO-CB
               IF DIGITO-OK-CB = 0 THEN
                   DISPLAY "DIGITO VERIFICADOR INCORRECTO."
               ELSE
                   COMPUTE CODIGO-VALIDO-CB = 1.

       GRABAR-CODIGO-BARRA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           OPEN I-O CODBARRA.
           MOVE CODIGO-LEIDO-WS TO CODIGO-CB.
           READ CODBARRA
               INVALID KEY
                   MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-CB
                   MOVE FECHA-ACTUAL TO FECHA-ALTA-CB
                   WRITE REG-CODBARRA
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL CODIGO."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           DISPLAY "CODIGO ASIGNADO."
                           MOVE "ALTA-CODBA" TO OPERACION-AUD-WS
                           MOVE ID-PRODUCTO-VC TO CLAVE-AUD-WS
                           PERFORM REGISTRAR-AUDITORIA
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "EL CODIGO YA ESTA ASIGNADO AL PRODUCTO "
                       ID-PRODUCTO-CB "."
           END-READ.
           CLOSE CODBARRA.

       QUITAR-CODIGO-BARRA.
           DISPLAY "ESCANEE O INGRESE EL CODIGO A QUITAR:".
           MOVE SPACES TO CODIGO-LEIDO-WS.
           ACCEPT CODIGO-LEIDO-WS.
           OPEN I-O CODBARRA.
           MOVE CODIGO-LEIDO-WS TO CODIGO-CB.
           READ CODBARRA
               INVALID KEY
                   DISPLAY "EL CODIGO NO ESTA ASIGNADO."
               NOT INVALID KEY
                   MOVE ID-PRODUCTO-CB TO CLAVE-AUD-WS
                   DELETE CODBARRA RECORD
                       INVALID KEY
                           DISPLAY "ERROR AL QUITAR EL CODIGO."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           DISPLAY "CODIGO QUITADO DEL PRODUCTO "
                               ID-PRODUCTO-CB "."
                           MOVE "BAJA-CODBA" TO OPERACION-AUD-WS
                           PERFORM REGISTRAR-AUDITORIA
                   END-DELETE
           END-READ.
           CLOSE CODBARRA.

       LISTAR-CODIGOS-PRODUCTO.
           DISPLAY "INGRESE ID DEL PRODUCTO:".
           ACCEPT ID-PRODUCTO-VC.
           COMPUTE CANT-CODIGOS-CB = 0.
           COMPUTE FIN-ARCHIVO-CB = 0.
           OPEN INPUT CODBARRA.
           IF ESTADO = 00 THEN
               PERFORM LISTAR-CODIGO-REG UNTIL FIN-ARCHIVO-CB = 1
               CLOSE CODBARRA.
           DISPLAY "CODIGOS DEL PRODUCTO " ID-PRODUCTO-VC ": "
               CANT-CODIGOS-CB.

       LISTAR-CODIGO-REG.
           READ CODBARRA NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-CB = 1.
           IF FIN-ARCHIVO-CB NOT = 1 THEN
               IF ID-PRODUCTO-CB = ID-PRODUCTO-VC THEN
                   ADD 1 TO CANT-CODIGOS-CB
                   DISPLAY "  " CODIGO-CB " ALTA " FECHA-ALTA-CB.

       PRODUCTOS-SIN-CODIGO.
           DISPLAY "PRODUCTOS SIN CODIGO DE BARRA.".
           PERFORM LIMPIAR-PROD-CON-CODIGO
               VARYING IX-PROD-COD FROM 1 BY 1
               UNTIL IX-PROD-COD > 999.
           COMPUTE FIN-ARCHIVO-CB = 0.
           OPEN INPUT CODBARRA.
           IF ESTADO = 00 THEN
               PERFORM MARCAR-PROD-CON-CODIGO UNTIL FIN-ARCHIVO-CB = 1
               CLOSE CODBARRA.
           COMPUTE CANT-SIN-CODIGO-CB = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PRODUCTO.
           PERFORM LISTAR-PROD-SIN-CODIGO UNTIL OP-USUARIO = 2.
           CLOSE PRODUCTO.
           COMPUTE OP-USUARIO = 9.
           DISPLAY "PRODUCTOS SIN CODIGO: " CANT-SIN-CODIGO-CB.

       LIMPIAR-PROD-CON-CODIGO.
           MOVE 0 TO PROD-CON-CODIGO(IX-PROD-COD).

       MARCAR-PROD-CON-CODIGO.
           READ CODBARRA NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-CB = 1.
           IF FIN-ARCHIVO-CB NOT = 1 THEN
               IF ID-PRODUCTO-CB > 0 THEN
                   MOVE 1 TO PROD-CON-CODIGO(ID-PRODUCTO-CB).

       LISTAR-PROD-SIN-CODIGO.
           READ PRODUCTO NEXT RECORD INTO REG-PRODUCTO-PM
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF ID-PRODUCTO-PM > 0 THEN
                   IF PROD-CON-CODIGO(ID-PRODUCTO-PM) = 0 THEN
                       ADD 1 TO CANT-SIN-CODIGO-CB
                       DISPLAY "  " ID-PRODUCTO-PM " " NOMBRE-PM " "
                           UNIDAD-PM.

       VERIFICAR-PRODUCTO-COMPUESTO.
           COMPUTE ES-COMPUESTO = 0.
           COMPUTE PRODUCTO-TIPO-HALLADO = 0.
           MOVE 0 TO ID-PROVEEDOR-TIPO-WS.
           OPEN INPUT PRODUCTO.
           MOVE ID-PRODUCTO-TIPO-WS TO ID-PRODUCTO-PR.
           READ PRODUCTO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE PRODUCTO-TIPO-HALLADO = 1
                   MOVE ID-PROVEEDOR-PR TO ID-PROVEEDOR-TIPO-WS
                   IF TIPO-PR = "C" THEN
                       COMPUTE ES-COMPUESTO = 1
                   END-IF
           END-READ.
           CLOSE PRODUCTO.

       CARGAR-RECETA-COMBO.
           COMPUTE CANT-COMP-RC = 0.
           COMPUTE FIN-ARCHIVO-RE = 0.
           OPEN INPUT RECETA.
           IF ESTADO NOT = 00 THEN
               COMPUTE FIN-ARCHIVO-RE = 1
           ELSE
               MOVE ID-COMBO-WS TO ID-COMBO-RE
               MOVE 0 TO ID-COMPONENTE-RE
               START RECETA KEY IS NOT LESS THAN CLAVE-RE
                   INVALID KEY COMPUTE FIN-ARCHIVO-RE = 1
               END-START.
           PERFORM LEER-RECETA-COMBO UNTIL FIN-ARCHIVO-RE = 1.
           CLOSE RECETA.

       LEER-RECETA-COMBO.
           READ RECETA NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-RE = 1.
           IF FIN-ARCHIVO-RE NOT = 1 THEN
               IF ID-COMBO-RE NOT = ID-COMBO-WS THEN
                   COMPUTE FIN-ARCHIVO-RE = 1
               ELSE IF CANT-COMP-RC < 20 THEN
                   ADD 1 TO CANT-COMP-RC
                   MOVE ID-COMPONENTE-RE TO RC-ID-COMP(CANT-COMP-RC)
                   MOVE CANTIDAD-RE TO RC-CANT(CANT-COMP-RC)
                   MOVE 0 TO RC-COSTO(CANT-COMP-RC).

       VENDER-COMPONENTES-COMBO.
           MOVE ID-PRODUCTO-VC TO ID-COMBO-WS.
           MOVE ID-PROVEEDOR-VC TO ID-PROVEEDOR-COMBO-WS.
           MOVE TOTAL-VENDIDO-INGRESADO TO CANTIDAD-COMBO-WS.
           PERFORM CARGAR-RECETA-COMBO.
           IF CANT-COMP-RC = 0 THEN
               DISPLAY "AVISO: EL PRODUCTO COMPUESTO " ID-COMBO-WS
                   " NO TIENE RECETA, NO SE DESCUENTA STOCK."
           ELSE
               MOVE SPACES TO MOTIVO-VENTA-WS
               STRING "COMBO " DELIMITED BY SIZE
                   ID-COMBO-WS DELIMITED BY SIZE
                   INTO MOTIVO-VENTA-WS
               PERFORM VENDER-COMPONENTE-COMBO
                   VARYING IX-RC FROM 1 BY 1 UNTIL IX-RC > CANT-COMP-RC
               MOVE SPACES TO MOTIVO-VENTA-WS.
           MOVE ID-COMBO-WS TO ID-PRODUCTO-VC.
           MOVE ID-PROVEEDOR-COMBO-WS TO ID-PROVEEDOR-VC.
           MOVE CANTIDAD-COMBO-WS TO TOTAL-VENDIDO-INGRESADO.
           PERFORM BUSCAR-PROVEEDOR-ID.

       VENDER-COMPONENTE-COMBO.
           MOVE RC-ID-COMP(IX-RC) TO ID-PRODUCTO-VC.
           MOVE RC-ID-COMP(IX-RC) TO ID-PRODUCTO-TIPO-WS.
           PERFORM VERIFICAR-PRODUCTO-COMPUESTO.
           MOVE ID-PROVEEDOR-TIPO-WS TO ID-PROVEEDOR-VC.
           PERFORM BUSCAR-PROVEEDOR-ID.
           COMPUTE TOTAL-VENDIDO-INGRESADO ROUNDED =
               CANTIDAD-COMBO-WS * RC-CANT(IX-RC)
               ON SIZE ERROR MOVE 999.999 TO TOTAL-VENDIDO-INGRESADO
           END-COMPUTE.
           IF ORIGEN-CONSUMO-WS NOT = SPACES THEN
               MOVE RC-ID-COMP(IX-RC) TO ID-COMPONENTE-WS
               MOVE TOTAL-VENDIDO-INGRESADO TO CANTIDAD-CONSUMO-WS
               PERFORM GRABAR-CONSUMO-COMBO.
           PERFORM DESCONTAR-STOCK-LOTE.

       DEVOLVER-COMPONENTE-COMBO.
           MOVE RC-ID-COMP(IX-RC) TO ID-PRODUCTO-DEV.
           COMPUTE CANTIDAD-DEV ROUNDED =
               CANTIDAD-COMBO-WS * RC-CANT(IX-RC)
               ON SIZE ERROR MOVE 99999.999 TO CANTIDAD-DEV
           END-COMPUTE.
           PERFORM DEVOLVER-STOCK-PRODUCTO.

       CALCULAR-COSTO-COMBO.
           PERFORM CARGAR-RECETA-COMBO.
           MOVE 0 TO COSTO-COMBO-WS.
           COMPUTE COMBO-SIN-COSTO = 0.
           IF CANT-COMP-RC = 0 THEN
               COMPUTE COMBO-SIN-COSTO = 1
           ELSE
               PERFORM COSTEAR-COMPONENTE-COMBO
                   VARYING IX-RC FROM 1 BY 1
                   UNTIL IX-RC > CANT-COMP-RC.

       COSTEAR-COMPONENTE-COMBO.
           MOVE RC-ID-COMP(IX-RC) TO ID-PRODUCTO-PM.
           COMPUTE IX-MG = 1.
           COMPUTE ENCONTRADO-MG = 0.
           PERFORM BUSCAR-COSTO-PRODUCTO UNTIL ENCONTRADO-MG NOT = 0.
           IF ENCONTRADO-MG = 1 THEN
               COMPUTE RC-COSTO(IX-RC) ROUNDED =
                   RC-CANT(IX-RC) * MG-COSTO(IX-MG)
               ADD RC-COSTO(IX-RC) TO COSTO-COMBO-WS
           ELSE
               MOVE 0 TO RC-COSTO(IX-RC)
               COMPUTE COMBO-SIN-COSTO = 1.

       GESTION-RECETAS.
           DISPLAY "RECETA DE PRODUCTO COMPUESTO (COMBO/BOLSON).".
           DISPLAY "INGRESE ID DEL PRODUCTO COMPUESTO:".
           ACCEPT ID-COMBO-WS.
           MOVE ID-COMBO-WS TO ID-PRODUCTO-TIPO-WS.
           PERFORM VERIFICAR-PRODUCTO-COMPUESTO.
           IF PRODUCTO-TIPO-HALLADO = 0 THEN
               DISPLAY "NO EXISTE UN PRODUCTO CON ESE ID."
           ELSE IF ES-COMPUESTO = 0 THEN
               DISPLAY "EL PRODUCTO NO ES DE TIPO COMPUESTO."
           ELSE
               PERFORM MOSTRAR-RECETA-COMBO
               DISPLAY "1-AGREGAR O MODIFICAR COMPONENTE."
               DISPLAY "2-QUITAR COMPONENTE."
               DISPLAY "3-VOLVER."
               ACCEPT OP-SUBMENU
               IF OP-SUBMENU = 1 THEN
                   PERFORM AGREGAR-COMPONENTE-RECETA
               ELSE IF OP-SUBMENU = 2 THEN
                   PERFORM QUITAR-COMPONENTE-RECETA.

       MOSTRAR-RECETA-COMBO.
           PERFORM CARGAR-RECETA-COMBO.
           DISPLAY "COMPONENTES POR UNIDAD DE " ID-COMBO-WS ": "
               CANT-COMP-RC.
           PERFORM MOSTRAR-COMPONENTE-RECETA
               VARYING IX-RC FROM 1 BY 1 UNTIL IX-RC > CANT-COMP-RC.

       MOSTRAR-COMPONENTE-RECETA.
           MOVE RC-CANT(IX-RC) TO CANTIDAD-RECETA-EDIT.
           DISPLAY "  PRODUCTO " RC-ID-COMP(IX-RC) " CANTIDAD "
               CANTIDAD-RECETA-EDIT.

       AGREGAR-COMPONENTE-RECETA.
           DISPLAY "INGRESE ID DEL COMPONENTE:".
           ACCEPT ID-COMPONENTE-WS.
           MOVE ID-COMPONENTE-WS TO ID-PRODUCTO-TIPO-WS.
           PERFORM VERIFICAR-PRODUCTO-COMPUESTO.
           IF PRODUCTO-TIPO-HALLADO = 0 THEN
               DISPLAY "NO EXISTE UN PRODUCTO CON ESE ID."
           ELSE IF ES-COMPUESTO = 1 THEN
               DISPLAY "UN COMPONENTE NO PUEDE SER OTRO COMPUESTO."
           ELSE
               DISPLAY "INGRESE CANTIDAD POR UNIDAD DE COMBO "
                   "(ADMITE 3 DECIMALES):"
               ACCEPT CANTIDAD-RECETA-WS
               IF CANTIDAD-RECETA-WS = 0 THEN
                   DISPLAY "CANTIDAD INVALIDA."
               ELSE
                   PERFORM GRABAR-COMPONENTE-RECETA.

       GRABAR-COMPONENTE-RECETA.
           OPEN I-O RECETA.
           MOVE ID-COMBO-WS TO ID-COMBO-RE.
           MOVE ID-COMPONENTE-WS TO ID-COMPONENTE-RE.
           READ RECETA
               INVALID KEY
                   MOVE CANTIDAD-RECETA-WS TO CANTIDAD-RE
                   WRITE REG-RECETA
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LA RECETA."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           DISPLAY "COMPONENTE AGREGADO."
                   END-WRITE
               NOT INVALID KEY
                   MOVE CANTIDAD-RECETA-WS TO CANTIDAD-RE
                   REWRITE REG-RECETA
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA RECETA."
                           PERFORM INTERPRETAR-ESTADO
                       NOT INVALID KEY
                           DISPLAY "CANTIDAD DEL COMPONENTE "
                               "ACTUALIZADA."
                   END-REWRITE
           END-READ.
           CLOSE RECETA.
           MOVE "RECETA" TO OPERACION-AUD-WS.
           MOVE ID-COMBO-WS TO CLAVE-AUD-WS.
           PERFORM REGISTRAR-AUDITORIA.

       QUITAR-COMPONENTE-RECETA.
           DISPLAY "INGRESE ID DEL COMPONENTE A QUITAR:".
           ACCEPT ID-COMPONENTE-WS.
           OPEN I-O RECETA.
           MOVE ID-COMBO-WS TO ID-COMBO-RE.
           MOVE ID-COMPONENTE-WS TO ID-COMPONENTE-RE.
           DELETE RECETA RECORD
               INVALID KEY
                   DISPLAY "EL COMPONENTE NO ESTA EN LA RECETA."
               NOT INVALID KEY
                   DISPLAY "COMPONENTE QUITADO."
                   MOVE "RECETA" TO OPERACION-AUD-WS
                   MOVE ID-COMBO-WS TO CLAVE-AUD-WS
                   PERFORM REGISTRAR-AUDITORIA
           END-DELETE.
           CLOSE RECETA.

       REPORTE-MARGEN-COMBOS.
           DISPLAY "MARGEN DE PRODUCTOS COMPUESTOS (COSTO SEGUN "
               "COMPONENTES).".
           COMPUTE CANT-PROD-MG = 0.
           COMPUTE FIN-ARCHIVO-CMPR = 0.
           OPEN INPUT COMPRA.
           IF ESTADO = 00 THEN
               PERFORM CARGAR-COSTO-MARGEN UNTIL FIN-ARCHIVO-CMPR = 1
               CLOSE COMPRA.
           COMPUTE CANT-COMBOS-MG = 0.
           COMPUTE OP-USUARIO = 1.
           OPEN INPUT PRODUCTO.
           PERFORM CARGAR-COMBO-MARGEN UNTIL OP-USUARIO = 2.
           CLOSE PRODUCTO.
           COMPUTE OP-USUARIO = 9.
           IF CANT-COMBOS-MG = 0 THEN
               DISPLAY "NO HAY PRODUCTOS COMPUESTOS REGISTRADOS."
           ELSE
               PERFORM IMPRIMIR-MARGEN-COMBO
                   VARYING IX-COMBO-MG FROM 1 BY 1
                   UNTIL IX-COMBO-MG > CANT-COMBOS-MG.

       CARGAR-COMBO-MARGEN.
           READ PRODUCTO NEXT RECORD
               AT END COMPUTE OP-USUARIO = 2.
           IF OP-USUARIO NOT = 2 THEN
               IF TIPO-PR = "C" AND CANT-COMBOS-MG < 100 THEN
                   ADD 1 TO CANT-COMBOS-MG
                   MOVE ID-PRODUCTO-PR TO CB-ID(CANT-COMBOS-MG)
                   MOVE NOMBRE-PR TO CB-NOMBRE(CANT-COMBOS-MG)
                   MOVE PRECIO-UNITARIO-PR TO CB-PRECIO(CANT-COMBOS-MG).

       IMPRIMIR-MARGEN-COMBO.
           MOVE CB-ID(IX-COMBO-MG) TO ID-COMBO-WS.
           PERFORM CALCULAR-COSTO-COMBO.
           MOVE CB-PRECIO(IX-COMBO-MG) TO PRECIO-EDIT.
           MOVE COSTO-COMBO-WS TO COSTO-EDIT.
           DISPLAY " ".
           IF CANT-COMP-RC = 0 THEN
               DISPLAY "COMBO " ID-COMBO-WS " " CB-NOMBRE(IX-COMBO-MG)
                   " PRECIO $" PRECIO-EDIT ": SIN RECETA CARGADA."
           ELSE
               COMPUTE MARGEN-COMBO-WS =
                   CB-PRECIO(IX-COMBO-MG) - COSTO-COMBO-WS
               MOVE MARGEN-COMBO-WS TO MARGEN-EDIT
               DISPLAY "COMBO " ID-COMBO-WS " " CB-NOMBRE(IX-COMBO-MG)
                   " PRECIO $" PRECIO-EDIT " COSTO $" COSTO-EDIT
                   " MARGEN $" MARGEN-EDIT
               IF COSTO-COMBO-WS > 0 THEN
                   COMPUTE VARIACION-CMP ROUNDED =
                       MARGEN-COMBO-WS * 100 / COSTO-COMBO-WS
                       ON SIZE ERROR MOVE 99999.99 TO VARIACION-CMP
                   END-COMPUTE
                   MOVE VARIACION-CMP TO PCT-EDIT
                   DISPLAY "   MARGEN SOBRE COSTO: " PCT-EDIT " %"
               END-IF
               PERFORM IMPRIMIR-COMPONENTE-COMBO
                   VARYING IX-RC FROM 1 BY 1
                   UNTIL IX-RC > CANT-COMP-RC
               IF COMBO-SIN-COSTO = 1 THEN
                   DISPLAY "   *** HAY COMPONENTES SIN COSTO, EL "
                       "MARGEN ESTA SOBREESTIMADO ***"
               END-IF
               IF MARGEN-COMBO-WS < 0 THEN
                   DISPLAY "   *** VENDE BAJO COSTO ***".

       IMPRIMIR-COMPONENTE-COMBO.
           MOVE RC-CANT(IX-RC) TO CANTIDAD-RECETA-EDIT.
           MOVE RC-COSTO(IX-RC) TO COSTO-EDIT.
           DISPLAY "   COMPONENTE " RC-ID-COMP(IX-RC) " X "
               CANTIDAD-RECETA-EDIT " COSTO $" COSTO-EDIT.

       OBTENER-RESERVADO.
           MOVE 0 TO RESERVADO-SC.
           OPEN INPUT RESERVA.
           IF ESTADO = 00 THEN
               MOVE ID-PRODUCTO-CONS-WS TO ID-PRODUCTO-RV
               READ RESERVA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CANTIDAD-RV TO RESERVADO-SC
               END-READ
               CLOSE RESERVA.

       CALCULAR-DISPONIBLE-SC.
           MOVE ID-PRODUCTO-SC TO ID-PRODUCTO-CONS-WS.
           PERFORM OBTENER-RESERVADO.
           COMPUTE DISPONIBLE-SC = CANTIDAD-SC - RESERVADO-SC.

       CONSULTAR-DISPONIBLE.
           MOVE 0 TO DISPONIBLE-SC.
           OPEN INPUT STOCK.
           MOVE ID-PRODUCTO-CONS-WS TO ID-PRODUCTO-ST.
           READ STOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CANTIDAD-ST TO DISPONIBLE-SC
           END-READ.
           CLOSE STOCK.
           PERFORM OBTENER-RESERVADO.
           SUBTRACT RESERVADO-SC FROM DISPONIBLE-SC.

       MOSTRAR-DISPONIBLE-VENTA.
           IF TIPO-PM NOT = "C" THEN
               MOVE ID-PRODUCTO-VC TO ID-PRODUCTO-CONS-WS
               PERFORM CONSULTAR-DISPONIBLE
               COMPUTE STOCK-CONSULTADO-VT = 1
               MOVE DISPONIBLE-SC TO DISPONIBLE-VENTA-WS
               MOVE DISPONIBLE-SC TO DISPONIBLE-EDIT
               IF RESERVADO-SC > 0 THEN
                   MOVE RESERVADO-SC TO CANTIDAD-EDIT-ST
                   DISPLAY "DISPONIBLE: " DISPONIBLE-EDIT
                       " (RESERVADO PARA ENCARGOS: " CANTIDAD-EDIT-ST
                       ")"
               ELSE
                   DISPLAY "DISPONIBLE: " DISPONIBLE-EDIT.

       AVISAR-VENTA-RESERVADA.
           IF STOCK-CONSULTADO-VT = 1 THEN
               IF CANTIDAD-AVISO-WS > DISPONIBLE-VENTA-WS THEN
                   DISPLAY "AVISO: LA CANTIDAD SUPERA EL DISPONIBLE, "
                       "SE TOMA MERCADERIA RESERVADA PARA ENCARGOS.".

       AJUSTAR-RESERVA.
           OPEN I-O RESERVA.
           MOVE ID-PRODUCTO-RES-WS TO ID-PRODUCTO-RV.
           READ RESERVA
               INVALID KEY
                   IF SIGNO-RESERVA-WS = 1 THEN
                       MOVE CANTIDAD-RES-WS TO CANTIDAD-RV
                       WRITE REG-RESERVA
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR LA RESERVA."
                               PERFORM INTERPRETAR-ESTADO
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF SIGNO-RESERVA-WS = 1 THEN
                       ADD CANTIDAD-RES-WS TO CANTIDAD-RV
                           ON SIZE ERROR MOVE 99999.999 TO CANTIDAD-RV
                       END-ADD
                   ELSE
                       IF CANTIDAD-RES-WS > CANTIDAD-RV THEN
                           MOVE 0 TO CANTIDAD-RV
                       ELSE
                           SUBTRACT CANTIDAD-RES-WS FROM CANTIDAD-RV
                       END-IF
                   END-IF
                   REWRITE REG-RESERVA
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA RESERVA."
                           PERFORM INTERPRETAR-ESTADO
                   END-REWRITE
           END-READ.
           CLOSE RESERVA.

       RESERVAR-LINEA-ENCARGO.
           MOVE "E" TO ORIGEN-CONSUMO-WS.
           MOVE NRO-ENCARGO-ACT TO NRO-DOC-CONSUMO-WS.
           MOVE IX-LE TO NRO-LINEA-CONSUMO-WS.
           COMPUTE CANT-CX = 0.
           IF SIGNO-RESERVA-WS = 2 THEN
               PERFORM CARGAR-CONSUMO-COMBO.
           IF CANT-CX > 0 THEN
               PERFORM LIBERAR-CONSUMO-ENCARGO
                   VARYING IX-CX FROM 1 BY 1 UNTIL IX-CX > CANT-CX
           ELSE
               PERFORM RESERVAR-LINEA-SEGUN-TIPO.
           MOVE SPACES TO ORIGEN-CONSUMO-WS.

       LIBERAR-CONSUMO-ENCARGO.
           MOVE CX-ID-COMP(IX-CX) TO ID-PRODUCTO-RES-WS.
           MOVE CX-CANT(IX-CX) TO CANTIDAD-RES-WS.
           PERFORM AJUSTAR-RESERVA.

       RESERVAR-LINEA-SEGUN-TIPO.
           MOVE LE-ID-PROD(IX-LE) TO ID-PRODUCTO-TIPO-WS.
           PERFORM VERIFICAR-PRODUCTO-COMPUESTO.
           IF ES-COMPUESTO = 1 THEN
               MOVE LE-ID-PROD(IX-LE) TO ID-COMBO-WS
               PERFORM CARGAR-RECETA-COMBO
               PERFORM RESERVAR-COMPONENTE-ENCARGO
                   VARYING IX-RC FROM 1 BY 1 UNTIL IX-RC > CANT-COMP-RC
           ELSE
               MOVE LE-ID-PROD(IX-LE) TO ID-PRODUCTO-RES-WS
               MOVE LE-CANT(IX-LE) TO CANTIDAD-RES-WS
               PERFORM AJUSTAR-RESERVA.

       RESERVAR-COMPONENTE-ENCARGO.
           MOVE RC-ID-COMP(IX-RC) TO ID-PRODUCTO-RES-WS.
           COMPUTE CANTIDAD-RES-WS ROUNDED =
               LE-CANT(IX-LE) * RC-CANT(IX-RC)
               ON SIZE ERROR MOVE 99999.999 TO CANTIDAD-RES-WS
           END-COMPUTE.
           PERFORM AJUSTAR-RESERVA.
           IF SIGNO-RESERVA-WS = 1 THEN
               MOVE RC-ID-COMP(IX-RC) TO ID-COMPONENTE-WS
               MOVE CANTIDAD-RES-WS TO CANTIDAD-CONSUMO-WS
               PERFORM GRABAR-CONSUMO-COMBO.

       GRABAR-CONSUMO-COMBO.
           OPEN I-O CONSUMO-COMBO.
           MOVE ORIGEN-CONSUMO-WS TO ORIGEN-CX.
           MOVE NRO-DOC-CONSUMO-WS TO NRO-DOC-CX.
           MOVE NRO-LINEA-CONSUMO-WS TO NRO-LINEA-CX.
           MOVE ID-COMPONENTE-WS TO ID-COMPONENTE-CX.
           MOVE ID-COMBO-WS TO ID-COMBO-CX.
           MOVE CANTIDAD-CONSUMO-WS TO CANTIDAD-CX.
           WRITE REG-CONSUMO-COMBO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CONSUMO DEL COMBO."
                   PERFORM INTERPRETAR-ESTADO
           END-WRITE.
           CLOSE CONSUMO-COMBO.

       CARGAR-CONSUMO-COMBO.
           COMPUTE CANT-CX = 0.
           COMPUTE FIN-ARCHIVO-CX = 0.
           OPEN INPUT CONSUMO-COMBO.
           IF ESTADO NOT = 00 THEN
               COMPUTE FIN-ARCHIVO-CX = 1
           ELSE
               MOVE ORIGEN-CONSUMO-WS TO ORIGEN-CX
               MOVE NRO-DOC-CONSUMO-WS TO NRO-DOC-CX
               MOVE NRO-LINEA-CONSUMO-WS TO NRO-LINEA-CX
               MOVE 0 TO ID-COMPONENTE-CX
               START CONSUMO-COMBO KEY IS NOT LESS THAN CLAVE-CX
                   INVALID KEY COMPUTE FIN-ARCHIVO-CX = 1
               END-START.
           PERFORM LEER-CONSUMO-COMBO UNTIL FIN-ARCHIVO-CX = 1.
           CLOSE CONSUMO-COMBO.

       LEER-CONSUMO-COMBO.
           READ CONSUMO-COMBO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-CX = 1.
           IF FIN-ARCHIVO-CX NOT = 1 THEN
               IF ORIGEN-CX NOT = ORIGEN-CONSUMO-WS OR
                  NRO-DOC-CX NOT = NRO-DOC-CONSUMO-WS OR
                  NRO-LINEA-CX NOT = NRO-LINEA-CONSUMO-WS THEN
                   COMPUTE FIN-ARCHIVO-CX = 1
               ELSE IF CANT-CX < 20 THEN
                   ADD 1 TO CANT-CX
                   MOVE ID-COMPONENTE-CX TO CX-ID-COMP(CANT-CX)
                   MOVE CANTIDAD-CX TO CX-CANT(CANT-CX).

       GESTION-ENCARGOS.
           DISPLAY "ENCARGOS DE CLIENTES.".
           DISPLAY "1-TOMAR ENCARGO (RESERVA STOCK).".
           DISPLAY "2-ENTREGAR ENCARGO (GENERA TICKET).".
           DISPLAY "3-CANCELAR ENCARGO (LIBERA RESERVA).".
           DISPLAY "4-LISTA DE PREPARACION (ENCARGO.LIS).".
           DISPLAY "5-HOJA DE RUTA DE REPARTO (ENCARGO.LIS).".
           DISPLAY "6-LISTAR ENCARGOS PENDIENTES.".
           ACCEPT OP-SUBMENU.
                IF OP-SUBMENU = 1 THEN PERFORM TOMAR-ENCARGO
           ELSE IF OP-SUBMENU = 2 THEN PERFORM ENTREGAR-ENCARGO
           ELSE IF OP-SUBMENU = 3 THEN PERFORM CANCELAR-ENCARGO
           ELSE IF OP-SUBMENU = 4 THEN PERFORM LISTA-PREPARACION
           ELSE IF OP-SUBMENU = 5 THEN PERFORM HOJA-RUTA-REPARTO
           ELSE IF OP-SUBMENU = 6 THEN PERFORM LISTAR-ENCARGOS-PEND
           ELSE DISPLAY "OPCION INVALIDA.".

       TOMAR-ENCARGO.
           DISPLAY "NUEVO ENCARGO.".
           DISPLAY "INGRESE ID DEL CLIENTE:".
           ACCEPT ID-CLIENTE-CE.
           PERFORM BUSCAR-CLIENTE-ID.
           IF CLIENTE-HALLADO = 0 THEN
               DISPLAY "NO EXISTE UN CLIENTE CON ESE ID."
           ELSE
               PERFORM CARGAR-DATOS-ENCARGO.

       CARGAR-DATOS-ENCARGO.
           DISPLAY "CLIENTE: " NOMBRE-CE " " APELLIDO-CE.
           IF DOMICILIO-CE = SPACES THEN
               DISPLAY "AVISO: EL CLIENTE NO TIENE DOMICILIO DE "
                   "ENTREGA, CARGUELO EN CLIENTES OPCION 2."
           ELSE
               DISPLAY "DOMICILIO: " DOMICILIO-CE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           DISPLAY "INGRESE FECHA DE ENTREGA (AAAA MM DD):".
           ACCEPT ANIO-ENT.
           ACCEPT MES-ENT.
           ACCEPT DIA-ENT.
           IF FECHA-ENTREGA-ING < FECHA-ACTUAL OR MES-ENT < 1 OR
              MES-ENT > 12 OR DIA-ENT < 1 OR DIA-ENT > 31 THEN
               DISPLAY "FECHA DE ENTREGA INVALIDA, ENCARGO NO "
                   "REGISTRADO."
           ELSE
               PERFORM CARGAR-LINEAS-NUEVO-ENC.

       CARGAR-LINEAS-NUEVO-ENC.
           MOVE "E" TO FORMA-PAGO-ENC-WS.
           DISPLAY "FORMA DE PAGO: 1-EFECTIVO AL ENTREGAR/"
               "2-CUENTA CORRIENTE.".
           ACCEPT OP-PAGO-TK.
           IF OP-PAGO-TK = 2 THEN
               MOVE "C" TO FORMA-PAGO-ENC-WS.
           COMPUTE CANT-LINEAS-ENC = 0.
           COMPUTE TOTAL-ENCARGO-WS = 0.
           COMPUTE OP-LINEA-ENC = 1.
           PERFORM CARGAR-LINEA-ENCARGO UNTIL OP-LINEA-ENC = 2.
           IF CANT-LINEAS-ENC = 0 THEN
               DISPLAY "ENCARGO SIN LINEAS, NO SE GRABA."
           ELSE
               PERFORM GRABAR-ENCARGO.

       CARGAR-LINEA-ENCARGO.
           DISPLAY "INGRESE ID DEL PRODUCTO:".
           ACCEPT ID-PRODUCTO-VC.
           PERFORM BUSCAR-PRODUCTO-ID.
           IF PRODUCTO-HALLADO = 0 THEN
               DISPLAY "PRODUCTO SIN FICHA EN EL MAESTRO, LINEA "
                   "DESCARTADA."
           ELSE
               PERFORM CARGAR-CANTIDAD-ENCARGO.
           IF CANT-LINEAS-ENC = 30 THEN
               DISPLAY "SE ALCANZO EL MAXIMO DE 30 LINEAS POR "
                   "ENCARGO."
               COMPUTE OP-LINEA-ENC = 2
           ELSE
               DISPLAY "¿INGRESAR OTRA LINEA? 1-SI/2-NO"
               ACCEPT OP-LINEA-ENC.

       CARGAR-CANTIDAD-ENCARGO.
           MOVE PRECIO-UNITARIO-PM TO PRECIO-EDIT.
           DISPLAY "PRODUCTO: " NOMBRE-PM " PRECIO UNITARIO: $"
               PRECIO-EDIT " POR " UNIDAD-PM.
           DISPLAY "INGRESE CANTIDAD ENCARGADA (ADMITE 3 DECIMALES):".
           ACCEPT CANTIDAD-ENC-WS.
           IF CANTIDAD-ENC-WS = 0 THEN
               DISPLAY "CANTIDAD INVALIDA, LINEA DESCARTADA."
           ELSE
               PERFORM CONTROLAR-DISPONIBLE-ENC
               IF FALTA-DISPONIBLE-ENC = 1 THEN
                   DISPLAY "¿RESERVAR IGUAL (SE ENTREGA AL REPONER)? "
                       "1-SI/2-NO"
                   ACCEPT OP-ENTREGA-ENC
               ELSE
                   COMPUTE OP-ENTREGA-ENC = 1
               END-IF
               IF OP-ENTREGA-ENC = 1 THEN
                   PERFORM AGREGAR-LINEA-ENCARGO
               ELSE
                   DISPLAY "LINEA DESCARTADA.".

       AGREGAR-LINEA-ENCARGO.
           ADD 1 TO CANT-LINEAS-ENC.
           MOVE ID-PRODUCTO-PM TO LE-ID-PROD(CANT-LINEAS-ENC).
           MOVE NOMBRE-PM TO LE-NOMBRE(CANT-LINEAS-ENC).
           MOVE CANTIDAD-ENC-WS TO LE-CANT(CANT-LINEAS-ENC).
           MOVE UNIDAD-PM TO LE-UNIDAD(CANT-LINEAS-ENC).
           MOVE PRECIO-UNITARIO-PM TO LE-PRECIO(CANT-LINEAS-ENC).
           COMPUTE LE-IMPORTE(CANT-LINEAS-ENC) ROUNDED =
               PRECIO-UNITARIO-PM * CANTIDAD-ENC-WS
               ON SIZE ERROR
                   MOVE 9999999.99 TO LE-IMPORTE(CANT-LINEAS-ENC)
           END-COMPUTE.
           ADD LE-IMPORTE(CANT-LINEAS-ENC) TO TOTAL-ENCARGO-WS
               ON SIZE ERROR MOVE 9999999.99 TO TOTAL-ENCARGO-WS
           END-ADD.
           MOVE LE-IMPORTE(CANT-LINEAS-ENC) TO IMPORTE-EDIT.
           DISPLAY "LINEA " CANT-LINEAS-ENC " IMPORTE $" IMPORTE-EDIT.

       CONTROLAR-DISPONIBLE-ENC.
           COMPUTE FALTA-DISPONIBLE-ENC = 0.
           IF TIPO-PM = "C" THEN
               MOVE ID-PRODUCTO-PM TO ID-COMBO-WS
               PERFORM CARGAR-RECETA-COMBO
               PERFORM CONTROLAR-COMPONENTE-ENC
                   VARYING IX-RC FROM 1 BY 1 UNTIL IX-RC > CANT-COMP-RC
           ELSE
               MOVE ID-PRODUCTO-PM TO ID-PRODUCTO-RES-WS
               MOVE CANTIDAD-ENC-WS TO CANTIDAD-RES-WS
               PERFORM CONTROLAR-DISPONIBLE-PROD.

       CONTROLAR-COMPONENTE-ENC.
           MOVE RC-ID-COMP(IX-RC) TO ID-PRODUCTO-RES-WS.
           COMPUTE CANTIDAD-RES-WS ROUNDED =
               CANTIDAD-ENC-WS * RC-CANT(IX-RC)
               ON SIZE ERROR MOVE 99999.999 TO CANTIDAD-RES-WS
           END-COMPUTE.
           PERFORM CONTROLAR-DISPONIBLE-PROD.

       CONTROLAR-DISPONIBLE-PROD.
           MOVE ID-PRODUCTO-RES-WS TO ID-PRODUCTO-CONS-WS.
           PERFORM CONSULTAR-DISPONIBLE.
           IF CANTIDAD-RES-WS > DISPONIBLE-SC THEN
               COMPUTE FALTA-DISPONIBLE-ENC = 1
               MOVE DISPONIBLE-SC TO DISPONIBLE-EDIT
               DISPLAY "PRODUCTO " ID-PRODUCTO-RES-WS ": DISPONIBLE "
                   DISPONIBLE-EDIT " (STOCK MENOS RESERVAS)."
                   " INSUFICIENTE.".

       GRABAR-ENCARGO.
           PERFORM OBTENER-NRO-ENCARGO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           COMPUTE ENCARGO-GRABADO-OK = 0.
           OPEN I-O ENCARGO.
           MOVE NRO-ENCARGO-ACT TO NRO-ENCARGO-EN.
           MOVE ID-CLIENTE-CE TO ID-CLIENTE-EN.
           MOVE FECHA-ACTUAL TO FECHA-ALTA-EN.
           MOVE FECHA-ENTREGA-ING TO FECHA-ENTREGA-EN.
           MOVE FORMA-PAGO-ENC-WS TO FORMA-PAGO-EN.
           MOVE "P" TO ESTADO-EN.
           MOVE CANT-LINEAS-ENC TO CANT-LINEAS-EN.
           MOVE TOTAL-ENCARGO-WS TO TOTAL-EN.
           MOVE 0 TO NRO-TICKET-EN.
           MOVE OPERADOR-ACTUAL TO ID-OPERADOR-EN.
           MOVE 0 TO FECHA-CIERRE-EN.
           WRITE REG-ENCARGO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL ENCARGO."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   COMPUTE ENCARGO-GRABADO-OK = 1
           END-WRITE.
           CLOSE ENCARGO.
           IF ENCARGO-GRABADO-OK = 1 THEN
               OPEN I-O ENCARGO-ITEM
               PERFORM GRABAR-LINEA-ENCARGO
                   VARYING IX-LE FROM 1 BY 1
                   UNTIL IX-LE > CANT-LINEAS-ENC
               CLOSE ENCARGO-ITEM
               COMPUTE SIGNO-RESERVA-WS = 1
               PERFORM RESERVAR-LINEA-ENCARGO
                   VARYING IX-LE FROM 1 BY 1
                   UNTIL IX-LE > CANT-LINEAS-ENC
               MOVE "ALTA-ENC" TO OPERACION-AUD-WS
               MOVE ID-CLIENTE-CE TO CLAVE-AUD-WS
               PERFORM REGISTRAR-AUDITORIA
               MOVE TOTAL-ENCARGO-WS TO IMPORTE-EDIT
               DISPLAY "ENCARGO NRO " NRO-ENCARGO-ACT " GRABADO. "
                   "TOTAL $" IMPORTE-EDIT " - ENTREGA "
                   FECHA-ENTREGA-ING ".".

       GRABAR-LINEA-ENCARGO.
           MOVE NRO-ENCARGO-ACT TO NRO-ENCARGO-EI.
           MOVE IX-LE TO NRO-LINEA-EI.
           MOVE LE-ID-PROD(IX-LE) TO ID-PRODUCTO-EI.
           MOVE LE-NOMBRE(IX-LE) TO NOMBRE-EI.
           MOVE LE-CANT(IX-LE) TO CANTIDAD-EI.
           MOVE LE-UNIDAD(IX-LE) TO UNIDAD-EI.
           MOVE LE-PRECIO(IX-LE) TO PRECIO-EI.
           MOVE LE-IMPORTE(IX-LE) TO IMPORTE-EI.
           WRITE REG-ENCARGO-ITEM
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA LINEA " IX-LE
                       " DEL ENCARGO."
                   PERFORM INTERPRETAR-ESTADO
           END-WRITE.

       OBTENER-NRO-ENCARGO.
           MOVE 0 TO NRO-ENCARGO-ACT.
           COMPUTE FIN-ARCHIVO-EN = 0.
           OPEN INPUT ENCARGO.
           IF ESTADO NOT = 00 THEN
               COMPUTE FIN-ARCHIVO-EN = 1.
           PERFORM BUSCAR-MAX-ENCARGO UNTIL FIN-ARCHIVO-EN = 1.
           CLOSE ENCARGO.
           ADD 1 TO NRO-ENCARGO-ACT.

       BUSCAR-MAX-ENCARGO.
           READ ENCARGO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-EN = 1.
           IF FIN-ARCHIVO-EN NOT = 1 THEN
               MOVE NRO-ENCARGO-EN TO NRO-ENCARGO-ACT.

       CARGAR-LINEAS-ENCARGO.
           COMPUTE CANT-LINEAS-ENC = 0.
           COMPUTE FIN-ARCHIVO-EI = 0.
           OPEN INPUT ENCARGO-ITEM.
           IF ESTADO NOT = 00 THEN
               COMPUTE FIN-ARCHIVO-EI = 1
           ELSE
               MOVE NRO-ENCARGO-ACT TO NRO-ENCARGO-EI
               MOVE 0 TO NRO-LINEA-EI
               START ENCARGO-ITEM KEY IS NOT LESS THAN CLAVE-EI
                   INVALID KEY COMPUTE FIN-ARCHIVO-EI = 1
               END-START.
           PERFORM LEER-LINEA-ENCARGO UNTIL FIN-ARCHIVO-EI = 1.
           CLOSE ENCARGO-ITEM.

       LEER-LINEA-ENCARGO.
           READ ENCARGO-ITEM NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-EI = 1.
           IF FIN-ARCHIVO-EI NOT = 1 THEN
               IF NRO-ENCARGO-EI NOT = NRO-ENCARGO-ACT THEN
                   COMPUTE FIN-ARCHIVO-EI = 1
               ELSE IF CANT-LINEAS-ENC < 30 THEN
                   ADD 1 TO CANT-LINEAS-ENC
                   MOVE ID-PRODUCTO-EI TO LE-ID-PROD(CANT-LINEAS-ENC)
                   MOVE NOMBRE-EI TO LE-NOMBRE(CANT-LINEAS-ENC)
                   MOVE CANTIDAD-EI TO LE-CANT(CANT-LINEAS-ENC)
                   MOVE UNIDAD-EI TO LE-UNIDAD(CANT-LINEAS-ENC)
                   MOVE PRECIO-EI TO LE-PRECIO(CANT-LINEAS-ENC)
                   MOVE IMPORTE-EI TO LE-IMPORTE(CANT-LINEAS-ENC).

       LEER-CLIENTE-ENCARGO.
           MOVE SPACES TO NOMBRE-CE.
           MOVE SPACES TO APELLIDO-CE.
           MOVE SPACES TO NRO-CELULAR-CE.
           MOVE SPACES TO DOMICILIO-CE.
           MOVE ID-CLIENTE-EN TO ID-CLIENTE-CE.
           PERFORM BUSCAR-CLIENTE-ID.

       MOSTRAR-CABECERA-ENCARGO.
           PERFORM LEER-CLIENTE-ENCARGO.
           MOVE TOTAL-EN TO IMPORTE-EDIT.
           DISPLAY "ENCARGO " NRO-ENCARGO-EN " CLIENTE " ID-CLIENTE-EN
               " " NOMBRE-CE " " APELLIDO-CE.
           IF FORMA-PAGO-EN = "C" THEN
               DISPLAY "ENTREGA " FECHA-ENTREGA-EN " TOTAL $"
                   IMPORTE-EDIT " - CUENTA CORRIENTE"
           ELSE
               DISPLAY "ENTREGA " FECHA-ENTREGA-EN " TOTAL $"
                   IMPORTE-EDIT " - EFECTIVO".

       ENTREGAR-ENCARGO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           MOVE FECHA-ACTUAL TO FECHA-CIERRE-CAJA.
           PERFORM VERIFICAR-CAJA-CERRADA.
           IF CAJA-CERRADA-HOY = 1 THEN
               DISPLAY "LA CAJA DEL DIA YA FUE CERRADA, NO SE PUEDEN "
                   "ENTREGAR ENCARGOS HOY."
           ELSE
               PERFORM ENTREGAR-ENCARGO-NRO.

       ENTREGAR-ENCARGO-NRO.
           DISPLAY "INGRESE NRO DE ENCARGO A ENTREGAR:".
           ACCEPT NRO-ENCARGO-ACT.
           OPEN I-O ENCARGO.
           MOVE NRO-ENCARGO-ACT TO NRO-ENCARGO-EN.
           READ ENCARGO
               INVALID KEY
                   DISPLAY "NO EXISTE UN ENCARGO CON ESE NUMERO."
               NOT INVALID KEY
                   IF ESTADO-EN NOT = "P" THEN
                       DISPLAY "EL ENCARGO NO ESTA PENDIENTE (ESTADO "
                           ESTADO-EN ")."
                   ELSE
                       PERFORM PREPARAR-ENTREGA-ENCARGO
                   END-IF
           END-READ.
           CLOSE ENCARGO.

       PREPARAR-ENTREGA-ENCARGO.
           PERFORM MOSTRAR-CABECERA-ENCARGO.
           PERFORM CARGAR-LINEAS-ENCARGO.
           COMPUTE RUBRO-TOMA-ENC = 0.
           PERFORM VERIFICAR-TOMA-LINEA-ENC
               VARYING IX-LE FROM 1 BY 1 UNTIL IX-LE > CANT-LINEAS-ENC.
           IF RUBRO-TOMA-ENC = 1 THEN
               DISPLAY "HAY PRODUCTOS EN TOMA DE INVENTARIO, ENTREGUE "
                   "EL ENCARGO AL CERRAR LA TOMA."
           ELSE
               PERFORM OBTENER-NRO-TICKET
               IF NRO-RESERVADO-OK = 0 THEN
                   DISPLAY "NO SE PUDO RESERVAR NUMERO DE TICKET, "
                       "ENTREGA CANCELADA."
               ELSE
                   PERFORM TOMAR-TICKET-ENCARGO.

       VERIFICAR-TOMA-LINEA-ENC.
           MOVE LE-ID-PROD(IX-LE) TO ID-PRODUCTO-VC.
           PERFORM BUSCAR-PRODUCTO-ID.
           IF PRODUCTO-HALLADO = 1 THEN
               MOVE ID-RUBRO-PM TO ID-RUBRO-VC
               PERFORM VERIFICAR-RUBRO-EN-TOMA
               PERFORM VERIFICAR-TOMA-COMBO
               IF RUBRO-EN-TOMA = 1 THEN
                   COMPUTE RUBRO-TOMA-ENC = 1
                   DISPLAY "PRODUCTO " LE-NOMBRE(IX-LE)
                       ": RUBRO EN TOMA DE INVENTARIO.".

       TOMAR-TICKET-ENCARGO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL.
           COMPUTE TOTAL-TICKET-ACT = 0.
           COMPUTE NRO-LINEA-ACT = 0.
           COMPUTE STOCK-CONSULTADO-VT = 0.
           DISPLAY "TICKET NRO " NRO-TICKET-ACT " - ENCARGO "
               NRO-ENCARGO-EN ".".
           PERFORM ENTREGAR-LINEA-ENCARGO
               VARYING IX-LE FROM 1 BY 1 UNTIL IX-LE > CANT-LINEAS-ENC.
           COMPUTE CANTIDAD-ETIQUETA-OK = 0.
           MOVE FECHA-ACTUAL TO FECHA-CIERRE-EN.
           IF NRO-LINEA-ACT = 0 THEN
               DISPLAY "NO SE ENTREGO NINGUNA LINEA, EL ENCARGO QUEDA "
                   "CANCELADO."
               MOVE "ENCARGO SIN ENTREGA" TO MOTIVO-ANULACION-NRO
               PERFORM ANULAR-NRO-TICKET
               MOVE "C" TO ESTADO-EN
           ELSE
               MOVE FORMA-PAGO-EN TO FORMA-PAGO-TK-WS
               MOVE 0 TO ID-CLIENTE-TK-WS
               IF FORMA-PAGO-EN = "C" THEN
                   MOVE ID-CLIENTE-EN TO ID-CLIENTE-TK-WS
               END-IF
               PERFORM GRABAR-TICKET-CAB
               IF TICKET-CAB-OK = 1 THEN
                   PERFORM IMPRIMIR-TICKET
                   MOVE NRO-TICKET-ACT TO NRO-TICKET-EN
               ELSE
                   MOVE "ERROR AL GRABAR" TO MOTIVO-ANULACION-NRO
                   PERFORM ANULAR-NRO-TICKET
               END-IF
               MOVE "E" TO ESTADO-EN.
           REWRITE REG-ENCARGO
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL ENCARGO."
                   PERFORM INTERPRETAR-ESTADO
               NOT INVALID KEY
                   MOVE "ENTREGA-EN" TO OPERACION-AUD-WS
                   MOVE ID-CLIENTE-EN TO CLAVE-AUD-WS
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       ENTREGAR-LINEA-ENCARGO.
           MOVE LE-ID-PROD(IX-LE) TO ID-PRODUCTO-VC.
           PERFORM BUSCAR-PRODUCTO-ID.
           IF PRODUCTO-HALLADO = 1 THEN
               MOVE ID-RUBRO-PM TO ID-RUBRO-VC
               MOVE ID-PROVEEDOR-PM TO ID-PROVEEDOR-VC
           ELSE
               MOVE 0 TO ID-RUBRO-VC
               MOVE 0 TO ID-PROVEEDOR-VC.
           MOVE LE-UNIDAD(IX-LE) TO UNIDAD-PM.
           MOVE LE-NOMBRE(IX-LE) TO NOMBRE-VC.
           MOVE LE-PRECIO(IX-LE) TO PRECIO-VENTA-ACT.
           COMPUTE SIGNO-RESERVA-WS = 2.
           PERFORM RESERVAR-LINEA-ENCARGO.
           MOVE LE-CANT(IX-LE) TO CANTIDAD-EDIT-ST.
           DISPLAY "LINEA " IX-LE ": " LE-NOMBRE(IX-LE) " ENCARGADO "
               CANTIDAD-EDIT-ST " " LE-UNIDAD(IX-LE).
           DISPLAY "1-ENTREGAR LO ENCARGADO/2-OTRA CANTIDAD (PESADA)/"
               "3-NO SE ENTREGA".
           ACCEPT OP-ENTREGA-ENC.
           MOVE LE-CANT(IX-LE) TO CANTIDAD-ETIQUETA.
           IF OP-ENTREGA-ENC = 2 THEN
               DISPLAY "INGRESE CANTIDAD ENTREGADA (ADMITE 3 "
                   "DECIMALES):"
               ACCEPT CANTIDAD-ETIQUETA.
           IF OP-ENTREGA-ENC = 3 OR CANTIDAD-ETIQUETA = 0 THEN
               DISPLAY "LINEA NO ENTREGADA."
           ELSE
               COMPUTE CANTIDAD-ETIQUETA-OK = 1
               PERFORM GRABAR-LINEA-TICKET.

       CANCELAR-ENCARGO.
           DISPLAY "INGRESE NRO DE ENCARGO A CANCELAR:".
           ACCEPT NRO-ENCARGO-ACT.
           OPEN I-O ENCARGO.
           MOVE NRO-ENCARGO-ACT TO NRO-ENCARGO-EN.
           READ ENCARGO
               INVALID KEY
                   DISPLAY "NO EXISTE UN ENCARGO CON ESE NUMERO."
               NOT INVALID KEY
                   IF ESTADO-EN NOT = "P" THEN
                       DISPLAY "EL ENCARGO NO ESTA PENDIENTE (ESTADO "
                           ESTADO-EN ")."
                   ELSE
                       PERFORM CONFIRMAR-CANCELACION-ENC
                   END-IF
           END-READ.
           CLOSE ENCARGO.

       CONFIRMAR-CANCELACION-ENC.
           PERFORM MOSTRAR-CABECERA-ENCARGO.
           DISPLAY "¿CONFIRMA LA CANCELACION? 1-SI/2-NO".
           ACCEPT OP-ENTREGA-ENC.
           IF OP-ENTREGA-ENC = 1 THEN
               MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA-ACTUAL
               MOVE FECHA-ACTUAL TO FECHA-CIERRE-EN
               MOVE "C" TO ESTADO-EN
               REWRITE REG-ENCARGO
                   INVALID KEY
                       DISPLAY "ERROR AL CANCELAR EL ENCARGO."
                       PERFORM INTERPRETAR-ESTADO
                   NOT INVALID KEY
                       PERFORM LIBERAR-RESERVA-ENCARGO
                       DISPLAY "ENCARGO CANCELADO, RESERVA LIBERADA."
                       MOVE "CANC-ENC" TO OPERACION-AUD-WS
                       MOVE ID-CLIENTE-EN TO CLAVE-AUD-WS
                       PERFORM REGISTRAR-AUDITORIA
               END-REWRITE.

       LIBERAR-RESERVA-ENCARGO.
           PERFORM CARGAR-LINEAS-ENCARGO.
           COMPUTE SIGNO-RESERVA-WS = 2.
           PERFORM RESERVAR-LINEA-ENCARGO
               VARYING IX-LE FROM 1 BY 1 UNTIL IX-LE > CANT-LINEAS-ENC.

       LISTA-PREPARACION.
           DISPLAY "LISTA DE PREPARACION DE ENCARGOS.".
           DISPLAY "INGRESE FECHA DE ENTREGA (AAAA MM DD):".
           ACCEPT ANIO-ENT.
           ACCEPT MES-ENT.
           ACCEPT DIA-ENT.
           PERFORM LIMPIAR-PREPARACION
               VARYING IX-PREP FROM 1 BY 1 UNTIL IX-PREP > 999.
           COMPUTE CANT-ENCARGOS-LIS = 0.
           OPEN EXTEND ENCARGO-IMP.
           MOVE ALL "=" TO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           STRING "LISTA DE PREPARACION - ENTREGAS DEL "
               DELIMITED BY SIZE
               FECHA-ENTREGA-ING DELIMITED BY SIZE
               INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           COMPUTE FIN-ARCHIVO-EN = 0.
           OPEN INPUT ENCARGO.
           IF ESTADO = 00 THEN
               PERFORM PREPARAR-ENCARGO-REG UNTIL FIN-ARCHIVO-EN = 1
               CLOSE ENCARGO.
           MOVE ALL "-" TO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           MOVE "TOTAL A PREPARAR POR PRODUCTO:" TO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           PERFORM IMPRIMIR-TOTAL-PREPARACION
               VARYING IX-PREP FROM 1 BY 1 UNTIL IX-PREP > 999.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           STRING "ENCARGOS A PREPARAR: " DELIMITED BY SIZE
               CANT-ENCARGOS-LIS DELIMITED BY SIZE
               INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           MOVE ALL "=" TO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           CLOSE ENCARGO-IMP.
           DISPLAY "LISTA DE PREPARACION IMPRESA EN ENCARGO.LIS.".

       LIMPIAR-PREPARACION.
           MOVE 0 TO PREP-CANT(IX-PREP).
           MOVE SPACES TO PREP-NOMBRE(IX-PREP).
           MOVE SPACES TO PREP-UNIDAD(IX-PREP).

       PREPARAR-ENCARGO-REG.
           READ ENCARGO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-EN = 1.
           IF FIN-ARCHIVO-EN NOT = 1 THEN
               IF ESTADO-EN = "P" AND
                  FECHA-ENTREGA-EN = FECHA-ENTREGA-ING THEN
                   PERFORM IMPRIMIR-ENCARGO-PREP.

       IMPRIMIR-ENCARGO-PREP.
           ADD 1 TO CANT-ENCARGOS-LIS.
           PERFORM LEER-CLIENTE-ENCARGO.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           STRING "ENCARGO " DELIMITED BY SIZE
               NRO-ENCARGO-EN DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               NOMBRE-CE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APELLIDO-CE DELIMITED BY SIZE
               INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           MOVE NRO-ENCARGO-EN TO NRO-ENCARGO-ACT.
           PERFORM CARGAR-LINEAS-ENCARGO.
           PERFORM IMPRIMIR-LINEA-PREP
               VARYING IX-LE FROM 1 BY 1 UNTIL IX-LE > CANT-LINEAS-ENC.

       IMPRIMIR-LINEA-PREP.
           MOVE LE-CANT(IX-LE) TO CANTIDAD-EDIT-ST.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           STRING "   [ ] " DELIMITED BY SIZE
               CANTIDAD-EDIT-ST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LE-UNIDAD(IX-LE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LE-NOMBRE(IX-LE) DELIMITED BY SIZE
               INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           IF LE-ID-PROD(IX-LE) > 0 THEN
               MOVE LE-ID-PROD(IX-LE) TO IX-PREP
               ADD LE-CANT(IX-LE) TO PREP-CANT(IX-PREP)
                   ON SIZE ERROR MOVE 99999.999 TO PREP-CANT(IX-PREP)
               END-ADD
               MOVE LE-NOMBRE(IX-LE) TO PREP-NOMBRE(IX-PREP)
               MOVE LE-UNIDAD(IX-LE) TO PREP-UNIDAD(IX-PREP).

       IMPRIMIR-TOTAL-PREPARACION.
           IF PREP-CANT(IX-PREP) > 0 THEN
               MOVE IX-PREP TO ID-PRODUCTO-CONS-WS
               MOVE IX-PREP TO ID-PRODUCTO-TIPO-WS
               PERFORM VERIFICAR-PRODUCTO-COMPUESTO
               MOVE PREP-CANT(IX-PREP) TO CANTIDAD-EDIT-ST
               MOVE SPACES TO LINEA-ENCARGO-IMP
               IF ES-COMPUESTO = 1 THEN
                   STRING ID-PRODUCTO-CONS-WS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PREP-NOMBRE(IX-PREP) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CANTIDAD-EDIT-ST DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PREP-UNIDAD(IX-PREP) DELIMITED BY SIZE
                       "  COMBO: ARMAR CON SUS COMPONENTES"
                       DELIMITED BY SIZE
                       INTO LINEA-ENCARGO-IMP
               ELSE
                   PERFORM CONSULTAR-DISPONIBLE
                   COMPUTE STOCK-PREP-WS = DISPONIBLE-SC + RESERVADO-SC
                   MOVE STOCK-PREP-WS TO DISPONIBLE-EDIT
                   STRING ID-PRODUCTO-CONS-WS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PREP-NOMBRE(IX-PREP) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CANTIDAD-EDIT-ST DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PREP-UNIDAD(IX-PREP) DELIMITED BY SIZE
                       "  STOCK " DELIMITED BY SIZE
                       DISPONIBLE-EDIT DELIMITED BY SIZE
                       INTO LINEA-ENCARGO-IMP
                   IF STOCK-PREP-WS < PREP-CANT(IX-PREP) THEN
                       MOVE "*FALTA*" TO LINEA-ENCARGO-IMP(66:7)
                   END-IF
               END-IF
               WRITE LINEA-ENCARGO-IMP
               DISPLAY LINEA-ENCARGO-IMP.

       HOJA-RUTA-REPARTO.
           DISPLAY "HOJA DE RUTA DE REPARTO.".
           DISPLAY "INGRESE FECHA DE ENTREGA (AAAA MM DD):".
           ACCEPT ANIO-ENT.
           ACCEPT MES-ENT.
           ACCEPT DIA-ENT.
           COMPUTE CANT-ENCARGOS-LIS = 0.
           COMPUTE TOTAL-COBRAR-LIS = 0.
           COMPUTE TOTAL-CTACTE-LIS = 0.
           OPEN EXTEND ENCARGO-IMP.
           MOVE ALL "=" TO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           STRING "HOJA DE RUTA DE REPARTO - ENTREGAS DEL "
               DELIMITED BY SIZE
               FECHA-ENTREGA-ING DELIMITED BY SIZE
               INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           COMPUTE FIN-ARCHIVO-EN = 0.
           OPEN INPUT ENCARGO.
           IF ESTADO = 00 THEN
               PERFORM RUTA-ENCARGO-REG UNTIL FIN-ARCHIVO-EN = 1
               CLOSE ENCARGO.
           MOVE ALL "-" TO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           MOVE TOTAL-COBRAR-LIS TO IMPORTE-EDIT.
           STRING "ENTREGAS: " DELIMITED BY SIZE
               CANT-ENCARGOS-LIS DELIMITED BY SIZE
               "  A COBRAR EN EFECTIVO: $" DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           MOVE TOTAL-CTACTE-LIS TO IMPORTE-EDIT.
           STRING "A CARGAR EN CUENTA CORRIENTE: $" DELIMITED BY SIZE
               IMPORTE-EDIT DELIMITED BY SIZE
               INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           MOVE ALL "=" TO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           CLOSE ENCARGO-IMP.
           DISPLAY "HOJA DE RUTA IMPRESA EN ENCARGO.LIS.".

       RUTA-ENCARGO-REG.
           READ ENCARGO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-EN = 1.
           IF FIN-ARCHIVO-EN NOT = 1 THEN
               IF ESTADO-EN = "P" AND
                  FECHA-ENTREGA-EN = FECHA-ENTREGA-ING THEN
                   PERFORM IMPRIMIR-ENCARGO-RUTA.

       IMPRIMIR-ENCARGO-RUTA.
           ADD 1 TO CANT-ENCARGOS-LIS.
           PERFORM LEER-CLIENTE-ENCARGO.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           STRING "ENCARGO " DELIMITED BY SIZE
               NRO-ENCARGO-EN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-CE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APELLIDO-CE DELIMITED BY SIZE
               " CEL " DELIMITED BY SIZE
               NRO-CELULAR-CE DELIMITED BY SIZE
               INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           STRING "   DOMICILIO: " DELIMITED BY SIZE
               DOMICILIO-CE DELIMITED BY SIZE
               INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           MOVE SPACES TO LINEA-ENCARGO-IMP.
           MOVE TOTAL-EN TO IMPORTE-EDIT.
           IF FORMA-PAGO-EN = "C" THEN
               ADD TOTAL-EN TO TOTAL-CTACTE-LIS
               STRING "   CUENTA CORRIENTE, NO COBRAR. IMPORTE $"
                   DELIMITED BY SIZE
                   IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-ENCARGO-IMP
           ELSE
               ADD TOTAL-EN TO TOTAL-COBRAR-LIS
               STRING "   COBRAR EN EFECTIVO: $" DELIMITED BY SIZE
                   IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.
           DISPLAY LINEA-ENCARGO-IMP.
           MOVE "   RECIBIO: ______________________  HORA: ______"
               TO LINEA-ENCARGO-IMP.
           WRITE LINEA-ENCARGO-IMP.

       LISTAR-ENCARGOS-PEND.
           DISPLAY "ENCARGOS PENDIENTES DE ENTREGA.".
           DISPLAY "NRO    ENTREGA  CLIENTE PAGO TOTAL".
           COMPUTE CANT-ENCARGOS-LIS = 0.
           COMPUTE FIN-ARCHIVO-EN = 0.
           OPEN INPUT ENCARGO.
           IF ESTADO = 00 THEN
               PERFORM LISTAR-ENCARGO-PEND-REG UNTIL FIN-ARCHIVO-EN = 1
               CLOSE ENCARGO.
           DISPLAY "ENCARGOS PENDIENTES: " CANT-ENCARGOS-LIS.

       LISTAR-ENCARGO-PEND-REG.
           READ ENCARGO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-EN = 1.
           IF FIN-ARCHIVO-EN NOT = 1 THEN
               IF ESTADO-EN = "P" THEN
                   ADD 1 TO CANT-ENCARGOS-LIS
                   MOVE TOTAL-EN TO IMPORTE-EDIT
                   DISPLAY NRO-ENCARGO-EN " " FECHA-ENTREGA-EN " "
                       ID-CLIENTE-EN "     " FORMA-PAGO-EN "    $"
                       IMPORTE-EDIT.

       CONTAR-ENCARGOS-CLIENTE.
           COMPUTE CANT-ENC-PEND-CLI = 0.
           COMPUTE FIN-ARCHIVO-EN = 0.
           OPEN INPUT ENCARGO.
           IF ESTADO = 00 THEN
               PERFORM CONTAR-ENCARGO-CLI-REG UNTIL FIN-ARCHIVO-EN = 1
               CLOSE ENCARGO.

       CONTAR-ENCARGO-CLI-REG.
           READ ENCARGO NEXT RECORD
               AT END COMPUTE FIN-ARCHIVO-EN = 1.
           IF FIN-ARCHIVO-EN NOT = 1 THEN
               IF ESTADO-EN = "P" AND
                  ID-CLIENTE-EN = ID-CLIENTE-CE THEN
                   ADD 1 TO CANT-ENC-PEND-CLI.

       PRUEBA-ARCHIVOS.
           OPEN INPUT PROVEEDOR.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-LOTE.
           OPEN INPUT VENTA-DIA.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-VENTADIA.
           OPEN INPUT PRECIO-HIST.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-PRECIOHIS.
           OPEN INPUT TOMA-INV.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-TOMAINV.
           OPEN INPUT CONTEO.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-CONTEO.
           OPEN INPUT CTA-PAGAR.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-CTAPAG.
           OPEN INPUT MOV-PROV.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-CTAPROV.
           OPEN INPUT GASTO.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-GASTOS.
           OPEN INPUT NUMERADOR.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-NUMERADOR.
           OPEN INPUT NRO-ANULADO.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-TKVOID.
           OPEN INPUT CODBARRA.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-CODBARRA.
           OPEN INPUT RECETA.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-RECETA.
           OPEN INPUT ENCARGO.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-ENCARGO.
           OPEN INPUT ENCARGO-ITEM.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-ENCITEM.
           OPEN INPUT RESERVA.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-RESERVA.
           OPEN INPUT CONSUMO-COMBO.
           IF ESTADO = 35 THEN PERFORM CARGA-ARCHIVO-CONSCOMB.
           CLOSE CONSUMO-COMBO.
           CLOSE RESERVA.
           CLOSE ENCARGO-ITEM.
           CLOSE ENCARGO.
           CLOSE RECETA.
           CLOSE CODBARRA.
           CLOSE NRO-ANULADO.
           CLOSE NUMERADOR.
           CLOSE GASTO.
           CLOSE MOV-PROV.
           CLOSE CTA-PAGAR.
           CLOSE CONTEO.
           CLOSE TOMA-INV.
           CLOSE PRECIO-HIST.
           CLOSE VENTA-DIA.
           CLOSE LOTE.
           CLOSE COMPRA.
           CLOSE VENTA-DIA.
           OPEN OUTPUT VENTA-DIA.

       CARGA-ARCHIVO-PRECIOHIS.
           CLOSE PRECIO-HIST.
           OPEN OUTPUT PRECIO-HIST.

       CARGA-ARCHIVO-TOMAINV.
           CLOSE TOMA-INV.
           OPEN OUTPUT TOMA-INV.

       CARGA-ARCHIVO-CONTEO.
           CLOSE CONTEO.
           OPEN OUTPUT CONTEO.

       CARGA-ARCHIVO-CTAPAG.
           CLOSE CTA-PAGAR.
           OPEN OUTPUT CTA-PAGAR.

       CARGA-ARCHIVO-CTAPROV.
           CLOSE MOV-PROV.
           OPEN OUTPUT MOV-PROV.

       CARGA-ARCHIVO-GASTOS.
           CLOSE GASTO.
           OPEN OUTPUT GASTO.

       CARGA-ARCHIVO-NUMERADOR.
           CLOSE NUMERADOR.
           OPEN OUTPUT NUMERADOR.

       CARGA-ARCHIVO-TKVOID.
           CLOSE NRO-ANULADO.
           OPEN OUTPUT NRO-ANULADO.

       CARGA-ARCHIVO-CODBARRA.
           CLOSE CODBARRA.
           OPEN OUTPUT CODBARRA.

       CARGA-ARCHIVO-RECETA.
           CLOSE RECETA.
           OPEN OUTPUT RECETA.

       CARGA-ARCHIVO-ENCARGO.
           CLOSE ENCARGO.
           OPEN OUTPUT ENCARGO.

       CARGA-ARCHIVO-ENCITEM.
           CLOSE ENCARGO-ITEM.
           OPEN OUTPUT ENCARGO-ITEM.

       CARGA-ARCHIVO-RESERVA.
           CLOSE RESERVA.
           OPEN OUTPUT RESERVA.

       CARGA-ARCHIVO-CONSCOMB.
           CLOSE CONSUMO-COMBO.
           OPEN OUTPUT CONSUMO-COMBO.

       CARGA-ARCHIVO-OPERADOR.
           CLOSE OPERADOR.
           OPEN OUTPUT OPERADOR.
