               ACCESS MODE DYNAMIC
               RECORD KEY PRO-CODIGO
               FILE STATUS WKS-FS-PROD.
           SELECT F-EXIST-SUC ASSIGN TO 'IVA-EXISTENCIAS-SUC.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ES-LLAVE
               FILE STATUS WKS-FS-EXIST-SUC.
           SELECT F-TRASPASOS ASSIGN TO 'IVA-TRASPASOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TR-FOLIO
               FILE STATUS WKS-FS-TRASPASO.
           SELECT F-ANTICIPOS ASSIGN TO 'IVA-ANTICIPOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AN-LLAVE
               FILE STATUS WKS-FS-ANTICIPOS.
           SELECT F-ANTICIPOS-REP
               ASSIGN TO 'IVA-ANTICIPOS-PENDIENTES.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-ANC-REP.
           SELECT F-RECURRENTES ASSIGN TO 'IVA-RECURRENTES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RC-CARGO
               FILE STATUS WKS-FS-RECURRENTES.
           SELECT F-RECUR-REP ASSIGN TO 'IVA-RECURRENTES.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-RECUR-REP.
           SELECT F-TIPOS-CAMBIO ASSIGN TO 'IVA-TIPOS-CAMBIO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TC-LLAVE
               FILE STATUS WKS-FS-TIPOS-CAMBIO.
           SELECT F-REVALUACION ASSIGN TO 'IVA-REVALUACION.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-REVALUACION.
           SELECT F-VTA-PROD ASSIGN TO 'IVA-VENTAS-PRODUCTO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-VTA-PROD.
               'IVA-COTIZACIONES-REP.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-COTIZA-REP.
           SELECT F-PEDIDOS ASSIGN TO 'IVA-PEDIDOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PD-FOLIO
               FILE STATUS WKS-FS-PEDIDOS.
           SELECT F-PEDIDOS-REP ASSIGN TO
               'IVA-PEDIDOS-PENDIENTES.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-PEDIDOS-REP.
           SELECT F-PROVEEDORES ASSIGN TO 'IVA-PROVEEDORES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
           SELECT F-EXPORTA ASSIGN TO 'IVA-EXPORTA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-EXPORTA.
           SELECT F-COMPLEMENTOS ASSIGN TO 'IVA-COMPLEMENTOS-PAGO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-COMPLEMENTOS.
           SELECT F-DIOT ASSIGN TO 'IVA-DIOT.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DIOT.
           SELECT F-DIOT-RECH ASSIGN TO 'IVA-DIOT-RECHAZOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DIOT-RECH.
           SELECT F-LOTES-PROC ASSIGN TO 'IVA-LOTES-PROC.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
           SELECT F-PUNTOS-REP ASSIGN TO 'IVA-PUNTOS-REP.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-PUNTOS-R.
           SELECT F-ESQUEMA-COM ASSIGN TO 'IVA-COMISIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CS-LLAVE
               FILE STATUS WKS-FS-ESQUEMA-COM.
           SELECT F-COMISION-NOM ASSIGN TO 'NOMINA-COMISIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CN-LLAVE
               FILE STATUS WKS-FS-COMISION-NOM.
           SELECT F-DESC-NOM ASSIGN TO 'NOMINA-DESC-VENTAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DV-LLAVE
               ALTERNATE RECORD KEY DV-ID-TRAB
                   WITH DUPLICATES
               FILE STATUS WKS-FS-DESC-NOM.
           SELECT F-NETOS-NOM ASSIGN TO 'NOMINA-NETOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NT-ID-TRAB
               FILE STATUS WKS-FS-NETOS-NOM.
           SELECT F-COMISION-REP ASSIGN TO
               'IVA-COMISIONES-EDOCTA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-COMISION-REP.
           SELECT F-PAGOS-PROV ASSIGN TO 'IVA-PAGOS-PROV.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PP-LLAVE
               FILE STATUS WKS-FS-PAGOS-PROV.
           SELECT F-ANTIG-CXP ASSIGN TO 'IVA-ANTIGUEDAD-CXP.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-ANTIG-CXP.
           SELECT F-PROPUESTA ASSIGN TO 'IVA-PROPUESTA-PAGOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-PROPUESTA.
           SELECT F-EDOCTA-PROV ASSIGN TO
               'IVA-ESTADOS-CUENTA-PROV.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-EDOCTA-PROV.
           SELECT F-ORDENES ASSIGN TO 'IVA-ORDENES-COMPRA.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OC-FOLIO
               FILE STATUS WKS-FS-ORDENES.
           SELECT F-RECEPCIONES ASSIGN TO 'IVA-RECEPCIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RE-LLAVE
               FILE STATUS WKS-FS-RECEPCIONES.
           SELECT F-ORDENES-REP ASSIGN TO 'IVA-ORDENES-ABIERTAS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-ORDENES-REP.
           SELECT F-MOVTOS-INV ASSIGN TO 'IVA-MOVIMIENTOS-INV.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MI-LLAVE
               FILE STATUS WKS-FS-MOVTOS-INV.
           SELECT F-KARDEX ASSIGN TO 'IVA-KARDEX.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-KARDEX.
           SELECT F-CONTEO ASSIGN TO 'IVA-CONTEO-FISICO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FC-PRODUCTO
               FILE STATUS WKS-FS-CONTEO.
           SELECT F-HOJA-CONTEO ASSIGN TO 'IVA-HOJA-CONTEO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-HOJA-CONTEO.
           SELECT F-DIF-CONTEO ASSIGN TO
               'IVA-DIFERENCIAS-CONTEO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DIF-CONTEO.
           SELECT F-OPER-IVA ASSIGN TO 'NOMINA-OPERADORES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OV-ID
               FILE STATUS WKS-FS-OPER-IVA.
           SELECT F-MARGEN ASSIGN TO 'IVA-MARGEN-BRUTO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-MARGEN.
           SELECT F-LISTAS-PRECIO ASSIGN TO 'IVA-LISTAS-PRECIO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LI-LLAVE
               FILE STATUS WKS-FS-LISTAS.
           SELECT F-PROMOCIONES ASSIGN TO 'IVA-PROMOCIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PO-CLAVE
               FILE STATUS WKS-FS-PROMOS.
           SELECT F-CUENTAS-POL ASSIGN TO 'IVA-CUENTAS-POLIZA.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-LLAVE
               FILE STATUS WKS-FS-CUENTAS-POL.
           SELECT F-POLIZA-ING ASSIGN TO 'IVA-POLIZA-INGRESOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-POLIZA-ING.
           SELECT F-CIERRES ASSIGN TO 'CIERRE-CALENDARIO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PC-LLAVE
               FILE STATUS WKS-FS-CIERRES.
           SELECT F-CIE-MOVTOS ASSIGN TO 'CIERRE-MOVIMIENTOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CIE-MOV.

       DATA DIVISION.
       FILE SECTION.
      *factura se procesa como siempre.
           02 FE-H-LOTE             PIC 9(6).
           02 FE-H-FACTURA          PIC 9(4).
      *ID de trabajador del vendedor; en blanco o ceros, sin
      *vendedor.
           02 FE-H-VENDEDOR         PIC 9(4).
           02 FILLER                PIC X(37).
       01 REG-FACT-ENT-D REDEFINES REG-FACT-ENT.
           02 FILLER                PIC X(1).
           02 FE-D-DESCRIPCION      PIC X(20).
              03 FV-PRODUCTO        PIC 9(5).
              03 FV-CANTIDAD        PIC 9(3).
      *Forma de pago de la factura: 'E' efectivo, 'T' tarjeta,
      *'F' transferencia, 'R' credito, 'N' descuento por nomina
      *(empleados con liga). En blanco (folios viejos) se
      *toma efectivo. FV-SALDO lleva lo no cobrado de una venta a
      *credito; los abonos lo bajan hasta liquidarla.
           02 FV-FORMA-PAGO         PIC X(1).
           02 FV-SALDO              PIC S9(10)V99.
      *Vendedor (ID de trabajador de NOMINA; cero sin vendedor) y
      *su comision: en blanco pendiente, 'P' pagada en el corte
      *FV-COM-FECHA, 'R' descontada porque se cancelo despues de
      *pagada, 'N' cancelada antes de pagar.
           02 FV-VENDEDOR           PIC 9(4).
           02 FV-COM-ESTADO         PIC X(1).
           02 FV-COM-FECHA          PIC 9(8).
           02 FV-COM-IMPORTE        PIC S9(9)V99.
      *Costo promedio unitario de cada partida de catalogo al
      *momento de la venta, para el margen bruto; en blanco en los
      *folios grabados antes del costeo.
           02 FV-COSTO-ITEM OCCURS 50 TIMES.
              03 FV-COSTO           PIC 9(7)V99.
      *Precio regular y precio aplicado de cada partida de catalogo
      *y origen del aplicado: 'R' regular, 'D', 'M' o 'P' la lista
      *del cliente, 'X' la promocion FV-PRECIO-PROMO. En blanco en
      *texto libre y en folios grabados antes de las listas.
           02 FV-PRECIO-ITEM OCCURS 50 TIMES.
              03 FV-PRECIO-REG      PIC 9(5)V99.
              03 FV-PRECIO-APL      PIC 9(5)V99.
              03 FV-PRECIO-ORIGEN   PIC X(1).
              03 FV-PRECIO-PROMO    PIC 9(4).
      *Fecha de la cancelacion (nota de credito) y puntos redimidos
      *en la venta, para la poliza de ingresos; en blanco en los
      *folios anteriores.
           02 FV-FECHA-CANC         PIC 9(8).
           02 FV-PUNTOS-REDIM       PIC 9(7).
      *IVA e ISR retenidos por el cliente persona moral; en blanco
      *en los folios anteriores a las retenciones.
           02 FV-RET-IVA            PIC 9(10)V99.
           02 FV-RET-ISR            PIC 9(10)V99.
      *Anticipos del cliente aplicados a la factura (con IVA) y su
      *base e IVA por clase, que ya se declararon al cobrarlos; en
      *blanco en los folios anteriores a los anticipos.
           02 FV-ANC-APLICA OCCURS 3 TIMES.
              03 FV-ANC-FECHA       PIC 9(8).
              03 FV-ANC-CONSEC      PIC 9(2).
              03 FV-ANC-MONTO       PIC 9(10)V99.
           02 FV-ANC-CLASE OCCURS 3 TIMES.
              03 FV-ANC-BASE        PIC 9(10)V99.
              03 FV-ANC-IVA         PIC 9(10)V99.
      *Tipo de cambio de la ultima revaluacion del saldo (ceros si
      *nunca se ha revaluado y esta al tipo de la factura).
           02 FV-TC-REVAL           PIC 9(3)V9999.
      *IVA de la factura que falta por cobrar (y por enterar); baja
      *con cada abono. Cero de contado; en blanco en los folios
      *grabados antes del IVA por flujo.
           02 FV-IVA-PEND           PIC 9(10)V99.

       FD F-CONTROL-FOLIO.
      *Ultimo folio asignado, para que el consecutivo nunca se
      *Consecutivo propio de cotizaciones; en blanco (controles
      *viejos) arranca en cero.
           02 CF-ULT-COTIZACION     PIC 9(6).
      *Ultimo corte de comisiones liquidado; en blanco, ninguno.
           02 CF-ULT-CORTE-COM      PIC 9(8).
      *Tope del abono mensual de compras por nomina, en porcentaje
      *del neto mensual del empleado; en blanco, el de fabrica.
           02 CF-PCT-DESC-NOM       PIC 9(2)V99.
      *Consecutivo de ordenes de compra; en blanco, arranca en cero.
           02 CF-ULT-ORDEN          PIC 9(6).
      *Consecutivo de traspasos entre sucursales; igual, en blanco
      *arranca en cero.
           02 CF-ULT-TRASPASO       PIC 9(6).
      *Tolerancia en % del tipo de cambio tecleado contra el del
      *dia; en blanco, la de fabrica.
           02 CF-TOL-TC             PIC 9(2)V99.
           02 CF-ULT-PEDIDO         PIC 9(6).

       FD F-LIBRO.
      *Libro mayor mensual de IVA: un registro por mes con los
           02 LM-CLASE OCCURS 3 TIMES.
              03 LM-BASE-CLASE      PIC S9(12)V99.
              03 LM-IVA-CLASE       PIC S9(12)V99.
      *IVA e ISR que retuvieron los clientes en el mes: el IVA
      *retenido no se cobra y baja el IVA a enterar. En blanco en
      *los meses grabados antes de las retenciones.
           02 LM-RET-IVA            PIC S9(12)V99.
           02 LM-RET-ISR            PIC S9(12)V99.
      *IVA efectivamente cobrado en el mes (ventas de contado,
      *anticipos y la parte de IVA de los abonos), que es el que se
      *entera. En blanco en los meses grabados antes.
           02 LM-IVA-COBRADO        PIC S9(12)V99.

       FD F-DECLARACION.
      *Reporte anual para la declaracion: los doce meses del libro y
              03 PAG-CONSEC         PIC 9(2).
           02 PAG-MONTO             PIC 9(10)V99.
           02 PAG-FOLIO             PIC 9(6).
      *Serie del folio abonado y origen del pago: 'C' efectivo en
      *caja, 'T' tarjeta, 'F' transferencia, 'N' descuento por
      *nomina. En blanco (efectivo) en los pagos anteriores.
           02 PAG-SERIE             PIC X(2).
           02 PAG-ORIGEN            PIC X(1).
      *Folio fiscal (UUID) del complemento de pago timbrado y fecha
      *en que se capturo; en blanco mientras no se timbre.
           02 PAG-UUID              PIC X(36).
           02 PAG-FECHA-TIMBRE      PIC 9(8).
      *Utilidad (+) o perdida (-) cambiaria realizada en el abono a
      *un folio en moneda extranjera.
           02 PAG-DIF-CAMBIO        PIC S9(10)V99.

       FD F-ANTIG.
      *Reporte de antiguedad de saldos de credito (30/60/90 dias),
           02 CT-ESTADO             PIC X(1).
              88 CT-VIGENTE            VALUE 'V'.
              88 CT-FACTURADA          VALUE 'F'.
              88 CT-EN-PEDIDO          VALUE 'P'.
           02 CT-FOLIO-FACTURA      PIC 9(6).
           02 CT-SERIE-FACTURA      PIC X(2).
           02 CT-ITEM OCCURS 50 TIMES.
              03 CT-CLASE           PIC 9(1).
              03 CT-PRODUCTO        PIC 9(5).
              03 CT-CANTIDAD        PIC 9(3).
           02 CT-VENDEDOR           PIC 9(4).

       FD F-COTIZA-REP.
      *Reporte de conversion de cotizaciones: cuantas se
      *facturaron, cuantas siguen vigentes y cuantas vencieron.
       01 REG-COTIZA-REP            PIC X(80).

       FD F-PEDIDOS.
      *Pedidos de venta, entre la cotizacion y la factura. Cada
      *partida aparta existencia de la sucursal que levanto el
      *pedido; lo que no alcanza queda pendiente y el pedido se
      *factura por partes conforme se surte. Las partidas libres
      *(sin producto) van por cantidad 1 y el importe como precio.
       01 REG-PEDIDO.
           02 PD-FOLIO              PIC 9(6).
           02 PD-FECHA              PIC 9(8).
           02 PD-SERIE              PIC X(2).
           02 PD-TELEFONO           PIC 9(10).
           02 PD-VENDEDOR           PIC 9(4).
           02 PD-MONEDA             PIC X(3).
           02 PD-TIPO-CAMBIO        PIC 9(3)V9999.
           02 PD-IVA-TASA           PIC 9(2)V99.
           02 PD-DESCTO-TASA        PIC 9(2)V99.
           02 PD-COTIZACION         PIC 9(6).
           02 PD-ESTADO             PIC X(1).
              88 PD-ABIERTO            VALUE 'A'.
              88 PD-SURTIDO            VALUE 'S'.
              88 PD-CANCELADO          VALUE 'C'.
           02 PD-NUM-PART           PIC 9(2).
           02 PD-PARTIDA OCCURS 50 TIMES.
              03 PD-PRODUCTO        PIC 9(5).
              03 PD-DESCRIPCION     PIC X(20).
              03 PD-PRECIO          PIC S9(5)V99.
              03 PD-CLASE           PIC 9(1).
              03 PD-CANT-PEDIDA     PIC 9(3).
              03 PD-CANT-APARTADA   PIC 9(3).
              03 PD-CANT-SURTIDA    PIC 9(3).

       FD F-PEDIDOS-REP.
      *Pendientes de surtir por producto y cliente.
       01 REG-PEDIDOS-REP           PIC X(100).

       FD F-LOTES-PROC.
      *Registro de facturas de lote ya posteadas (lote y numero de
      *factura del sistema de ventas), con el folio que se les
           02 LS-CLASE OCCURS 3 TIMES.
              03 LS-BASE-CLASE      PIC S9(12)V99.
              03 LS-IVA-CLASE       PIC S9(12)V99.
           02 LS-RET-IVA            PIC S9(12)V99.
           02 LS-RET-ISR            PIC S9(12)V99.

       FD F-PROVEEDORES.
      *Catalogo de proveedores para las facturas de compra.
           02 PRV-CODIGO            PIC 9(5).
           02 PRV-NOMBRE            PIC X(40).
           02 PRV-RFC               PIC X(13).
      *Dias de credito que da el proveedor (cero, de contado) y lo
      *que se le debe; en blanco en registros viejos.
           02 PRV-DIAS-CREDITO      PIC 9(3).
           02 PRV-SALDO             PIC S9(11)V99.
      *Tipo de tercero para la DIOT ('04' nacional, '05' extranjero,
      *'15' global) y tipo de operacion ('03' servicios
      *profesionales, '06' arrendamiento, '85' otros); en blanco en
      *registros viejos, que la DIOT toma como 04 y 85.
           02 PRV-TIPO-TERCERO      PIC X(2).
           02 PRV-TIPO-OPERACION    PIC X(2).

       FD F-COMPRAS.
      *Facturas de compra a proveedores, con el mismo desglose por
           02 CP-CLASE OCCURS 3 TIMES.
              03 CP-BASE-CLASE      PIC S9(10)V99.
              03 CP-IVA-CLASE       PIC S9(10)V99.
      *Lo que falta por pagar de la compra (bases mas IVA) y su
      *fecha de vencimiento segun el credito del proveedor; en
      *blanco las compras grabadas antes de las cuentas por pagar,
      *que se toman como pagadas.
           02 CP-SALDO              PIC S9(10)V99.
           02 CP-VENCE              PIC 9(8).
      *Orden de compra que ampara la factura (cero o en blanco, sin
      *orden) y marca 'R' cuando lo facturado rebasa lo recibido:
      *la compra retenida no entra a pagos.
           02 CP-OC                 PIC 9(6).
           02 CP-RETENIDA           PIC X(1).

       FD F-LIBRO-C.
      *Libro mayor mensual de compras, paralelo al de ventas: un
           02 LC-CLASE OCCURS 3 TIMES.
              03 LC-BASE-CLASE      PIC S9(12)V99.
              03 LC-IVA-CLASE       PIC S9(12)V99.
      *Bases e IVA efectivamente pagados a proveedores en el mes;
      *el IVA pagado es el acreditable. En blanco en los meses
      *grabados antes.
           02 LC-TOTAL-PAG          PIC S9(12)V99.
           02 LC-IVA-PAG            PIC S9(12)V99.

       FD F-EXPORTA.
      *Exportacion estructurada de facturas para el despacho: un
      *marcadas con su estado.
       01 REG-EXPORTA               PIC X(100).

       FD F-COMPLEMENTOS.
      *Complementos de pago de las ventas a credito: un renglon 'P'
      *por abono y un 'T' de control al final.
       01 REG-COMPLEMENTO           PIC X(200).

       FD F-DIOT.
      *DIOT del mes en el layout de carga masiva del SAT: un renglon
      *por proveedor con los campos separados por '|'.
       01 REG-DIOT                  PIC X(300).

       FD F-DIOT-RECH.
      *Proveedores que no entran a la DIOT y cuadre contra el libro
      *de compras del mes.
       01 REG-DIOT-RECH             PIC X(132).

       FD F-FONDO.
      *Fondo de apertura de la caja del dia: un solo renglon con la
      *fecha y el fondo contado al abrir.
           02 PRO-CLASE             PIC 9(1).
           02 PRO-EXISTENCIA        PIC S9(7).
           02 PRO-MINIMO            PIC 9(5).
      *Clase de comision del producto; en blanco, la general.
           02 PRO-CLASE-COM         PIC X(2).
      *Costo promedio ponderado, lo recalculan las entradas de
      *mercancia; en blanco en productos viejos.
           02 PRO-COSTO-PROM        PIC 9(7)V99.
      *'S' cuando la existencia ya se lleva por sucursal en
      *IVA-EXISTENCIAS-SUC.DAT; PRO-EXISTENCIA queda como la suma de
      *todas. En blanco en productos viejos: lo que traen es de la
      *matriz.
           02 PRO-SUC-INICIADA      PIC X(1).

       FD F-EXIST-SUC.
      *Existencia de cada producto en cada serie/sucursal, con su
      *propio punto de resurtido (en cero, el general del producto).
       01 REG-EXIST-SUC.
           02 ES-LLAVE.
              03 ES-PRODUCTO        PIC 9(5).
              03 ES-SERIE           PIC X(2).
           02 ES-EXISTENCIA         PIC S9(7).
           02 ES-MINIMO             PIC 9(5).
      *Piezas apartadas por pedidos abiertos de la sucursal; lo
      *disponible para vender es la existencia menos esto.
           02 ES-APARTADO           PIC S9(7).

       FD F-TRASPASOS.
      *Traspasos de mercancia entre sucursales. Enviado queda en
      *transito; la sucursal destino lo recibe completo.
       01 REG-TRASPASO.
           02 TR-FOLIO              PIC 9(6).
           02 TR-ORIGEN             PIC X(2).
           02 TR-DESTINO            PIC X(2).
           02 TR-FECHA-ENVIO        PIC 9(8).
           02 TR-FECHA-RECIBE       PIC 9(8).
           02 TR-ESTADO             PIC X(1).
              88 TR-EN-TRANSITO        VALUE 'T'.
              88 TR-RECIBIDO           VALUE 'R'.
           02 TR-NUM-PART           PIC 9(2).
           02 TR-PARTIDA OCCURS 20 TIMES.
              03 TR-PRODUCTO        PIC 9(5).
              03 TR-CANTIDAD        PIC 9(7).

       FD F-ANTICIPOS.
      *Anticipos de clientes, por telefono y fecha de cobro. El
      *importe trae IVA; AN-APLICADO es lo ya descontado en
      *facturas, y el anticipo se liquida al agotarse.
       01 REG-ANTICIPO.
           02 AN-LLAVE.
              03 AN-TELEFONO        PIC 9(10).
              03 AN-FECHA           PIC 9(8).
              03 AN-CONSEC          PIC 9(2).
           02 AN-SERIE              PIC X(2).
           02 AN-FORMA-PAGO         PIC X(1).
           02 AN-CLASE              PIC 9(1).
           02 AN-IVA-TASA           PIC 9(2)V99.
           02 AN-IMPORTE            PIC 9(10)V99.
           02 AN-BASE               PIC 9(10)V99.
           02 AN-IVA                PIC 9(10)V99.
           02 AN-APLICADO           PIC 9(10)V99.
           02 AN-ESTADO             PIC X(1).
              88 AN-ABIERTO            VALUE 'A'.
              88 AN-LIQUIDADO          VALUE 'L'.

       FD F-ANTICIPOS-REP.
       01 REG-ANTICIPOS-REP         PIC X(100).

       FD F-RECURRENTES.
      *Cargos recurrentes de clientes (contratos de mantenimiento,
      *rentas): partidas fijas que se facturan cada RC-FRECUENCIA
      *meses desde la fecha de inicio hasta la de fin (ceros = sin
      *fin). RC-PROXIMA es la fecha del siguiente cargo a generar.
       01 REG-RECURRENTE.
           02 RC-CARGO              PIC 9(4).
           02 RC-TELEFONO           PIC 9(10).
           02 RC-CONCEPTO           PIC X(30).
           02 RC-MONEDA             PIC X(3).
           02 RC-TCAMBIO            PIC 9(3)V9999.
           02 RC-IVA-TASA           PIC 9(2)V99.
           02 RC-DESCTO             PIC 9(2)V99.
           02 RC-VENDEDOR           PIC 9(4).
           02 RC-FRECUENCIA         PIC 9(2).
           02 RC-FECHA-INICIO       PIC 9(8).
           02 RC-FECHA-FIN          PIC 9(8).
           02 RC-PROXIMA            PIC 9(8).
           02 RC-ULT-CARGO          PIC 9(8).
           02 RC-ESTADO             PIC X(1).
              88 RC-ACTIVO             VALUE 'A'.
              88 RC-SUSPENDIDO         VALUE 'S'.
              88 RC-TERMINADO          VALUE 'T'.
           02 RC-NUM-PART           PIC 9(2).
           02 RC-PARTIDA OCCURS 10 TIMES.
              03 RC-DESCRIPCION     PIC X(20).
              03 RC-IMPORTE         PIC 9(5)V99.
              03 RC-CLASE           PIC 9(1).

       FD F-RECUR-REP.
       01 REG-RECUR-REP             PIC X(100).

       FD F-TIPOS-CAMBIO.
      *Tipo de cambio a pesos de cada moneda extranjera por dia.
       01 REG-TIPO-CAMBIO.
           02 TC-LLAVE.
              03 TC-MONEDA          PIC X(3).
              03 TC-FECHA           PIC 9(8).
           02 TC-TIPO               PIC 9(3)V9999.

       FD F-REVALUACION.
      *Reporte y poliza de la revaluacion cambiaria de fin de mes.
       01 REG-REVALUACION           PIC X(100).

       FD F-VTA-PROD.
      *Reporte de ventas por producto, desde el maestro de facturas.
           02 XV-TELEFONO           PIC 9(10).
           02 XV-ID-TRAB            PIC 9(04).

       FD F-ESQUEMA-COM.
      *Esquema de comisiones de venta: tasa por clase de comision
      *del producto y por tramo de la venta neta del vendedor en el
      *periodo (el tramo aplica desde CS-DESDE). La clase en blanco
      *es la general, para productos sin clase o sin tramos propios.
       01 REG-ESQUEMA-COM.
           02 CS-LLAVE.
              03 CS-CLASE           PIC X(2).
              03 CS-DESDE           PIC 9(9)V99.
           02 CS-TASA               PIC 9(2)V99.

       FD F-COMISION-NOM.
      *Comisiones liquidadas por vendedor y corte, que NOMINA paga
      *como percepcion en su siguiente corrida ('P' pendiente, 'C'
      *cobrada en CN-CORRIDA). El layout debe ser identico al del
      *programa NOMINA.
       01 REG-COMISION-NOM.
           02 CN-LLAVE.
              03 CN-ID-TRAB         PIC 9(4).
              03 CN-CORTE           PIC 9(8).
           02 CN-VENTAS             PIC S9(11)V99.
           02 CN-IMPORTE            PIC S9(9)V99.
           02 CN-ESTADO             PIC X(1).
           02 CN-CORRIDA            PIC 9(4).

       FD F-DESC-NOM.
      *Compras de empleados pagaderas por descuento de nomina, una
      *por folio: NOMINA descuenta el abono mensual hasta agotar el
      *saldo y deja en DV-POR-APLICAR lo descontado, que este
      *programa aplica como pago al folio. 'A' activa, 'L'
      *liquidada, 'B' con saldo al darse de baja el empleado, 'X'
      *cancelada. El layout debe ser identico al del programa
      *NOMINA.
       01 REG-DESC-NOM.
           02 DV-LLAVE.
              03 DV-SERIE           PIC X(2).
              03 DV-FOLIO           PIC 9(6).
           02 DV-ID-TRAB            PIC 9(4).
           02 DV-TELEFONO           PIC 9(10).
           02 DV-FECHA              PIC 9(8).
           02 DV-IMPORTE            PIC 9(10)V99.
           02 DV-PLAZOS             PIC 9(2).
           02 DV-ABONO              PIC 9(7)V99.
           02 DV-SALDO              PIC S9(10)V99.
           02 DV-POR-APLICAR        PIC S9(10)V99.
           02 DV-FECHA-DESC         PIC 9(8).
           02 DV-ESTADO             PIC X(1).

       FD F-NETOS-NOM.
      *Ultimo neto mensual pagado a cada trabajador, que deja
      *NOMINA en cada corrida; de el sale el tope de las compras
      *por nomina. El layout debe ser identico al del programa
      *NOMINA.
       01 REG-NETO-NOM.
           02 NT-ID-TRAB            PIC 9(4).
           02 NT-NETO               PIC S9(7)V99.
           02 NT-FECHA              PIC 9(8).

       FD F-COMISION-REP.
      *Estados de cuenta de comisiones por vendedor, uno tras otro.
       01 REG-COMISION-REP          PIC X(80).

       FD F-PAGOS-PROV.
      *Pagos hechos a proveedores, aplicados contra sus compras
      *abiertas: un registro por compra abonada.
       01 REG-PAGO-PROV.
           02 PP-LLAVE.
              03 PP-PROVEEDOR       PIC 9(5).
              03 PP-FECHA           PIC 9(8).
              03 PP-CONSEC          PIC 9(3).
           02 PP-MONTO              PIC 9(10)V99.
           02 PP-CP-FECHA           PIC 9(8).
           02 PP-CP-CONSEC          PIC 9(3).

       FD F-ANTIG-CXP.
      *Antiguedad de cuentas por pagar por vencimiento.
       01 REG-ANTIG-CXP             PIC X(80).

       FD F-PROPUESTA.
      *Propuesta semanal de pagos a proveedores.
       01 REG-PROPUESTA             PIC X(80).

       FD F-EDOCTA-PROV.
      *Estados de cuenta de proveedores, uno tras otro.
       01 REG-EDOCTA-PROV           PIC X(80).

       FD F-ORDENES.
      *Ordenes de compra a proveedores: encabezado con su estado
      *(A abierta, P surtida en parte, C surtida) y hasta 20
      *partidas con lo pedido, el costo pactado y lo recibido.
      *Lleva ademas lo recibido y lo facturado en importe para
      *casar las facturas de compra contra las entradas.
       01 REG-ORDEN.
           02 OC-FOLIO              PIC 9(6).
           02 OC-PROVEEDOR          PIC 9(5).
           02 OC-FECHA              PIC 9(8).
           02 OC-ENTREGA            PIC 9(8).
           02 OC-ESTADO             PIC X(1).
           02 OC-NUM-PART           PIC 9(2).
           02 OC-IMP-PEDIDO         PIC 9(10)V99.
           02 OC-IMP-RECIBIDO       PIC 9(10)V99.
           02 OC-IMP-FACTURADO      PIC 9(10)V99.
           02 OC-PARTIDA OCCURS 20 TIMES.
              03 OC-PRODUCTO        PIC 9(5).
              03 OC-CANTIDAD        PIC 9(7).
              03 OC-COSTO           PIC 9(7)V99.
              03 OC-RECIBIDO        PIC 9(7).

       FD F-RECEPCIONES.
      *Entradas de mercancia: una por recepcion contra una orden,
      *con lo recibido en cada partida de la orden (mismo orden de
      *partidas) a su costo pactado.
       01 REG-RECEPCION.
           02 RE-LLAVE.
              03 RE-FOLIO-OC        PIC 9(6).
              03 RE-CONSEC          PIC 9(3).
           02 RE-FECHA              PIC 9(8).
           02 RE-NUM-PART           PIC 9(2).
           02 RE-PARTIDA OCCURS 20 TIMES.
              03 RE-CANTIDAD        PIC 9(7).
              03 RE-COSTO           PIC 9(7)V99.

       FD F-ORDENES-REP.
      *Reporte de ordenes de compra abiertas y vencidas.
       01 REG-ORDENES-REP           PIC X(80).

       FD F-MOVTOS-INV.
      *Kardex: todo cambio de existencia de un producto, con su
      *tipo, la cantidad con signo (negativa las salidas), el
      *documento que lo causo y la existencia y costo promedio que
      *dejo. La llave por producto y fecha permite sacar el kardex
      *de un rango de fechas.
       01 REG-MOVTO-INV.
           02 MI-LLAVE.
              03 MI-PRODUCTO        PIC 9(5).
              03 MI-FECHA           PIC 9(8).
              03 MI-CONSEC          PIC 9(4).
           02 MI-TIPO               PIC X(1).
              88 MI-VENTA              VALUE 'V'.
              88 MI-CANCELACION        VALUE 'C'.
              88 MI-ENTRADA            VALUE 'E'.
              88 MI-AJUSTE             VALUE 'A'.
              88 MI-TRASPASO           VALUE 'T'.
           02 MI-CANTIDAD           PIC S9(7).
           02 MI-DOCUMENTO          PIC X(16).
           02 MI-EXIST-RES          PIC S9(7).
           02 MI-COSTO              PIC 9(7)V99.

       FD F-KARDEX.
      *Reporte de kardex de un producto.
       01 REG-KARDEX                PIC X(80).

       FD F-CONTEO.
      *Hoja de conteo fisico congelada: un renglon por producto con
      *la existencia y el costo promedio al congelar y lo contado.
      *El registro de llave cero es el encabezado del conteo: fecha
      *de congelado, estado (A en captura, P aplicado) y quien
      *autorizo los ajustes.
       01 REG-CONTEO.
           02 FC-PRODUCTO           PIC 9(5).
           02 FC-DATOS.
              03 FC-TEORICA         PIC S9(7).
              03 FC-COSTO           PIC 9(7)V99.
              03 FC-CONTADA         PIC S9(7).
              03 FC-CAPTURADO       PIC X(1).
                 88 FC-YA-CONTADO      VALUE 'S'.
              03 FILLER             PIC X(6).
           02 FC-ENCABEZADO REDEFINES FC-DATOS.
              03 FC-FECHA-CONGELA   PIC 9(8).
              03 FC-ESTADO          PIC X(1).
                 88 FC-EN-CAPTURA      VALUE 'A'.
                 88 FC-APLICADO        VALUE 'P'.
              03 FC-AUTORIZO        PIC X(8).
              03 FC-FECHA-APLICA    PIC 9(8).
              03 FILLER             PIC X(5).

       FD F-HOJA-CONTEO.
      *Hoja impresa para los contadores.
       01 REG-HOJA-CONTEO           PIC X(80).

       FD F-DIF-CONTEO.
      *Reporte de diferencias del conteo fisico.
       01 REG-DIF-CONTEO            PIC X(80).

       FD F-OPER-IVA.
      *Vista de solo lectura del catalogo de operadores de NOMINA,
      *para la autorizacion de supervisor; el layout debe ser
      *identico al del programa NOMINA.
       01 REG-OPER-IVA.
           02 OV-ID                 PIC X(8).
           02 OV-NOMBRE             PIC X(30).
           02 OV-PASSWORD           PIC X(8).
           02 OV-PERFIL             PIC X(1).
              88 OV-ES-SUPERVISOR      VALUE 'S'.
           02 OV-FECHA-PWD          PIC 9(8).
           02 OV-INTENTOS           PIC 9(1).
           02 OV-BLOQUEADO          PIC X(1).
              88 OV-ESTA-BLOQUEADO     VALUE 'B'.
           02 OV-CAMBIO-OBLIG       PIC X(1).
           02 OV-PWD-ANT1           PIC X(8).
           02 OV-PWD-ANT2           PIC X(8).

       FD F-MARGEN.
      *Reporte de margen bruto del mes.
       01 REG-MARGEN                PIC X(80).

       FD F-LISTAS-PRECIO.
      *Precio de cada producto en cada lista de precios: 'D'
      *menudeo, 'M' mayoreo, 'P' preferencial. La lista la trae el
      *cliente en CLIENTES.DAT; un producto sin renglon en la lista
      *se vende al precio regular del catalogo.
       01 REG-LISTA-PRECIO.
           02 LI-LLAVE.
              03 LI-LISTA           PIC X(1).
              03 LI-PRODUCTO        PIC 9(5).
           02 LI-PRECIO             PIC 9(5)V99.

       FD F-PROMOCIONES.
      *Promociones con vigencia: para un producto o para una clase
      *de producto (la clase de comision del catalogo), con un
      *porcentaje de descuento sobre el precio regular o un precio
      *especial.
       01 REG-PROMOCION.
           02 PO-CLAVE              PIC 9(4).
           02 PO-DESCRIPCION        PIC X(20).
           02 PO-INICIO             PIC 9(8).
           02 PO-FIN                PIC 9(8).
           02 PO-ALCANCE            PIC X(1).
              88 PO-POR-PRODUCTO       VALUE 'P'.
              88 PO-POR-CLASE          VALUE 'C'.
           02 PO-PRODUCTO           PIC 9(5).
           02 PO-CLASE-COM          PIC X(2).
           02 PO-TIPO               PIC X(1).
              88 PO-ES-PORCENTAJE      VALUE 'D'.
              88 PO-ES-PRECIO          VALUE 'E'.
           02 PO-PORCENTAJE         PIC 9(2)V99.
           02 PO-PRECIO             PIC 9(5)V99.

       FD F-CUENTAS-POL.
      *Cuenta contable de cada concepto de la poliza de ingresos,
      *por serie; la serie en blanco es la cuenta general.
       01 REG-CUENTA-POL.
           02 CU-LLAVE.
              03 CU-SERIE           PIC X(2).
              03 CU-CONCEPTO        PIC X(2).
           02 CU-CUENTA             PIC X(16).

       FD F-POLIZA-ING.
      *Poliza de ingresos del dia, mismo formato que la poliza de
      *NOMINA (movimiento, concepto e importe en las mismas
      *columnas) con la cuenta contable despues del importe.
       01 REG-POLIZA-ING            PIC X(80).

       FD F-TRAB-IVA.
      *Vista de solo lectura del maestro de trabajadores de NOMINA,
      *para verificar que el empleado ligado o el vendedor de la
      *venta siga activo; el layout debe ser identico al del
      *programa NOMINA.
       01 REG-TRAB-IVA.
           02 TV-ID-TRAB       PIC 9(4).
           02 TV-NOMBRE-TRAB   PIC X(50).
           02 TV-CUENTA-BANCO  PIC 9(10).
           02 TV-PORCENTAJE    PIC 9(3) OCCURS 3 TIMES.
      *Campos nuevos del maestro de NOMINA; aqui no se usan.
           02 TV-RESTO         PIC X(71).

       FD F-CLIENTES-IVA.
      *Vista de solo lectura del archivo de clientes de ARCHIVOS,
           02 CV-CREDITO-LIMITE     PIC 9(07)V99.
           02 CV-SALDO-CREDITO      PIC S9(09)V99.
           02 CV-CLASE-ABC          PIC X(01).
           02 CV-LISTA-PRECIO       PIC X(01).
           02 CV-RFC                PIC X(13).
           02 CV-RAZON-SOCIAL       PIC X(60).
           02 CV-REGIMEN            PIC 9(03).
           02 CV-USO-CFDI           PIC X(04).
           02 CV-RETENEDOR          PIC X(01).
           02 CV-AVISO-PRIV         PIC X(01).
           02 CV-AVISO-FECHA        PIC 9(08).
           02 CV-MKT-PERMITE        PIC X(01).
           02 CV-MKT-CANAL          PIC X(01).
           02 CV-ANONIMIZADO        PIC X(01).

       FD F-CIERRES.
      *Vista de solo lectura del calendario de cierre de periodos
      *que mantiene NOMINA; el layout debe ser identico al del
      *programa NOMINA. Un mes de IVA cerrado ('C') rechaza ('R') o
      *traslada al mes en curso ('T') lo que llegue fechado en el.
       01 REG-CIERRE.
           02 PC-LLAVE.
              03 PC-AREA            PIC X(3).
              03 PC-ANOMES          PIC 9(6).
           02 PC-ESTADO             PIC X(1).
              88 PC-CERRADO            VALUE 'C'.
              88 PC-REABIERTO          VALUE 'A'.
           02 PC-REGLA              PIC X(1).
              88 PC-RECHAZA            VALUE 'R'.
              88 PC-TRASLADA           VALUE 'T'.
           02 PC-FECHA-CIERRE       PIC 9(8).
           02 PC-OPER-CIERRE        PIC X(8).
           02 PC-FECHA-REAPERTURA   PIC 9(8).
           02 PC-OPER-REAPERTURA    PIC X(8).
           02 PC-MOTIVO             PIC X(40).

       FD F-CIE-MOVTOS.
      *Bitacora compartida de movimientos fechados en un mes con
      *cierre; el layout debe ser identico al del programa NOMINA.
       01 REG-CIE-MOVTO.
           02 CMV-FECHA             PIC 9(8).
           02 FILLER                PIC X(1).
           02 CMV-AREA              PIC X(3).
           02 FILLER                PIC X(1).
           02 CMV-ANOMES            PIC 9(6).
           02 FILLER                PIC X(1).
           02 CMV-ACCION            PIC X(1).
           02 FILLER                PIC X(1).
           02 CMV-ANOMES-REG        PIC 9(6).
           02 FILLER                PIC X(1).
           02 CMV-TIPO              PIC X(4).
           02 FILLER                PIC X(1).
           02 CMV-REFERENCIA        PIC X(16).
           02 FILLER                PIC X(1).
           02 CMV-ORIGEN            PIC X(8).
           02 FILLER                PIC X(1).
           02 CMV-DETALLE           PIC X(40).

       WORKING-STORAGE SECTION.

      *Codigo de producto y cantidad; cero en texto libre.
           02 WKS-PRODUCTO PIC 9(5).
           02 WKS-CANTIDAD PIC 9(3).
      *Precio regular, precio aplicado y su origen (lista del
      *cliente o promocion); origen en blanco fuera del catalogo.
           02 WKS-PRECIO-REG PIC 9(5)V99.
           02 WKS-PRECIO-APL PIC 9(5)V99.
           02 WKS-PRECIO-ORIGEN PIC X(1).
           02 WKS-PRECIO-PROMO PIC 9(4).

       01 WKS-POR-CLASE.
           02 WKS-CLASE-TOTALES OCCURS 3 TIMES.
       77 WKS-LIB-NUEVO        PIC 9(1).
       77 WKS-LIB-D-TOTAL      PIC S9(10)V99.
       77 WKS-LIB-D-IVA        PIC S9(10)V99.
       77 WKS-LIB-D-RET-IVA    PIC S9(10)V99.
       77 WKS-LIB-D-RET-ISR    PIC S9(10)V99.
       77 WKS-LIB-D-IVA-COB    PIC S9(10)V99 VALUE ZERO.
       01 WKS-LIB-DELTAS.
           02 WKS-LIB-D-CLASE OCCURS 3 TIMES.
              03 WKS-LIB-D-BASE     PIC S9(10)V99.
       77 WKS-ANU-TOTAL        PIC S9(13)V99.
       77 WKS-ANU-IVA          PIC S9(13)V99.
       77 WKS-ANU-ACRED        PIC S9(13)V99.
       77 WKS-ANU-RET-IVA      PIC S9(13)V99.
       77 WKS-ANU-RET-ISR      PIC S9(13)V99.
       77 WKS-ANU-COBRADO      PIC S9(13)V99.
       77 WKS-ANU-ACR-PAG      PIC S9(13)V99.
       77 WKS-ANU-A-PAGAR      PIC S9(13)V99.
       77 WKS-ICB-COBRABLE     PIC S9(10)V99.
       77 WKS-ICB-IMPORTE      PIC S9(10)V99.
       77 WKS-ICB-ABONO        PIC S9(10)V99.
       77 WKS-ICB-TOTAL        PIC S9(10)V99.
       77 WKS-ICB-ANOMES       PIC 9(6).
       77 WKS-ICB-FLUJO        PIC 9(1).
       77 WKS-ICB-COBRADO      PIC S9(12)V99.
       77 WKS-ICB-PAGADO       PIC S9(12)V99.
       77 WKS-ICB-A-PAGAR      PIC S9(12)V99.
       77 WKS-CPP-BASE         PIC S9(12)V99.
       77 WKS-CPP-IVA          PIC S9(12)V99.
       77 WKS-LIB-FMT          PIC -ZZZZZZZZZZZ9.99.

       77 WKS-FS-XREF-IVA      PIC X(02).
       77 WKS-COR-TARJETA      PIC S9(12)V99.
       77 WKS-COR-TRANSFER     PIC S9(12)V99.
       77 WKS-COR-CREDITO      PIC S9(12)V99.
       77 WKS-COR-NOMINA       PIC S9(12)V99.
       77 WKS-COR-FONDO        PIC 9(7)V99.
       77 WKS-COR-ESPERADO     PIC S9(12)V99.
       77 WKS-COR-CONTADO      PIC 9(12)V99.
       77 WKS-COT-VIGENTES     PIC 9(5).
       77 WKS-COT-FACTURADAS   PIC 9(5).
       77 WKS-COT-VENCIDAS     PIC 9(5).
       77 WKS-COT-PEDIDOS      PIC 9(5).
       77 WKS-COT-PCT          PIC 9(3)V99.

       77 WKS-FS-PROV          PIC X(02).
       77 WKS-FS-LIBRO-C       PIC X(02).
       77 WKS-CPR-NUEVO        PIC 9(1).
       77 WKS-CPR-NETO         PIC S9(12)V99.
       77 WKS-FS-PAGOS-PROV    PIC X(02).
       77 WKS-FS-ANTIG-CXP     PIC X(02).
       77 WKS-FS-PROPUESTA     PIC X(02).
       77 WKS-FS-EDOCTA-PROV   PIC X(02).
       77 WKS-CXP-PROV         PIC 9(5).
       77 WKS-CXP-DIAS         PIC 9(3).
       77 WKS-CXP-EXISTE       PIC 9(1).
       77 WKS-CXP-FECHA-OK     PIC 9(1).
       77 WKS-CXP-LISTO        PIC 9(1).
       77 WKS-CXP-MOVTO        PIC S9(11)V99.
       77 WKS-CXP-CORR         PIC S9(12)V99.
       77 WKS-CXP-VENCE        PIC 9(8).
       77 WKS-CXP-DIAS-FMT     PIC -ZZZ9.
       77 WKS-CXP-FECHA-PAGO   PIC 9(8).
       77 WKS-CXP-HASTA        PIC 9(8).
       77 WKS-CXP-ANTERIOR     PIC 9(5).
       77 WKS-CXP-NOMBRE       PIC X(40).
       77 WKS-CXP-NOTA         PIC X(7).
       77 WKS-CXP-SUBTOTAL     PIC S9(12)V99.
       77 WKS-CXP-TOTAL        PIC S9(12)V99.
       77 WKS-CXP-IMPORTE      PIC S9(11)V99.
       77 WKS-CXP-IMP-FMT      PIC -ZZZZZZZZ9.99.

       77 WKS-FS-ORDENES       PIC X(02).
       77 WKS-FS-RECEPCIONES   PIC X(02).
       77 WKS-FS-ORDENES-REP   PIC X(02).
       77 WKS-ULT-ORDEN        PIC 9(6).
       77 WKS-OC-PROV          PIC 9(5).
       77 WKS-OC-FOLIO         PIC 9(6).
       77 WKS-OC-OK            PIC 9(1).
       77 WKS-OC-LISTO         PIC 9(1).
       77 WKS-OC-I             PIC 9(2).
       77 WKS-OC-CANT          PIC 9(7).
       77 WKS-OC-COSTO         PIC 9(7)V99.
       77 WKS-OC-PENDIENTE     PIC S9(7).
       77 WKS-OC-RECIBIDAS     PIC 9(9).
       77 WKS-OC-ABIERTAS      PIC 9(5).
       77 WKS-OC-VENCIDAS      PIC 9(5).
       77 WKS-OC-RESP          PIC X(1).

       77 WKS-FS-MOVTOS-INV    PIC X(02).
       77 WKS-FS-KARDEX        PIC X(02).
       77 WKS-FS-CONTEO        PIC X(02).
       77 WKS-FS-HOJA-CONTEO   PIC X(02).
       77 WKS-FS-DIF-CONTEO    PIC X(02).
       77 WKS-FS-OPER-IVA      PIC X(02).
       77 WKS-MI-TIPO          PIC X(1).
       77 WKS-MI-CANT          PIC S9(7).
       77 WKS-MI-DOCTO         PIC X(16).
       77 WKS-MI-FECHA         PIC 9(8).
       77 WKS-MI-LISTO         PIC 9(1).
       77 WKS-MI-ANTERIOR      PIC S9(7).
       77 WKS-KX-PRODUCTO      PIC 9(5).
       77 WKS-KX-DESDE         PIC 9(8).
       77 WKS-KX-HASTA         PIC 9(8).
       77 WKS-KX-OK            PIC 9(1).
       77 WKS-KX-MOVS          PIC 9(5).
       77 WKS-KX-SALDO-INI     PIC S9(9).
       77 WKS-KX-SALDO-FIN     PIC S9(9).
       77 WKS-KX-ENTRADAS      PIC S9(9).
       77 WKS-KX-SALIDAS       PIC S9(9).
       77 WKS-KX-TIPO-DESC     PIC X(12).
       77 WKS-KX-CANT-FMT      PIC -ZZZZZZ9.
       77 WKS-KX-SAL-FMT       PIC -ZZZZZZ9.
       77 WKS-KX-EXIST-FMT     PIC -ZZZZZZ9.
       77 WKS-KX-COSTO-FMT     PIC ZZZZZZ9.99.
       77 WKS-FC-FECHA         PIC 9(8).
       77 WKS-FC-RESP          PIC X(1).
       77 WKS-FC-PRODUCTO      PIC 9(5).
       77 WKS-FC-CONTADOS      PIC 9(5).
       77 WKS-FC-SIN-CONTAR    PIC 9(5).
       77 WKS-FC-AJUSTES       PIC 9(5).
       77 WKS-FC-DIFERENCIA    PIC S9(7).
       77 WKS-FC-VALOR         PIC S9(11)V99.
       77 WKS-FC-FALTANTE      PIC S9(12)V99.
       77 WKS-FC-SOBRANTE      PIC S9(12)V99.
       77 WKS-FC-TEO-FMT       PIC -ZZZZZZ9.
       77 WKS-FC-CON-FMT       PIC -ZZZZZZ9.
       77 WKS-AUT-ID           PIC X(8).
       77 WKS-AUT-PWD          PIC X(8).
       77 WKS-AUT-OK           PIC 9(1).

       77 WKS-FS-MARGEN        PIC X(02).
       77 WKS-MG-ANOMES        PIC 9(6).
       77 WKS-MG-I             PIC 9(3).
       77 WKS-MG-HALLADO       PIC 9(1).
       77 WKS-MG-DESBORDE      PIC 9(5).
       77 WKS-MG-BAJOS         PIC 9(5).
       77 WKS-MG-UNIT          PIC 9(7)V99.
       77 WKS-MG-VENTA         PIC S9(9)V99.
       77 WKS-MG-COSTO         PIC S9(9)V99.
       77 WKS-MG-VTA-BRUTA     PIC S9(12)V99.
       77 WKS-MG-COS-BRUTO     PIC S9(12)V99.
       77 WKS-MG-VTA-CANC      PIC S9(12)V99.
       77 WKS-MG-COS-CANC      PIC S9(12)V99.
       77 WKS-MG-LIBRE         PIC S9(12)V99.
       77 WKS-MG-ETIQ          PIC X(27).
       77 WKS-MG-V             PIC S9(12)V99.
       77 WKS-MG-C             PIC S9(12)V99.
       77 WKS-MG-MARGEN        PIC S9(12)V99.
       77 WKS-MG-PCT           PIC S9(5)V99.
       77 WKS-MG-VTA-FMT       PIC -ZZZZZZZZ9.99.
       77 WKS-MG-COS-FMT       PIC -ZZZZZZZZ9.99.
       77 WKS-MG-MAR-FMT       PIC -ZZZZZZZZ9.99.
       77 WKS-MG-PCT-FMT       PIC -ZZZ9.99.

       77 WKS-FS-LISTAS        PIC X(02).
       77 WKS-FS-PROMOS        PIC X(02).
       77 WKS-LISTA-FACT       PIC X(1).
      *Retenciones de ley del cliente persona moral ('I' IVA, 'S'
      *IVA e ISR por servicios, 'N' ninguna).
       77 WKS-RETENEDOR-FACT   PIC X(1) VALUE 'N'.
       77 WKS-RET-IVA          PIC S9(10)V99.
       77 WKS-RET-ISR          PIC S9(10)V99.
       77 WKS-RET-COBRAR       PIC S9(10)V99.
       77 WKS-RET-ISR-TASA     PIC 9(2)V99 VALUE 10.00.
       77 WKS-PR-HOY           PIC 9(8).
       77 WKS-PR-FIN           PIC 9(1).
       77 WKS-PR-OK            PIC 9(1).
       77 WKS-PR-EXISTE        PIC 9(1).
       77 WKS-PR-PRECIO        PIC 9(5)V99.
       77 WKS-PR-ETIQ          PIC X(20).
       77 WKS-PR-REG-FMT       PIC ZZZZ9.99.
       77 WKS-PR-APL-FMT       PIC ZZZZ9.99.
       77 WKS-PR-VIGENTES      PIC 9(4).

       77 WKS-FS-CUENTAS-POL   PIC X(02).
       77 WKS-FS-POLIZA-ING    PIC X(02).
       77 WKS-PI-FECHA         PIC 9(8).
       77 WKS-PI-NUM           PIC 9(2).
       77 WKS-PI-I             PIC 9(2).
       77 WKS-PI-R             PIC 9(2).
       77 WKS-PI-FIN           PIC 9(1).
       77 WKS-PI-OK            PIC 9(1).
       77 WKS-PI-DESBORDE      PIC 9(5).
       77 WKS-PI-SERIE-BUSCA   PIC X(2).
       77 WKS-PI-LADO-SEL      PIC X(1).
       77 WKS-PI-CARGOS        PIC S9(12)V99.
       77 WKS-PI-ABONOS        PIC S9(12)V99.
       77 WKS-PI-FMT           PIC -ZZZZZZZZ9.99.
       77 WKS-PAGO-ORIGEN      PIC X(1).
      *Renglones de la poliza de ingresos: lado (C cargo, A abono),
      *concepto del catalogo de cuentas y leyenda. Los renglones 16
      *al 26 son las cancelaciones del dia y reversan a los de la
      *venta (el cobro de la venta en el renglon R se reversa en el
      *R + 15); el 27 y el 28 son la cobranza con tarjeta y por
      *transferencia; el 29 y el 30 el IVA y el ISR que retienen
      *los clientes, y el 31 y el 32 su cancelacion. El 42 y el 43
      *son la utilidad y la perdida cambiaria de los abonos a folios
      *en moneda extranjera.
       01 WKS-PI-DEFINICION.
           02 FILLER PIC X(26) VALUE "AV1VENTAS TASA GENERAL    ".
           02 FILLER PIC X(26) VALUE "AV2VENTAS TASA CERO       ".
           02 FILLER PIC X(26) VALUE "AV3VENTAS EXENTAS         ".
           02 FILLER PIC X(26) VALUE "AIVIVA TRASLADADO         ".
           02 FILLER PIC X(26) VALUE "CCEVENTAS EN EFECTIVO     ".
           02 FILLER PIC X(26) VALUE "CCTVENTAS CON TARJETA     ".
           02 FILLER PIC X(26) VALUE "CCFVENTAS POR TRANSFERENC ".
           02 FILLER PIC X(26) VALUE "CCRVENTAS A CREDITO       ".
           02 FILLER PIC X(26) VALUE "CCNVENTAS DESC. NOMINA    ".
           02 FILLER PIC X(26) VALUE "CCECOBRANZA EN CAJA       ".
           02 FILLER PIC X(26) VALUE "ACRCOBRANZA DE CLIENTES   ".
           02 FILLER PIC X(26) VALUE "CDNDESCUENTOS DE NOMINA   ".
           02 FILLER PIC X(26) VALUE "ACNCOBRO A EMPLEADOS      ".
           02 FILLER PIC X(26) VALUE "CPRPUNTOS REDIMIDOS       ".
           02 FILLER PIC X(26) VALUE "APBVENTAS CON PUNTOS      ".
           02 FILLER PIC X(26) VALUE "CV1CANC VTAS TASA GENERAL ".
           02 FILLER PIC X(26) VALUE "CV2CANC VTAS TASA CERO    ".
           02 FILLER PIC X(26) VALUE "CV3CANC VTAS EXENTAS      ".
           02 FILLER PIC X(26) VALUE "CIVCANC IVA TRASLADADO    ".
           02 FILLER PIC X(26) VALUE "ACECANC VTAS EFECTIVO     ".
           02 FILLER PIC X(26) VALUE "ACTCANC VTAS TARJETA      ".
           02 FILLER PIC X(26) VALUE "ACFCANC VTAS TRANSFERENC  ".
           02 FILLER PIC X(26) VALUE "ACRCANC VTAS CREDITO      ".
           02 FILLER PIC X(26) VALUE "ACNCANC VTAS DESC NOMINA  ".
           02 FILLER PIC X(26) VALUE "APRCANC PUNTOS REDIMIDOS  ".
           02 FILLER PIC X(26) VALUE "CPBCANC VTAS CON PUNTOS   ".
           02 FILLER PIC X(26) VALUE "CCTCOBRANZA CON TARJETA   ".
           02 FILLER PIC X(26) VALUE "CCFCOBRANZA TRANSFERENCIA ".
           02 FILLER PIC X(26) VALUE "CRIIVA RETENIDO CLIENTES  ".
           02 FILLER PIC X(26) VALUE "CRSISR RETENIDO CLIENTES  ".
           02 FILLER PIC X(26) VALUE "ARICANC IVA RETENIDO      ".
           02 FILLER PIC X(26) VALUE "ARSCANC ISR RETENIDO      ".
           02 FILLER PIC X(26) VALUE "CANANTICIPOS APLICADOS    ".
           02 FILLER PIC X(26) VALUE "CAIIVA ANTICIPOS APLICADOS".
           02 FILLER PIC X(26) VALUE "AANCANC ANTICIPOS APLICAD ".
           02 FILLER PIC X(26) VALUE "AAICANC IVA ANTICIPOS     ".
           02 FILLER PIC X(26) VALUE "AANANTICIPOS RECIBIDOS    ".
           02 FILLER PIC X(26) VALUE "AAIIVA ANTICIPOS RECIBIDOS".
           02 FILLER PIC X(26) VALUE "CCEANTICIPOS EN EFECTIVO  ".
           02 FILLER PIC X(26) VALUE "CCTANTICIPOS CON TARJETA  ".
           02 FILLER PIC X(26) VALUE "CCFANTICIPOS TRANSFERENCIA".
           02 FILLER PIC X(26) VALUE "AUCUTILIDAD CAMBIARIA     ".
           02 FILLER PIC X(26) VALUE "CPCPERDIDA CAMBIARIA      ".
       01 WKS-PI-TABLA REDEFINES WKS-PI-DEFINICION.
           02 WKS-PI-DEF OCCURS 43 TIMES.
              03 WKS-PI-LADO        PIC X(1).
              03 WKS-PI-CONCEPTO    PIC X(2).
              03 WKS-PI-ETIQ        PIC X(23).
       01 WKS-PI-SERIES.
           02 WKS-PI-SER OCCURS 30 TIMES.
              03 WKS-PI-SERIE       PIC X(2).
              03 WKS-PI-RENGLON OCCURS 43 TIMES.
                 04 WKS-PI-IMPORTE  PIC S9(12)V99.
                 04 WKS-PI-CUENTA   PIC X(16).
       01 WKS-LIN-POL-ING.
           02 WKS-LPI-MOVTO         PIC X(7).
           02 WKS-LPI-CONCEPTO      PIC X(23).
           02 WKS-LPI-IMPORTE       PIC -ZZZZZZZZ9.99.
           02 FILLER                PIC X(1).
           02 WKS-LPI-CUENTA        PIC X(16).
           02 FILLER                PIC X(20).

       77 WKS-FS-SERIES        PIC X(02).
       77 WKS-FS-LIBRO-S       PIC X(02).
           02 WKS-ET-SUMA-TOT   PIC S9(12)V99.
           02 WKS-ET-SUMA-IVA   PIC S9(12)V99.

       77 WKS-FS-COMPLEMENTOS  PIC X(02).
       77 WKS-CPL-FILTRO       PIC 9(1).
       77 WKS-CPL-TELEFONO     PIC 9(10).
       77 WKS-CPL-NUM          PIC 9(3).
       77 WKS-CPL-I            PIC 9(3).
       77 WKS-CPL-POS          PIC 9(3).
       77 WKS-CPL-EXISTE       PIC 9(1).
       77 WKS-CPL-SALDO-ANT    PIC 9(10)V99.
       77 WKS-CPL-PAGADO-HOY   PIC 9(10)V99.
       77 WKS-CPL-INSOLUTO     PIC 9(10)V99.
       77 WKS-CPL-UUID         PIC X(36).
      *Folios del cliente en curso con sus parcialidades y lo ya
      *abonado; el renglon 101 recibe los que no caben.
       01 WKS-CPL-FOLIOS.
           02 WKS-CPL-RENGLON OCCURS 101 TIMES.
              03 WKS-CPL-SERIE     PIC X(2).
              03 WKS-CPL-FOLIO     PIC 9(6).
              03 WKS-CPL-PARC      PIC 9(3).
              03 WKS-CPL-PAGADO    PIC 9(10)V99.
       01 WKS-LIN-CPL.
           02 WKS-CPG-TIPO        PIC X(1).
           02 WKS-CPG-TELEFONO    PIC 9(10).
           02 WKS-CPG-FECHA       PIC 9(8).
           02 WKS-CPG-CONSEC      PIC 9(2).
           02 WKS-CPG-FORMA       PIC X(1).
           02 WKS-CPG-SERIE       PIC X(2).
           02 WKS-CPG-FOLIO       PIC 9(6).
           02 WKS-CPG-PARCIALIDAD PIC 9(3).
           02 WKS-CPG-SALDO-ANT   PIC 9(10)V99.
           02 WKS-CPG-PAGADO      PIC 9(10)V99.
           02 WKS-CPG-INSOLUTO    PIC 9(10)V99.
           02 WKS-CPG-CLASE OCCURS 3 TIMES.
              03 WKS-CPG-BASE     PIC S9(10)V99.
              03 WKS-CPG-IVA      PIC S9(10)V99.
           02 WKS-CPG-UUID        PIC X(36).
       01 WKS-LIN-CPL-CTRL.
           02 WKS-CPT-TIPO        PIC X(1).
           02 WKS-CPT-CUANTAS     PIC 9(6).
           02 WKS-CPT-SUMA-PAGADO PIC S9(12)V99.
           02 WKS-CPT-SUMA-IVA    PIC S9(12)V99.

       77 WKS-FS-DIOT          PIC X(02).
       77 WKS-FS-DIOT-RECH     PIC X(02).
       77 WKS-DIO-ANOMES       PIC 9(6).
       77 WKS-DIO-FIN          PIC 9(1).
       77 WKS-DIO-OK           PIC 9(1).
       77 WKS-DIO-NUM          PIC 9(3).
       77 WKS-DIO-I            PIC 9(3).
       77 WKS-DIO-K            PIC 9(2).
       77 WKS-DIO-PROV-BUSCA   PIC 9(5).
       77 WKS-DIO-DESBORDE     PIC 9(5).
       77 WKS-DIO-HUERFANOS    PIC 9(5).
       77 WKS-DIO-CUANTOS      PIC 9(5).
       77 WKS-DIO-RECHAZOS     PIC 9(5).
       77 WKS-DIO-DIVISOR      PIC S9(10)V99.
       77 WKS-DIO-IMPORTE      PIC S9(12)V99.
       77 WKS-DIO-SUMA-BASE    PIC S9(12)V99.
       77 WKS-DIO-TOT-BASE     PIC S9(12)V99.
       77 WKS-DIO-TOT-IVA      PIC S9(12)V99.
       77 WKS-DIO-REC-BASE     PIC S9(12)V99.
       77 WKS-DIO-REC-IVA      PIC S9(12)V99.
       77 WKS-DIO-LIB-BASE     PIC S9(12)V99.
       77 WKS-DIO-LIB-IVA      PIC S9(12)V99.
       77 WKS-DIO-CUA-BASE     PIC S9(12)V99.
       77 WKS-DIO-CUA-IVA      PIC S9(12)V99.
       77 WKS-DIO-ETIQ         PIC X(19).
       77 WKS-DIO-MOTIVO       PIC X(30).
       77 WKS-DIO-TERCERO      PIC X(2).
       77 WKS-DIO-OPERACION    PIC X(2).
       77 WKS-DIO-PTR          PIC 9(3).
       77 WKS-DIO-CEROS        PIC 9(2).
       77 WKS-DIO-LETRAS       PIC 9(2).
       77 WKS-DIO-RFC-OK       PIC 9(1).
       77 WKS-FS-EXIST-SUC     PIC X(02).
       77 WKS-FS-TRASPASO      PIC X(02).
       77 WKS-ULT-TRASPASO     PIC 9(6).
       77 WKS-ES-SERIE         PIC X(2).
       77 WKS-ES-MOVTO         PIC S9(7).
       77 WKS-ES-CANT          PIC S9(7).
       77 WKS-ES-MIN           PIC 9(5).
       77 WKS-ES-MIN-CAPT      PIC 9(5).
       77 WKS-ES-APART         PIC S9(7).
       77 WKS-ES-DISP          PIC S9(7).
       77 WKS-TR-DESTINO       PIC X(2).
       77 WKS-TR-OK            PIC 9(1).
       77 WKS-TR-DUP           PIC 9(1).
       77 WKS-TR-I             PIC 9(2).
       77 WKS-TR-J             PIC 9(2).
       77 WKS-TR-CANT          PIC 9(7).
       77 WKS-TR-SIGNO         PIC S9(1).
       77 WKS-REO-SERIE        PIC X(2).
       77 WKS-CNS-PRODUCTO     PIC 9(5).
       77 WKS-CNS-BUSCA        PIC 9(5).
       77 WKS-CNS-HALLADO      PIC 9(1).
       77 WKS-CNS-I            PIC 9(3).
       77 WKS-CNS-K            PIC 9(3).
       77 WKS-CNS-NSUC         PIC 9(3).
       77 WKS-CNS-NTRN         PIC 9(3).
       77 WKS-CNS-TRANSITO     PIC S9(7).
       77 WKS-CNS-TOTAL        PIC S9(7).
       01 WKS-DIO-RFC-AREA.
           02 WKS-DIO-RFC-CAR OCCURS 13 TIMES PIC X(1).
       01 WKS-DIO-FECHA-RFC.
           02 WKS-DIO-RFC-AA       PIC 9(2).
           02 WKS-DIO-RFC-MM       PIC 9(2).
           02 WKS-DIO-RFC-DD       PIC 9(2).
       01 WKS-DIO-CIFRA-AREA.
           02 WKS-DIO-CIFRA        PIC 9(12).
       01 WKS-DIO-CIFRA-X REDEFINES WKS-DIO-CIFRA-AREA PIC X(12).
      *Acumulado del mes por proveedor: bases por clase e IVA.
       01 WKS-DIO-TABLA.
           02 WKS-DIO-REN OCCURS 500 TIMES.
              03 WKS-DIO-PROV       PIC 9(5).
              03 WKS-DIO-BASE OCCURS 3 TIMES PIC S9(12)V99.
              03 WKS-DIO-IVA        PIC S9(12)V99.
      *Sucursales del catalogo y mercancia en transito por producto
      *para la existencia consolidada.
       01 WKS-CNS-SUCURSALES.
           02 WKS-CNS-SUC OCCURS 30 TIMES.
              03 WKS-CNS-SERIE      PIC X(2).
              03 WKS-CNS-SUCURSAL   PIC X(30).
       01 WKS-CNS-TRANSITOS.
           02 WKS-CNS-TRN OCCURS 500 TIMES.
              03 WKS-CNS-TPROD      PIC 9(5).
              03 WKS-CNS-TCANT      PIC 9(7).
      *Anticipos del cliente que se aplican a la factura en curso.
       01 WKS-ANC-TABLA.
           02 WKS-ANC-NUM           PIC 9(1) VALUE ZERO.
           02 WKS-ANC-REN OCCURS 3 TIMES.
              03 WKS-ANC-FECHA      PIC 9(8).
              03 WKS-ANC-CONSEC     PIC 9(2).
              03 WKS-ANC-PEDIDO     PIC 9(10)V99.
              03 WKS-ANC-MONTO      PIC 9(10)V99.
              03 WKS-ANC-CLASE      PIC 9(1).
              03 WKS-ANC-TASA       PIC 9(2)V99.
           02 WKS-ANC-CLS OCCURS 3 TIMES.
              03 WKS-ANC-BASE-CLS   PIC S9(10)V99.
              03 WKS-ANC-IVA-CLS    PIC S9(10)V99.
       77 WKS-FS-ANTICIPOS     PIC X(02).
       77 WKS-FS-ANC-REP       PIC X(02).
       77 WKS-ANC-FIN          PIC 9(1).
       77 WKS-ANC-I            PIC 9(1).
       77 WKS-ANC-SIGNO        PIC S9(1).
       77 WKS-ANC-LISTO        PIC 9(1).
       77 WKS-ANC-FORMA        PIC X(1).
       77 WKS-ANC-TASA-CAPT    PIC 9(2)V99.
       77 WKS-ANC-CAPTURA      PIC 9(10)V99.
       77 WKS-ANC-SALDO        PIC S9(10)V99.
       77 WKS-ANC-RESTA        PIC S9(10)V99.
       77 WKS-ANC-BASE         PIC S9(10)V99.
       77 WKS-ANC-TOTAL        PIC S9(10)V99.
       77 WKS-ANC-BASE-TOT     PIC S9(10)V99.
       77 WKS-ANC-CREDITO      PIC S9(10)V99.
       77 WKS-ANC-TEL-ANT      PIC 9(10).
       77 WKS-ANC-SUBTOTAL     PIC S9(12)V99.
       77 WKS-ANC-DIAS-FMT     PIC -ZZZZ9.
       77 WKS-FS-RECURRENTES   PIC X(02).
       77 WKS-FS-RECUR-REP     PIC X(02).
       77 WKS-RCR-FIN          PIC 9(1).
       77 WKS-RCR-I            PIC 9(2).
       77 WKS-RCR-CARGO        PIC 9(4).
       77 WKS-RCR-ESTADO       PIC X(1).
       77 WKS-RCR-FRECUENCIA   PIC 9(2).
       77 WKS-RCR-ANIO         PIC 9(4).
       77 WKS-RCR-MES          PIC 9(3).
       77 WKS-RCR-DIA          PIC 9(2).
       77 WKS-RCR-FECHA        PIC 9(8).
       77 WKS-RCR-MES-SIG      PIC 9(6).
       77 WKS-RCR-GENERADOS    PIC 9(5).
       77 WKS-RCR-VENCEN       PIC 9(5).
       77 WKS-RCR-IMPORTE      PIC 9(10)V99.
       77 WKS-RCR-TOTAL        PIC 9(12)V99.
       77 WKS-FS-TIPOS-CAMBIO  PIC X(02).
       77 WKS-FS-REVALUACION   PIC X(02).
      *Tolerancia en % del tipo de cambio tecleado contra el del dia.
       77 WKS-TOL-TC           PIC 9(2)V99 VALUE 2.00.
       77 WKS-TC-TOL-CAPT      PIC 9(2)V99.
       77 WKS-TC-EXISTE        PIC 9(1).
       77 WKS-TC-OK            PIC 9(1).
       77 WKS-TC-VALIDO        PIC 9(1).
       77 WKS-TC-MONEDA        PIC X(3).
       77 WKS-TC-FECHA         PIC 9(8).
       77 WKS-TC-DIA-INT       PIC 9(8).
       77 WKS-TC-VUELTAS       PIC 9(2).
       77 WKS-TC-TABLA         PIC 9(3)V9999.
       77 WKS-TC-DIF           PIC S9(5)V99.
       77 WKS-FX-TC-LIBROS     PIC 9(3)V9999.
       77 WKS-FX-EXT           PIC 9(10)V99.
       77 WKS-FX-EXT-FMT       PIC ZZZZZZZZZ9.99.
       77 WKS-FX-PESOS         PIC 9(10)V99.
       77 WKS-FX-HIST          PIC 9(10)V99.
       77 WKS-FX-HIST-TOT      PIC 9(12)V99.
       77 WKS-FX-DIF           PIC S9(10)V99.
       77 WKS-FX-CIERRE        PIC 9(8).
       77 WKS-FX-UTILIDAD      PIC 9(12)V99.
       77 WKS-FX-PERDIDA       PIC 9(12)V99.
       77 WKS-FX-IMPORTE       PIC 9(12)V99.
       77 WKS-FX-FOLIOS        PIC 9(5).
       77 WKS-FX-SIN-TIPO      PIC 9(5).
       77 WKS-FX-CONCEPTO      PIC X(2).
       77 WKS-FS-PEDIDOS       PIC X(02).
       77 WKS-FS-PEDIDOS-REP   PIC X(02).
       77 WKS-ULT-PEDIDO       PIC 9(6).
       77 WKS-PED-OK           PIC 9(1).
       77 WKS-PED-CAPTURA      PIC 9(1) VALUE ZERO.
       77 WKS-PED-COTIZA       PIC 9(6).
       77 WKS-PED-BUSCA        PIC 9(6).
       77 WKS-PED-I            PIC 9(2).
       77 WKS-PED-J            PIC 9(2).
       77 WKS-PED-K            PIC 9(2).
       77 WKS-PED-FIN          PIC 9(1).
       77 WKS-PED-PRODUCTO     PIC 9(5).
       77 WKS-PED-DISP         PIC S9(7).
       77 WKS-PED-FALTA        PIC S9(5).
       77 WKS-PED-FALTA-TOT    PIC 9(5).
       77 WKS-PED-APARTA       PIC 9(5).
       77 WKS-PED-SURTE        PIC 9(3).
       77 WKS-PED-RENGLONES    PIC 9(2).
       77 WKS-PED-AVISOS       PIC 9(3).
       77 WKS-RSV-MOVTO        PIC S9(7).
       77 WKS-RSV-INICIA       PIC 9(1).
       77 WKS-PBO-NUM          PIC 9(3).
       77 WKS-PBO-I            PIC 9(3).
       77 WKS-PBO-J            PIC 9(3).
       77 WKS-PBO-POS          PIC 9(3).
       77 WKS-PBO-DESBORDE     PIC 9(5).
       77 WKS-PBO-ANT-PROD     PIC 9(5).
       77 WKS-PBO-SUB          PIC 9(7).
       77 WKS-PBO-NOMBRE       PIC X(30).
      *Cantidad que sale de cada partida del pedido en el surtido.
       01 WKS-PED-SURTIDO.
           02 WKS-PED-SURTE-P OCCURS 50 TIMES PIC 9(3).
      *Pendientes de surtir ordenados por producto, cliente y
      *pedido; la llave se compara completa.
       01 WKS-PBO-NUEVO.
           02 WKS-PBO-N-LLAVE.
              03 WKS-PBO-N-PRODUCTO PIC 9(5).
              03 WKS-PBO-N-TELEFONO PIC 9(10).
              03 WKS-PBO-N-PEDIDO   PIC 9(6).
           02 WKS-PBO-N-SERIE       PIC X(2).
           02 WKS-PBO-N-FECHA       PIC 9(8).
           02 WKS-PBO-N-CANT        PIC 9(5).
       01 WKS-PBO-TABLA.
           02 WKS-PBO-REN OCCURS 500 TIMES.
              03 WKS-PBO-LLAVE.
                 04 WKS-PBO-PRODUCTO PIC 9(5).
                 04 WKS-PBO-TELEFONO PIC 9(10).
                 04 WKS-PBO-PEDIDO  PIC 9(6).
              03 WKS-PBO-SERIE      PIC X(2).
              03 WKS-PBO-FECHA      PIC 9(8).
              03 WKS-PBO-CANT       PIC 9(5).

       77 WKS-FS-ESQUEMA-COM   PIC X(02).
       77 WKS-FS-COMISION-NOM  PIC X(02).
       77 WKS-FS-COMISION-REP  PIC X(02).
       77 WKS-VENDEDOR-FACT    PIC 9(4).
       77 WKS-FS-DESC-NOM      PIC X(02).
       77 WKS-FS-NETOS-NOM     PIC X(02).
       77 WKS-EMPLEADO-ID      PIC 9(4).
       77 WKS-PCT-DESC-NOM     PIC 9(2)V99 VALUE 20.00.
       77 WKS-DN-PLAZOS        PIC 9(2).
       77 WKS-DN-ABONO         PIC 9(7)V99.
       77 WKS-DN-TOPE          PIC 9(2)V99.
       77 WKS-DN-NETO          PIC S9(7)V99.
       77 WKS-DN-CAPACIDAD     PIC S9(9)V99.
       77 WKS-DN-COMPROMETIDO  PIC S9(9)V99.
       77 WKS-DN-FIN           PIC 9(1).
       77 WKS-DN-OK            PIC 9(1).
       77 WKS-DN-POSTEADOS     PIC 9(5).
       77 WKS-VEND-BUSCA       PIC 9(4).
       77 WKS-VENDEDOR-OK      PIC 9(1).
       77 WKS-ULT-CORTE-COM    PIC 9(8).
       77 WKS-CMS-CORTE        PIC 9(8).
       77 WKS-CMS-PASADA       PIC 9(1).
       77 WKS-CMS-ACCION       PIC 9(1).
       77 WKS-CMS-FIN          PIC 9(1).
       77 WKS-CMS-HALLADA      PIC 9(1).
       77 WKS-CMS-CLASE        PIC X(2).
       77 WKS-CMS-TASA         PIC 9(2)V99.
       77 WKS-CMS-BASE-PART    PIC S9(9)V99.
       77 WKS-CMS-BASE-FOLIO   PIC S9(11)V99.
       77 WKS-CMS-COM-FOLIO    PIC S9(9)V99.
       77 WKS-CMS-FMT          PIC -ZZZZZZZZZ9.99.
       77 WKS-CMS-COM-FMT      PIC -ZZZZZZ9.99.
      *Vendedores del corte de comisiones en proceso.
       01 WKS-CMS-TABLA.
           02 WKS-CMS-NUM          PIC 9(3).
           02 WKS-CMS-I            PIC 9(3).
           02 WKS-CMS-REN OCCURS 100 TIMES.
              03 WKS-CMS-VEND       PIC 9(4).
              03 WKS-CMS-VENTAS     PIC S9(11)V99.
              03 WKS-CMS-COMISION   PIC S9(9)V99.
              03 WKS-CMS-FOLIOS     PIC 9(5).
              03 WKS-CMS-REVERSAS   PIC 9(5).

       01 WKS-VTA-TABLA.
           02 WKS-VTA-REN OCCURS 200 TIMES.
              03 WKS-VTA-CODIGO     PIC 9(5).
              03 WKS-VTA-CANT       PIC 9(7).
              03 WKS-VTA-IMPORTE    PIC S9(11)V99.

       01 WKS-MG-PRODUCTOS.
           02 WKS-MG-PNUM          PIC 9(3).
           02 WKS-MG-PREN OCCURS 200 TIMES.
              03 WKS-MG-PCOD        PIC 9(5).
              03 WKS-MG-PVTA        PIC S9(11)V99.
              03 WKS-MG-PCOS        PIC S9(11)V99.
              03 WKS-MG-PBAJO       PIC 9(5).

       01 WKS-MG-CLIENTES.
           02 WKS-MG-CNUM          PIC 9(3).
           02 WKS-MG-CREN OCCURS 300 TIMES.
              03 WKS-MG-CTEL        PIC 9(10).
              03 WKS-MG-CVTA        PIC S9(11)V99.
              03 WKS-MG-CCOS        PIC S9(11)V99.

       01 WKS-MG-SERIES.
           02 WKS-MG-SNUM          PIC 9(3).
           02 WKS-MG-SREN OCCURS 30 TIMES.
              03 WKS-MG-SSER        PIC X(2).
              03 WKS-MG-SVTA        PIC S9(11)V99.
              03 WKS-MG-SCOS        PIC S9(11)V99.

      *Cierre de periodos: fecha del movimiento a revisar, si admite
      *traslado, lo que resulto, el mes donde queda asentado y lo que
      *se anota en la bitacora compartida.
       77 WKS-FS-CIERRES       PIC X(02).
       77 WKS-FS-CIE-MOV       PIC X(02).
       77 WKS-CIE-AREA         PIC X(03).
       77 WKS-CIE-FECHA        PIC 9(08).
       77 WKS-CIE-HOY          PIC 9(08).
       77 WKS-CIE-ANOMES       PIC 9(06).
       77 WKS-CIE-ANOMES-HOY   PIC 9(06).
       77 WKS-CIE-ANOMES-DEST  PIC 9(06).
       77 WKS-CIE-TRASLADO     PIC 9(01).
       01 WKS-CIE-RESULTADO     PIC X(01).
           88 WKS-CIE-LIBRE         VALUE 'L'.
           88 WKS-CIE-RECHAZA       VALUE 'R'.
           88 WKS-CIE-TRASLADA      VALUE 'T'.
           88 WKS-CIE-REABIERTO     VALUE 'A'.
       77 WKS-CIE-TIPO         PIC X(04).
       77 WKS-CIE-REFERENCIA   PIC X(16).
       77 WKS-CIE-DETALLE      PIC X(40).

       LINKAGE SECTION.
       01 LK-PARM-MODO         PIC X(01).
       01 LK-PARM-STATUS       PIC X(02).
      *La corrida nocturna procesa el archivo de facturas
      *pendientes que deja el sistema de ventas; cada factura pasa
      *por el mismo calculo, historial y corte mensual que una
      *captura interactiva. Antes se agregan al archivo los cargos
      *recurrentes que vencen hoy, para que entren en el mismo lote.
              PERFORM 320000-GENERA-RECURRENTES
              PERFORM 600000-PROCESA-LOTE
      *Los descuentos que hizo NOMINA a compras de empleados se
      *aplican a sus folios en la misma corrida nocturna.
              PERFORM 998000-POSTEA-DESC-NOMINA
           ELSE
              DISPLAY "CALCULADOR IVA"
              DISPLAY "1. CAPTURAR FACTURA  2. REIMPRIMIR POR FOLIO"
                      "  23. ALTA DE SERIE/SUCURSAL"
                      "  24. ELEGIR SERIE ACTIVA"
                      "  25. REPORTE MENSUAL DE PUNTOS"
                      "  26. ESQUEMA DE COMISIONES"
                      "  27. PROCESO DE COMISIONES"
                      "  28. APLICAR DESCUENTOS DE NOMINA"
                      "  29. PAGO A PROVEEDOR"
                      "  30. ANTIGUEDAD DE CUENTAS POR PAGAR"
                      "  31. PROPUESTA SEMANAL DE PAGOS"
                      "  32. ESTADO DE CUENTA DE PROVEEDOR"
                      "  33. CAPTURAR ORDEN DE COMPRA"
                      "  34. ENTRADA DE MERCANCIA"
                      "  35. ORDENES DE COMPRA ABIERTAS"
                      "  36. LIBERAR COMPRA RETENIDA"
                      "  37. CONGELAR HOJA DE CONTEO FISICO"
                      "  38. CAPTURAR CONTEO FISICO"
                      "  39. DIFERENCIAS DEL CONTEO"
                      "  40. APLICAR AJUSTES DEL CONTEO"
                      "  41. KARDEX POR PRODUCTO"
                      "  42. MARGEN BRUTO DEL MES"
                      "  43. PRECIOS POR LISTA"
                      "  44. CAPTURAR PROMOCION"
                      "  45. PROMOCIONES VIGENTES"
                      "  46. POLIZA DE INGRESOS DEL DIA"
                      "  47. CUENTAS DE LA POLIZA DE INGRESOS"
                      "  48. EXPORTAR COMPLEMENTOS DE PAGO"
                      "  49. UUID DE COMPLEMENTO DE PAGO"
                      "  50. DIOT MENSUAL"
                      "  51. ENVIAR TRASPASO"
                      "  52. RECIBIR TRASPASO"
                      "  53. EXISTENCIA POR SUCURSAL"
                      "  54. ANTICIPO DE CLIENTE"
                      "  55. ANTICIPOS SIN APLICAR"
                      "  56. CARGO RECURRENTE (ALTA/CAMBIO)"
                      "  57. GENERAR CARGOS RECURRENTES"
                      "  58. TIPO DE CAMBIO DEL DIA"
                      "  59. REVALUACION CAMBIARIA"
                      "  60. PEDIDO DE VENTA"
                      "  61. SURTIR PEDIDO"
                      "  62. CANCELAR PEDIDO"
                      "  63. PEDIDOS PENDIENTES DE SURTIR"
              ACCEPT WKS-OPCION-MENU
              IF WKS-OPCION-MENU = 63
                 PERFORM 385000-REPORTE-PENDIENTES
              ELSE
              IF WKS-OPCION-MENU = 62
                 PERFORM 383000-CANCELA-PEDIDO
              ELSE
              IF WKS-OPCION-MENU = 61
                 PERFORM 382000-SURTE-PEDIDO
              ELSE
              IF WKS-OPCION-MENU = 60
                 PERFORM 380000-CAPTURA-PEDIDO
              ELSE
              IF WKS-OPCION-MENU = 59
                 PERFORM 375000-REVALUACION
              ELSE
              IF WKS-OPCION-MENU = 58
                 PERFORM 370000-TIPO-CAMBIO-DIA
              ELSE
              IF WKS-OPCION-MENU = 57
                 PERFORM 320000-GENERA-RECURRENTES
              ELSE
              IF WKS-OPCION-MENU = 56
                 PERFORM 330000-MANTTO-RECURRENTE
              ELSE
              IF WKS-OPCION-MENU = 55
                 PERFORM 137000-ANTICIPOS-PENDIENTES
              ELSE
              IF WKS-OPCION-MENU = 54
                 PERFORM 136000-ANTICIPO-CLIENTE
              ELSE
              IF WKS-OPCION-MENU = 53
                 PERFORM 268700-EXISTENCIA-CONSOLIDADA
              ELSE
              IF WKS-OPCION-MENU = 52
                 PERFORM 268600-RECIBE-TRASPASO
              ELSE
              IF WKS-OPCION-MENU = 51
                 PERFORM 268500-ENVIA-TRASPASO
              ELSE
              IF WKS-OPCION-MENU = 50
                 PERFORM 266000-DIOT-MENSUAL
              ELSE
              IF WKS-OPCION-MENU = 48
                 PERFORM 260000-EXPORTA-COMPLEMENTOS
              ELSE
              IF WKS-OPCION-MENU = 49
                 PERFORM 265000-CAPTURA-UUID
              ELSE
              IF WKS-OPCION-MENU = 46
                 PERFORM 240000-POLIZA-INGRESOS
              ELSE
              IF WKS-OPCION-MENU = 47
                 PERFORM 250000-CUENTAS-POLIZA
              ELSE
              IF WKS-OPCION-MENU = 43
                 PERFORM 130000-CAPTURA-LISTA-PRECIO
              ELSE
              IF WKS-OPCION-MENU = 44
                 PERFORM 132000-CAPTURA-PROMOCION
              ELSE
              IF WKS-OPCION-MENU = 45
                 PERFORM 134000-PROMOCIONES-VIGENTES
              ELSE
              IF WKS-OPCION-MENU = 42
                 PERFORM 482000-MARGEN-BRUTO
              ELSE
              IF WKS-OPCION-MENU = 37
                 PERFORM 460000-CONGELA-CONTEO
              ELSE
              IF WKS-OPCION-MENU = 38
                 PERFORM 465000-CAPTURA-CONTEO
              ELSE
              IF WKS-OPCION-MENU = 39
                 PERFORM 470000-DIFERENCIAS-CONTEO
              ELSE
              IF WKS-OPCION-MENU = 40
                 PERFORM 475000-APLICA-AJUSTES
              ELSE
              IF WKS-OPCION-MENU = 41
                 PERFORM 455000-KARDEX
              ELSE
              IF WKS-OPCION-MENU = 33
                 PERFORM 410000-CAPTURA-ORDEN
              ELSE
              IF WKS-OPCION-MENU = 34
                 PERFORM 420000-RECEPCION-MERCANCIA
              ELSE
              IF WKS-OPCION-MENU = 35
                 PERFORM 440000-ORDENES-ABIERTAS
              ELSE
              IF WKS-OPCION-MENU = 36
                 PERFORM 435000-LIBERA-COMPRA
              ELSE
              IF WKS-OPCION-MENU = 29
                 PERFORM 947000-CAPTURA-PAGO-PROV
              ELSE
              IF WKS-OPCION-MENU = 30
                 PERFORM 948000-ANTIGUEDAD-CXP
              ELSE
              IF WKS-OPCION-MENU = 31
                 PERFORM 948500-PROPUESTA-PAGOS
              ELSE
              IF WKS-OPCION-MENU = 32
                 PERFORM 949000-EDOCTA-PROV
              ELSE
              IF WKS-OPCION-MENU = 28
                 PERFORM 998000-POSTEA-DESC-NOMINA
              ELSE
              IF WKS-OPCION-MENU = 26
                 PERFORM 990000-ESQUEMA-COMISIONES
              ELSE
              IF WKS-OPCION-MENU = 27
                 PERFORM 992000-PROCESO-COMISIONES
              ELSE
              IF WKS-OPCION-MENU = 25
                 PERFORM 980000-REPORTE-PUNTOS
              ELSE
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           CLOSE F-FACTURAS-M
           CLOSE F-PRODUCTOS
           CLOSE F-MOVTOS-INV
           CLOSE F-EXIST-SUC
           CLOSE F-TRASPASOS
           CLOSE F-COTIZACIONES
           CLOSE F-SERIES
           CLOSE F-PUNTOS
           CLOSE F-PUNTOS-MOV
           CLOSE F-ESQUEMA-COM.


       100000-CARGA.
           IF WKS-MONEDA = "MXN"
              MOVE 1 TO WKS-TIPO-CAMBIO
           ELSE
              PERFORM 372000-CAPTURA-TIPO-CAMBIO
           END-IF.
           PERFORM 105000-CAPTURA-NUM-ITEMS.
           SET WKS-IDX TO 1.
              ACCEPT WKS-DESCTO-TASA
           END-IF.
           PERFORM 180000-CAPTURA-FORMA-PAGO.
           PERFORM 185000-CAPTURA-VENDEDOR.
           PERFORM 190000-REDIME-PUNTOS.
           PERFORM 197000-CAPTURA-ANTICIPOS.

       190000-REDIME-PUNTOS.
      *Redencion de puntos del cliente identificado: valen un peso
           ADD WKS-IMPORTE(WKS-IDX) TO WKS-PUNTOS-BRUTO
           SET WKS-IDX UP BY 1.

       197000-CAPTURA-ANTICIPOS.
      *Anticipos abiertos del cliente identificado: se ofrece cada
      *uno con su saldo y el cajero indica cuanto aplicar (hasta
      *tres por factura). El tope contra el total de la factura se
      *fija en 198000-CALCULA-ANTICIPOS, ya con el calculo hecho.
      *Las ventas por nomina no aplican anticipos.
           MOVE ZERO TO WKS-ANC-NUM
           IF WKS-TELEFONO-FACT > 0 AND WKS-FORMA-PAGO-F NOT = 'N'
              OPEN INPUT F-ANTICIPOS
              IF WKS-FS-ANTICIPOS = '00'
                 MOVE WKS-TELEFONO-FACT TO AN-TELEFONO
                 MOVE ZEROS TO AN-FECHA
                 MOVE ZEROS TO AN-CONSEC
                 START F-ANTICIPOS KEY IS NOT LESS THAN AN-LLAVE
                    INVALID KEY MOVE 1 TO WKS-ANC-FIN
                    NOT INVALID KEY MOVE ZERO TO WKS-ANC-FIN
                 END-START
                 PERFORM 197100-OFRECE-ANTICIPO
                    UNTIL WKS-ANC-FIN = 1 OR WKS-ANC-NUM = 3
                 CLOSE F-ANTICIPOS
              END-IF
           END-IF.

       197100-OFRECE-ANTICIPO.
           READ F-ANTICIPOS NEXT RECORD
              AT END MOVE 1 TO WKS-ANC-FIN
              NOT AT END
                 IF AN-TELEFONO NOT = WKS-TELEFONO-FACT
                    MOVE 1 TO WKS-ANC-FIN
                 ELSE
                 IF AN-ABIERTO
                    COMPUTE WKS-ANC-SALDO = AN-IMPORTE - AN-APLICADO
                    MOVE WKS-ANC-SALDO TO WKS-PAGO-FMT
                    DISPLAY "ANTICIPO DEL " AN-FECHA " SALDO "
                            WKS-PAGO-FMT
                    DISPLAY "MONTO A APLICAR (0 = NINGUNO): "
                    ACCEPT WKS-ANC-CAPTURA
                    IF WKS-ANC-CAPTURA > WKS-ANC-SALDO
                       DISPLAY "REBASA EL SALDO; SE APLICA EL SALDO "
                               "COMPLETO."
                       MOVE WKS-ANC-SALDO TO WKS-ANC-CAPTURA
                    END-IF
                    IF WKS-ANC-CAPTURA > 0
                       ADD 1 TO WKS-ANC-NUM
                       MOVE AN-FECHA TO WKS-ANC-FECHA(WKS-ANC-NUM)
                       MOVE AN-CONSEC TO WKS-ANC-CONSEC(WKS-ANC-NUM)
                       MOVE WKS-ANC-CAPTURA
                            TO WKS-ANC-PEDIDO(WKS-ANC-NUM)
                       MOVE AN-CLASE TO WKS-ANC-CLASE(WKS-ANC-NUM)
                       MOVE AN-IVA-TASA TO WKS-ANC-TASA(WKS-ANC-NUM)
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       198000-CALCULA-ANTICIPOS.
      *Reparte lo pedido de cada anticipo hasta cubrir el total a
      *cobrar y separa de cada aplicacion la base y el IVA con la
      *clase y tasa con que se recibio el anticipo: ese IVA ya se
      *declaro al cobrarlo y no vuelve a entrar al libro mensual.
           MOVE ZERO TO WKS-ANC-TOTAL
           MOVE ZERO TO WKS-ANC-BASE-TOT
           MOVE 1 TO WKS-CLA
           PERFORM 198050-LIMPIA-CLASE-ANTICIPO UNTIL WKS-CLA > 3
           MOVE WKS-RET-COBRAR TO WKS-ANC-RESTA
           MOVE 1 TO WKS-ANC-I
           PERFORM 198100-REPARTE-ANTICIPO UNTIL WKS-ANC-I > WKS-ANC-NUM
           SUBTRACT WKS-ANC-TOTAL FROM WKS-RET-COBRAR.

       198050-LIMPIA-CLASE-ANTICIPO.
           MOVE ZERO TO WKS-ANC-BASE-CLS(WKS-CLA)
           MOVE ZERO TO WKS-ANC-IVA-CLS(WKS-CLA)
           ADD 1 TO WKS-CLA.

       198100-REPARTE-ANTICIPO.
           MOVE WKS-ANC-PEDIDO(WKS-ANC-I) TO WKS-ANC-MONTO(WKS-ANC-I)
           IF WKS-ANC-RESTA < WKS-ANC-MONTO(WKS-ANC-I)
              IF WKS-ANC-RESTA > 0
                 MOVE WKS-ANC-RESTA TO WKS-ANC-MONTO(WKS-ANC-I)
              ELSE
                 MOVE ZERO TO WKS-ANC-MONTO(WKS-ANC-I)
              END-IF
           END-IF
           MOVE WKS-ANC-CLASE(WKS-ANC-I) TO WKS-CLA
           IF WKS-CLA < 1 OR WKS-CLA > 3
              MOVE 1 TO WKS-CLA
           END-IF
           IF WKS-CLA = 1
              COMPUTE WKS-ANC-BASE ROUNDED = WKS-ANC-MONTO(WKS-ANC-I)
                      / (1 + WKS-ANC-TASA(WKS-ANC-I) / 100)
           ELSE
              MOVE WKS-ANC-MONTO(WKS-ANC-I) TO WKS-ANC-BASE
           END-IF
           ADD WKS-ANC-BASE TO WKS-ANC-BASE-CLS(WKS-CLA)
           COMPUTE WKS-ANC-IVA-CLS(WKS-CLA) = WKS-ANC-IVA-CLS(WKS-CLA)
                   + WKS-ANC-MONTO(WKS-ANC-I) - WKS-ANC-BASE
           ADD WKS-ANC-BASE TO WKS-ANC-BASE-TOT
           ADD WKS-ANC-MONTO(WKS-ANC-I) TO WKS-ANC-TOTAL
           SUBTRACT WKS-ANC-MONTO(WKS-ANC-I) FROM WKS-ANC-RESTA
           ADD 1 TO WKS-ANC-I.

       198200-GRABA-ANTICIPOS-FACTURA.
      *Copia al maestro lo aplicado de cada anticipo y su desglose
      *por clase, para la cancelacion y la poliza.
           MOVE 1 TO WKS-ANC-I
           PERFORM 198250-GRABA-ANTICIPO-RENGLON UNTIL WKS-ANC-I > 3
           MOVE 1 TO WKS-CLA
           PERFORM 198260-GRABA-ANTICIPO-CLASE UNTIL WKS-CLA > 3.

       198250-GRABA-ANTICIPO-RENGLON.
           IF WKS-ANC-I > WKS-ANC-NUM
              MOVE ZEROS TO FV-ANC-FECHA(WKS-ANC-I)
              MOVE ZEROS TO FV-ANC-CONSEC(WKS-ANC-I)
              MOVE ZEROS TO FV-ANC-MONTO(WKS-ANC-I)
           ELSE
              MOVE WKS-ANC-FECHA(WKS-ANC-I) TO FV-ANC-FECHA(WKS-ANC-I)
              MOVE WKS-ANC-CONSEC(WKS-ANC-I)
                   TO FV-ANC-CONSEC(WKS-ANC-I)
              MOVE WKS-ANC-MONTO(WKS-ANC-I) TO FV-ANC-MONTO(WKS-ANC-I)
           END-IF
           ADD 1 TO WKS-ANC-I.

       198260-GRABA-ANTICIPO-CLASE.
           MOVE WKS-ANC-BASE-CLS(WKS-CLA) TO FV-ANC-BASE(WKS-CLA)
           MOVE WKS-ANC-IVA-CLS(WKS-CLA) TO FV-ANC-IVA(WKS-CLA)
           ADD 1 TO WKS-CLA.

       198300-POSTEA-ANTICIPOS.
      *Sube lo aplicado en cada anticipo del folio recien grabado;
      *el que queda sin saldo se marca liquidado.
           IF WKS-ANC-TOTAL > 0
              OPEN I-O F-ANTICIPOS
              IF WKS-FS-ANTICIPOS NOT = '00'
                 DISPLAY "NO SE PUDO ABRIR IVA-ANTICIPOS.DAT; LOS "
                         "ANTICIPOS NO SE DESCONTARON."
              ELSE
                 MOVE 1 TO WKS-ANC-SIGNO
                 MOVE 1 TO WKS-ANC-I
                 PERFORM 198350-MUEVE-ANTICIPO
                    UNTIL WKS-ANC-I > 3
                 CLOSE F-ANTICIPOS
              END-IF
           END-IF
           MOVE ZERO TO WKS-ANC-NUM.

       198350-MUEVE-ANTICIPO.
      *Aplica (WKS-ANC-SIGNO 1) o devuelve (-1) el monto del
      *renglon WKS-ANC-I del folio en FV- a su anticipo.
           IF FV-ANC-MONTO(WKS-ANC-I) NUMERIC
              AND FV-ANC-MONTO(WKS-ANC-I) > 0
              MOVE FV-TELEFONO TO AN-TELEFONO
              MOVE FV-ANC-FECHA(WKS-ANC-I) TO AN-FECHA
              MOVE FV-ANC-CONSEC(WKS-ANC-I) TO AN-CONSEC
              READ F-ANTICIPOS
                 INVALID KEY
                    DISPLAY "NO SE ENCONTRO EL ANTICIPO DEL "
                            AN-FECHA " DEL CLIENTE " AN-TELEFONO
                 NOT INVALID KEY
                    COMPUTE AN-APLICADO = AN-APLICADO
                            + WKS-ANC-SIGNO * FV-ANC-MONTO(WKS-ANC-I)
                    IF AN-APLICADO < AN-IMPORTE
                       MOVE 'A' TO AN-ESTADO
                    ELSE
                       MOVE 'L' TO AN-ESTADO
                    END-IF
                    REWRITE REG-ANTICIPO
                       INVALID KEY
                          DISPLAY "ERROR AL ACTUALIZAR EL ANTICIPO "
                                  "DEL " AN-FECHA
                    END-REWRITE
              END-READ
           END-IF
           ADD 1 TO WKS-ANC-I.

       198400-REABRE-ANTICIPOS.
      *Cancelacion de una factura que aplico anticipos: lo aplicado
      *regresa al saldo de cada anticipo.
           PERFORM 198500-CARGA-ANTICIPO-FOLIO
           IF WKS-ANC-TOTAL > 0
              OPEN I-O F-ANTICIPOS
              IF WKS-FS-ANTICIPOS NOT = '00'
                 DISPLAY "NO SE PUDO ABRIR IVA-ANTICIPOS.DAT; LOS "
                         "ANTICIPOS NO SE REPUSIERON."
              ELSE
                 MOVE -1 TO WKS-ANC-SIGNO
                 MOVE 1 TO WKS-ANC-I
                 PERFORM 198350-MUEVE-ANTICIPO
                    UNTIL WKS-ANC-I > 3
                 CLOSE F-ANTICIPOS
                 DISPLAY "ANTICIPOS REPUESTOS AL CLIENTE."
              END-IF
           END-IF.

       198500-CARGA-ANTICIPO-FOLIO.
      *Anticipos aplicados de un folio grabado; los folios
      *anteriores a los anticipos los traen en blanco.
           MOVE ZERO TO WKS-ANC-TOTAL
           MOVE ZERO TO WKS-ANC-BASE-TOT
           MOVE 1 TO WKS-CLA
           PERFORM 198050-LIMPIA-CLASE-ANTICIPO UNTIL WKS-CLA > 3
           IF FV-ANC-MONTO(1) NUMERIC AND FV-ANC-MONTO(2) NUMERIC
              AND FV-ANC-MONTO(3) NUMERIC
              COMPUTE WKS-ANC-TOTAL = FV-ANC-MONTO(1)
                      + FV-ANC-MONTO(2) + FV-ANC-MONTO(3)
              MOVE 1 TO WKS-CLA
              PERFORM 198550-CARGA-ANTICIPO-CLASE UNTIL WKS-CLA > 3
           END-IF.

       198550-CARGA-ANTICIPO-CLASE.
           IF FV-ANC-BASE(WKS-CLA) NUMERIC
              AND FV-ANC-IVA(WKS-CLA) NUMERIC
              MOVE FV-ANC-BASE(WKS-CLA) TO WKS-ANC-BASE-CLS(WKS-CLA)
              MOVE FV-ANC-IVA(WKS-CLA) TO WKS-ANC-IVA-CLS(WKS-CLA)
              ADD FV-ANC-BASE(WKS-CLA) TO WKS-ANC-BASE-TOT
           END-IF
           ADD 1 TO WKS-CLA.

       198600-DELTA-ANTICIPO.
      *Quita de los deltas del libro (o devuelve, en la reversa de
      *una cancelacion, con WKS-ANC-SIGNO -1) la base y el IVA que
      *ya se declararon al cobrar el anticipo.
           COMPUTE WKS-LIB-D-TOTAL = WKS-LIB-D-TOTAL
                   - WKS-ANC-SIGNO * WKS-ANC-BASE-TOT
           MOVE 1 TO WKS-CLA
           PERFORM 198650-DELTA-ANTICIPO-CLASE UNTIL WKS-CLA > 3.

       198650-DELTA-ANTICIPO-CLASE.
           COMPUTE WKS-LIB-D-BASE(WKS-CLA) = WKS-LIB-D-BASE(WKS-CLA)
                   - WKS-ANC-SIGNO * WKS-ANC-BASE-CLS(WKS-CLA)
           COMPUTE WKS-LIB-D-IVACLS(WKS-CLA) =
                   WKS-LIB-D-IVACLS(WKS-CLA)
                   - WKS-ANC-SIGNO * WKS-ANC-IVA-CLS(WKS-CLA)
           COMPUTE WKS-LIB-D-IVA = WKS-LIB-D-IVA
                   - WKS-ANC-SIGNO * WKS-ANC-IVA-CLS(WKS-CLA)
           ADD 1 TO WKS-CLA.

       180000-CAPTURA-FORMA-PAGO.
      *Forma de pago de la venta; el credito solo se ofrece a un
      *cliente identificado y con condiciones de credito.
           DISPLAY "FORMA DE PAGO: E.EFECTIVO T.TARJETA "
                   "F.TRANSFERENCIA R.CREDITO N.DESCUENTO POR NOMINA"
           ACCEPT WKS-FORMA-PAGO-F
           IF WKS-FORMA-PAGO-F NOT = 'E'
              AND WKS-FORMA-PAGO-F NOT = 'T'
              AND WKS-FORMA-PAGO-F NOT = 'F'
              AND WKS-FORMA-PAGO-F NOT = 'R'
              AND WKS-FORMA-PAGO-F NOT = 'N'
              DISPLAY "FORMA DE PAGO INVALIDA, VERIFIQUE."
              PERFORM 180000-CAPTURA-FORMA-PAGO
           ELSE
           IF WKS-FORMA-PAGO-F = 'N'
      *El descuento por nomina solo es para empleados con liga
      *activa; el abono se valida contra su neto al grabar.
              IF WKS-EMPLEADO-FACT NOT = 1
                 DISPLAY "SOLO EMPLEADOS CON LIGA ACTIVA PUEDEN "
                         "PAGAR POR NOMINA."
                 PERFORM 180000-CAPTURA-FORMA-PAGO
              ELSE
                 PERFORM 182000-CAPTURA-PLAZOS-NOMINA
              END-IF
           ELSE
           IF WKS-FORMA-PAGO-F = 'R'
              IF WKS-TELEFONO-FACT = 0
                 DISPLAY "VENTA DE MOSTRADOR: SIN CLIENTE NO HAY "
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       182000-CAPTURA-PLAZOS-NOMINA.
           DISPLAY "NUMERO DE ABONOS MENSUALES POR NOMINA (1-12): "
           ACCEPT WKS-DN-PLAZOS
           IF WKS-DN-PLAZOS < 1 OR WKS-DN-PLAZOS > 12
              DISPLAY "PLAZO INVALIDO, VERIFIQUE."
              PERFORM 182000-CAPTURA-PLAZOS-NOMINA
           END-IF.

       105000-CAPTURA-NUM-ITEMS.
           ELSE
              MOVE ZERO TO WKS-PRODUCTO(WKS-IDX)
              MOVE ZERO TO WKS-CANTIDAD(WKS-IDX)
              MOVE SPACE TO WKS-PRECIO-ORIGEN(WKS-IDX)
              DISPLAY "DESCRIPCION DE LA PARTIDA " WKS-IDX ": "
              ACCEPT WKS-DESCRIPCION(WKS-IDX)
              DISPLAY "INGRESE IMPORTE DE LA PARTIDA " WKS-IDX ": "
       112000-CARGA-ITEM-PRODUCTO.
      *Partida por catalogo: precio por cantidad, descripcion y
      *clase del producto; se avisa si la existencia no alcanza.
      *El precio sale de la lista del cliente o de una promocion
      *vigente, y se muestra cual se aplico.
           MOVE WKS-PROD-BUSCA TO PRO-CODIGO
           READ F-PRODUCTOS
              INVALID KEY
                 SET WKS-IDX DOWN BY 1
                 PERFORM 110000-CARGA-ITEM
              NOT INVALID KEY
      *La venta sale de la existencia de la sucursal activa.
                 MOVE WKS-SERIE-ACTIVA TO WKS-ES-SERIE
                 PERFORM 268200-LEE-EXIST-SUC
      *Lo apartado por pedidos abiertos no esta disponible.
                 COMPUTE WKS-ES-DISP = WKS-ES-CANT - WKS-ES-APART
                 DISPLAY PRO-DESCRIPCION "  PRECIO " PRO-PRECIO
                         "  EXISTENCIA " WKS-ES-CANT
                 DISPLAY "APARTADO " WKS-ES-APART
                         "  DISPONIBLE " WKS-ES-DISP
                 DISPLAY "CANTIDAD: "
                 ACCEPT WKS-CANTIDAD(WKS-IDX)
                 IF WKS-CANTIDAD(WKS-IDX) = 0
                    MOVE 1 TO WKS-CANTIDAD(WKS-IDX)
                 END-IF
                 IF WKS-CANTIDAD(WKS-IDX) > WKS-ES-DISP
                    IF WKS-PED-CAPTURA = 1
                       DISPLAY "AVISO: NO HAY DISPONIBLE SUFICIENTE ("
                               WKS-ES-DISP "); LO QUE FALTE QUEDA "
                               "PENDIENTE DE SURTIR."
                    ELSE
                       DISPLAY "AVISO: DISPONIBLE INSUFICIENTE EN LA "
                               "SUCURSAL (" WKS-ES-DISP "); LA VENTA "
                               "TOMARA MERCANCIA APARTADA O DEJARA "
                               "EXISTENCIA NEGATIVA."
                    END-IF
                 END-IF
                 MOVE WKS-PROD-BUSCA TO WKS-PRODUCTO(WKS-IDX)
                 MOVE PRO-DESCRIPCION TO WKS-DESCRIPCION(WKS-IDX)
                 PERFORM 120000-ELIGE-PRECIO
                 PERFORM 125000-DESCRIBE-ORIGEN
                 MOVE WKS-PRECIO-APL(WKS-IDX) TO WKS-PR-APL-FMT
                 DISPLAY "PRECIO APLICADO: " WKS-PR-APL-FMT
                         "  (" WKS-PR-ETIQ ")"
                 COMPUTE WKS-IMPORTE(WKS-IDX) =
                         WKS-PRECIO-APL(WKS-IDX)
                         * WKS-CANTIDAD(WKS-IDX)
                 MOVE WKS-IMPORTE(WKS-IDX)
                      TO WKS-IMPORTE-FORMATO(WKS-IDX)
                 IF PRO-CLASE > 0 AND PRO-CLASE < 4
           MOVE WKS-IVA-MONTO TO IVA.
           MOVE TOTAL TO FORMAT-TOTAL.
           MOVE TOTAL-NETO TO FORMAT-NETO.
           PERFORM 140000-CALCULA-RETENCIONES.
           PERFORM 198000-CALCULA-ANTICIPOS.

       220000-LIMPIA-CLASE.
           MOVE ZERO TO WKS-BRUTO-CLASE(WKS-CLA)
              MOVE WKS-BASE-CLASE(3) TO WKS-CLASE-FMT
              DISPLAY "BASE EXENTA:       " WKS-CLASE-FMT
           END-IF.
           IF WKS-RET-IVA NOT = 0 OR WKS-RET-ISR NOT = 0
              MOVE WKS-RET-IVA TO WKS-CLASE-FMT
              DISPLAY "IVA RETENIDO:      " WKS-CLASE-FMT
              IF WKS-RET-ISR NOT = 0
                 MOVE WKS-RET-ISR TO WKS-CLASE-FMT
                 DISPLAY "ISR RETENIDO:      " WKS-CLASE-FMT
              END-IF
           END-IF.
           IF WKS-ANC-TOTAL NOT = 0
              MOVE WKS-ANC-TOTAL TO WKS-CLASE-FMT
              DISPLAY "ANTICIPO APLICADO: " WKS-CLASE-FMT
           END-IF.
           IF WKS-RET-IVA NOT = 0 OR WKS-RET-ISR NOT = 0
              OR WKS-ANC-TOTAL NOT = 0
              MOVE WKS-RET-COBRAR TO WKS-CLASE-FMT
              DISPLAY "TOTAL A COBRAR:    " WKS-CLASE-FMT
           END-IF.


       320000-GENERA-RECURRENTES.
      *Cargos recurrentes vencidos (proxima fecha de cargo hasta
      *hoy): cada uno se agrega a IVA-FACTURAS-ENTRADA.TXT como una
      *factura 'H'/'D' del lote del periodo (AAAAMM de la fecha del
      *cargo) y con el numero de cargo como factura del lote. Asi,
      *si el paso se repite antes de avanzar la proxima fecha, el
      *registro de lotes procesados salta el duplicado. Un cargo
      *atrasado genera una factura por cada periodo pendiente.
      *Tambien lista los cargos que vencen el mes siguiente.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-RCR-GENERADOS
           MOVE ZERO TO WKS-RCR-TOTAL
           OPEN I-O F-RECURRENTES
           IF WKS-FS-RECURRENTES NOT = '00'
              DISPLAY "CALCULADOR IVA: SIN CARGOS RECURRENTES "
                      "REGISTRADOS."
           ELSE
              OPEN EXTEND F-FACT-ENT
              IF WKS-FS-FACT-ENT = '35'
                 OPEN OUTPUT F-FACT-ENT
              END-IF
              OPEN OUTPUT F-RECUR-REP
              MOVE SPACES TO REG-RECUR-REP
              STRING "CARGOS RECURRENTES GENERADOS AL " WKS-FECHA-HOY
                     DELIMITED BY SIZE INTO REG-RECUR-REP
              WRITE REG-RECUR-REP
              MOVE "CARGO TELEFONO   FECHA    LOTE   IMPORTE      "
                   TO REG-RECUR-REP
              WRITE REG-RECUR-REP
              MOVE ALL "-" TO REG-RECUR-REP
              WRITE REG-RECUR-REP
              MOVE ZERO TO WKS-RCR-FIN
              PERFORM 321000-RECURRENTE-RENGLON UNTIL WKS-RCR-FIN = 1
              CLOSE F-FACT-ENT
              MOVE ALL "-" TO REG-RECUR-REP
              WRITE REG-RECUR-REP
              MOVE WKS-RCR-TOTAL TO WKS-PAGO-FMT
              MOVE SPACES TO REG-RECUR-REP
              STRING "FACTURAS GENERADAS: " WKS-RCR-GENERADOS
                     "  IMPORTE: " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-RECUR-REP
              WRITE REG-RECUR-REP
              PERFORM 325000-RECURRENTES-POR-VENCER
              CLOSE F-RECUR-REP
              CLOSE F-RECURRENTES
              DISPLAY "CALCULADOR IVA: " WKS-RCR-GENERADOS
                      " CARGO(S) RECURRENTE(S) GENERADO(S); "
                      "DETALLE EN IVA-RECURRENTES.TXT"
           END-IF.

       321000-RECURRENTE-RENGLON.
           READ F-RECURRENTES NEXT RECORD
              AT END MOVE 1 TO WKS-RCR-FIN
              NOT AT END
                 IF RC-ACTIVO AND RC-PROXIMA NOT > WKS-FECHA-HOY
                    PERFORM 322000-GENERA-CARGO
                       UNTIL RC-PROXIMA > WKS-FECHA-HOY
                          OR NOT RC-ACTIVO
                    REWRITE REG-RECURRENTE
                       INVALID KEY
                          DISPLAY "ERROR AL AVANZAR EL CARGO "
                                  "RECURRENTE " RC-CARGO
                    END-REWRITE
                 END-IF
           END-READ.

       322000-GENERA-CARGO.
      *Un periodo del cargo: si ya paso su fecha de fin el cargo se
      *da por terminado; si no, se escribe la factura y se avanza
      *la proxima fecha.
           IF RC-FECHA-FIN > 0 AND RC-PROXIMA > RC-FECHA-FIN
              MOVE 'T' TO RC-ESTADO
           ELSE
              MOVE SPACES TO REG-FACT-ENT
              MOVE 'H' TO FE-TIPO
              MOVE RC-MONEDA TO FE-H-MONEDA
              MOVE RC-TCAMBIO TO FE-H-TCAMBIO
              MOVE RC-IVA-TASA TO FE-H-IVA
              MOVE RC-DESCTO TO FE-H-DESCTO
              MOVE RC-TELEFONO TO FE-H-TELEFONO
              MOVE RC-PROXIMA(1:6) TO FE-H-LOTE
              MOVE RC-CARGO TO FE-H-FACTURA
              MOVE RC-VENDEDOR TO FE-H-VENDEDOR
              WRITE REG-FACT-ENT
              MOVE ZERO TO WKS-RCR-IMPORTE
              MOVE 1 TO WKS-RCR-I
              PERFORM 323000-GENERA-PARTIDA
                 UNTIL WKS-RCR-I > RC-NUM-PART
              ADD 1 TO WKS-RCR-GENERADOS
              ADD WKS-RCR-IMPORTE TO WKS-RCR-TOTAL
              MOVE WKS-RCR-IMPORTE TO WKS-PAGO-FMT
              MOVE SPACES TO REG-RECUR-REP
              STRING RC-CARGO "  " RC-TELEFONO " " RC-PROXIMA " "
                     RC-PROXIMA(1:6) " " WKS-PAGO-FMT " " RC-MONEDA
                     "  " RC-CONCEPTO
                     DELIMITED BY SIZE INTO REG-RECUR-REP
              WRITE REG-RECUR-REP
              MOVE RC-PROXIMA TO RC-ULT-CARGO
              PERFORM 324000-AVANZA-PROXIMA
           END-IF.

       323000-GENERA-PARTIDA.
           MOVE SPACES TO REG-FACT-ENT
           MOVE 'D' TO FE-TIPO
           MOVE RC-DESCRIPCION(WKS-RCR-I) TO FE-D-DESCRIPCION
           MOVE RC-IMPORTE(WKS-RCR-I) TO FE-D-IMPORTE
           MOVE RC-CLASE(WKS-RCR-I) TO FE-D-CLASE
           WRITE REG-FACT-ENT
           ADD RC-IMPORTE(WKS-RCR-I) TO WKS-RCR-IMPORTE
           ADD 1 TO WKS-RCR-I.

       324000-AVANZA-PROXIMA.
      *Suma la frecuencia en meses a la proxima fecha conservando
      *el dia de la fecha de inicio; en meses mas cortos se toma el
      *ultimo dia del mes.
           MOVE RC-PROXIMA(1:4) TO WKS-RCR-ANIO
           MOVE RC-PROXIMA(5:2) TO WKS-RCR-MES
           MOVE RC-FECHA-INICIO(7:2) TO WKS-RCR-DIA
           IF RC-FRECUENCIA = 0
              MOVE 1 TO RC-FRECUENCIA
           END-IF
           ADD RC-FRECUENCIA TO WKS-RCR-MES
           PERFORM 324100-AJUSTA-ANIO UNTIL WKS-RCR-MES NOT > 12
           PERFORM 324200-ARMA-FECHA
           PERFORM 324300-RETROCEDE-DIA
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(WKS-RCR-FECHA) = 0
           MOVE WKS-RCR-FECHA TO RC-PROXIMA.

       324100-AJUSTA-ANIO.
           SUBTRACT 12 FROM WKS-RCR-MES
           ADD 1 TO WKS-RCR-ANIO.

       324200-ARMA-FECHA.
           COMPUTE WKS-RCR-FECHA = WKS-RCR-ANIO * 10000
                   + WKS-RCR-MES * 100 + WKS-RCR-DIA.

       324300-RETROCEDE-DIA.
           SUBTRACT 1 FROM WKS-RCR-DIA
           PERFORM 324200-ARMA-FECHA.

       325000-RECURRENTES-POR-VENCER.
      *Segunda pasada: cargos activos cuya fecha de fin cae en el
      *mes siguiente, para renovarlos a tiempo con el cliente.
           MOVE WKS-FECHA-HOY(1:4) TO WKS-RCR-ANIO
           MOVE WKS-FECHA-HOY(5:2) TO WKS-RCR-MES
           ADD 1 TO WKS-RCR-MES
           PERFORM 324100-AJUSTA-ANIO UNTIL WKS-RCR-MES NOT > 12
           COMPUTE WKS-RCR-MES-SIG = WKS-RCR-ANIO * 100 + WKS-RCR-MES
           MOVE SPACES TO REG-RECUR-REP
           WRITE REG-RECUR-REP
           MOVE SPACES TO REG-RECUR-REP
           STRING "CARGOS RECURRENTES QUE VENCEN EN " WKS-RCR-MES-SIG
                  DELIMITED BY SIZE INTO REG-RECUR-REP
           WRITE REG-RECUR-REP
           MOVE ALL "-" TO REG-RECUR-REP
           WRITE REG-RECUR-REP
           MOVE ZERO TO WKS-RCR-VENCEN
           MOVE ZEROS TO RC-CARGO
           START F-RECURRENTES KEY IS NOT LESS THAN RC-CARGO
              INVALID KEY MOVE 1 TO WKS-RCR-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-RCR-FIN
           END-START
           PERFORM 325100-VENCE-RENGLON UNTIL WKS-RCR-FIN = 1
           MOVE SPACES TO REG-RECUR-REP
           STRING "CARGOS POR VENCER: " WKS-RCR-VENCEN
                  DELIMITED BY SIZE INTO REG-RECUR-REP
           WRITE REG-RECUR-REP.

       325100-VENCE-RENGLON.
           READ F-RECURRENTES NEXT RECORD
              AT END MOVE 1 TO WKS-RCR-FIN
              NOT AT END
                 IF RC-ACTIVO AND RC-FECHA-FIN > 0
                    AND RC-FECHA-FIN(1:6) = WKS-RCR-MES-SIG
                    ADD 1 TO WKS-RCR-VENCEN
                    MOVE SPACES TO REG-RECUR-REP
                    STRING RC-CARGO "  " RC-TELEFONO "  VENCE "
                           RC-FECHA-FIN "  " RC-CONCEPTO
                           DELIMITED BY SIZE INTO REG-RECUR-REP
                    WRITE REG-RECUR-REP
                 END-IF
           END-READ.

       330000-MANTTO-RECURRENTE.
      *Alta de un cargo recurrente, o cambio de estado, frecuencia
      *y fecha de fin de uno existente. Para cambiar las partidas
      *se termina el cargo y se da de alta otro.
           OPEN I-O F-RECURRENTES
           IF WKS-FS-RECURRENTES = '35'
              OPEN OUTPUT F-RECURRENTES
              CLOSE F-RECURRENTES
              OPEN I-O F-RECURRENTES
           END-IF
           DISPLAY "NUMERO DE CARGO RECURRENTE (0 = NUEVO): "
           ACCEPT WKS-RCR-CARGO
           IF WKS-RCR-CARGO = 0
              PERFORM 331000-ALTA-RECURRENTE
           ELSE
              MOVE WKS-RCR-CARGO TO RC-CARGO
              READ F-RECURRENTES
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE CARGO RECURRENTE."
                 NOT INVALID KEY
                    PERFORM 334000-CAMBIO-RECURRENTE
              END-READ
           END-IF
           CLOSE F-RECURRENTES.

       331000-ALTA-RECURRENTE.
           DISPLAY "TELEFONO DEL CLIENTE: "
           ACCEPT WKS-TEL-ALFA
           MOVE ZERO TO WKS-CLIENTE-OK
           IF WKS-TEL-ALFA NUMERIC
              PERFORM 160000-VALIDA-CLIENTE
           END-IF
           IF WKS-CLIENTE-OK = 0
              DISPLAY "ESE TELEFONO NO ESTA EN CLIENTES.DAT."
           ELSE
              PERFORM 331500-SIGUIENTE-CARGO
              MOVE SPACES TO REG-RECURRENTE
              MOVE WKS-RCR-CARGO TO RC-CARGO
              MOVE WKS-TEL-ALFA TO RC-TELEFONO
              DISPLAY "CONCEPTO DEL CONTRATO: "
              ACCEPT RC-CONCEPTO
              DISPLAY "MONEDA (MXN, USD, EUR, ETC.): "
              ACCEPT RC-MONEDA
      *En moneda extranjera cada cargo toma el tipo de cambio del
      *dia en que se genera (tipo en ceros en el lote).
              IF RC-MONEDA = "MXN"
                 MOVE 1 TO RC-TCAMBIO
              ELSE
                 MOVE ZERO TO RC-TCAMBIO
              END-IF
              DISPLAY "TASA DE IVA (EJ. 16.00, 0 = 16.00): "
              ACCEPT RC-IVA-TASA
              IF RC-IVA-TASA = 0
                 MOVE 16.00 TO RC-IVA-TASA
              END-IF
              DISPLAY "PORCENTAJE DE DESCUENTO (EJ. 00.00): "
              ACCEPT RC-DESCTO
              DISPLAY "ID DEL VENDEDOR (0 = SIN VENDEDOR): "
              ACCEPT RC-VENDEDOR
              IF RC-VENDEDOR > 0
                 MOVE RC-VENDEDOR TO WKS-VEND-BUSCA
                 PERFORM 187000-VALIDA-VENDEDOR
                 IF WKS-VENDEDOR-OK = 0
                    DISPLAY "VENDEDOR INEXISTENTE O INACTIVO; QUEDA "
                            "SIN VENDEDOR."
                    MOVE ZEROS TO RC-VENDEDOR
                 END-IF
              END-IF
              DISPLAY "FRECUENCIA EN MESES (1 = MENSUAL): "
              ACCEPT RC-FRECUENCIA
              IF RC-FRECUENCIA = 0
                 MOVE 1 TO RC-FRECUENCIA
              END-IF
              MOVE ZEROS TO RC-FECHA-INICIO
              PERFORM 332000-CAPTURA-INICIO-RC
                 UNTIL FUNCTION TEST-DATE-YYYYMMDD(RC-FECHA-INICIO)
                       = 0
              DISPLAY "FECHA DE FIN (AAAAMMDD, 0 = SIN FIN): "
              ACCEPT RC-FECHA-FIN
              IF RC-FECHA-FIN NOT = 0
                 AND (FUNCTION TEST-DATE-YYYYMMDD(RC-FECHA-FIN) NOT = 0
                      OR RC-FECHA-FIN < RC-FECHA-INICIO)
                 DISPLAY "FECHA DE FIN INVALIDA; QUEDA SIN FIN."
                 MOVE ZEROS TO RC-FECHA-FIN
              END-IF
              MOVE ZERO TO RC-NUM-PART
              PERFORM 333000-CAPTURA-NUM-PART-RC
                 UNTIL RC-NUM-PART > 0 AND RC-NUM-PART NOT > 10
              MOVE 1 TO WKS-RCR-I
              PERFORM 333500-CAPTURA-PARTIDA-RC
                 UNTIL WKS-RCR-I > 10
              MOVE RC-FECHA-INICIO TO RC-PROXIMA
              MOVE ZEROS TO RC-ULT-CARGO
              MOVE 'A' TO RC-ESTADO
              WRITE REG-RECURRENTE
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR EL CARGO RECURRENTE."
                 NOT INVALID KEY
                    DISPLAY "CARGO RECURRENTE " RC-CARGO
                            " REGISTRADO, PRIMER CARGO EL "
                            RC-PROXIMA
              END-WRITE
           END-IF.

       331500-SIGUIENTE-CARGO.
      *El numero de un cargo nuevo es el siguiente al mayor que
      *exista.
           MOVE ZERO TO WKS-RCR-CARGO
           MOVE ZEROS TO RC-CARGO
           START F-RECURRENTES KEY IS NOT LESS THAN RC-CARGO
              INVALID KEY MOVE 1 TO WKS-RCR-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-RCR-FIN
           END-START
           PERFORM 331600-BUSCA-ULTIMO-CARGO UNTIL WKS-RCR-FIN = 1
           ADD 1 TO WKS-RCR-CARGO.

       331600-BUSCA-ULTIMO-CARGO.
           READ F-RECURRENTES NEXT RECORD
              AT END MOVE 1 TO WKS-RCR-FIN
              NOT AT END MOVE RC-CARGO TO WKS-RCR-CARGO
           END-READ.

       332000-CAPTURA-INICIO-RC.
           DISPLAY "FECHA DEL PRIMER CARGO (AAAAMMDD, 0 = HOY): "
           ACCEPT RC-FECHA-INICIO
           IF RC-FECHA-INICIO = 0
              ACCEPT RC-FECHA-INICIO FROM DATE YYYYMMDD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(RC-FECHA-INICIO) NOT = 0
              DISPLAY "FECHA INVALIDA, VERIFIQUE."
           END-IF.

       333000-CAPTURA-NUM-PART-RC.
           DISPLAY "NUMERO DE PARTIDAS DEL CARGO (1-10): "
           ACCEPT RC-NUM-PART
           IF RC-NUM-PART = 0 OR RC-NUM-PART > 10
              DISPLAY "NUMERO DE PARTIDAS INVALIDO, VERIFIQUE."
           END-IF.

       333500-CAPTURA-PARTIDA-RC.
           IF WKS-RCR-I > RC-NUM-PART
              MOVE SPACES TO RC-DESCRIPCION(WKS-RCR-I)
              MOVE ZEROS TO RC-IMPORTE(WKS-RCR-I)
              MOVE ZEROS TO RC-CLASE(WKS-RCR-I)
           ELSE
              DISPLAY "PARTIDA " WKS-RCR-I " - DESCRIPCION: "
              ACCEPT RC-DESCRIPCION(WKS-RCR-I)
              DISPLAY "IMPORTE (EJ. 01500.00): "
              ACCEPT RC-IMPORTE(WKS-RCR-I)
              DISPLAY "CLASE DE IVA (1.GENERAL 2.CERO 3.EXENTO): "
              ACCEPT RC-CLASE(WKS-RCR-I)
              IF RC-CLASE(WKS-RCR-I) < 1 OR RC-CLASE(WKS-RCR-I) > 3
                 MOVE 1 TO RC-CLASE(WKS-RCR-I)
              END-IF
           END-IF
           ADD 1 TO WKS-RCR-I.

       334000-CAMBIO-RECURRENTE.
           DISPLAY "CLIENTE " RC-TELEFONO "  " RC-CONCEPTO
           DISPLAY "ESTADO " RC-ESTADO "  FRECUENCIA " RC-FRECUENCIA
                   " MES(ES)  PROXIMO CARGO " RC-PROXIMA
                   "  FIN " RC-FECHA-FIN
           DISPLAY "NUEVO ESTADO (A ACTIVO, S SUSPENDIDO, T "
                   "TERMINADO, BLANCO = IGUAL): "
           ACCEPT WKS-RCR-ESTADO
           IF WKS-RCR-ESTADO = 'A' OR WKS-RCR-ESTADO = 'S'
              OR WKS-RCR-ESTADO = 'T'
              MOVE WKS-RCR-ESTADO TO RC-ESTADO
           END-IF
           DISPLAY "NUEVA FRECUENCIA EN MESES (0 = IGUAL): "
           ACCEPT WKS-RCR-FRECUENCIA
           IF WKS-RCR-FRECUENCIA > 0
              MOVE WKS-RCR-FRECUENCIA TO RC-FRECUENCIA
           END-IF
           DISPLAY "NUEVA FECHA DE FIN (AAAAMMDD, 0 = IGUAL, "
                   "99999999 = SIN FIN): "
           ACCEPT WKS-RCR-FECHA
           IF WKS-RCR-FECHA = 99999999
              MOVE ZEROS TO RC-FECHA-FIN
           ELSE
           IF WKS-RCR-FECHA > 0
              IF FUNCTION TEST-DATE-YYYYMMDD(WKS-RCR-FECHA) = 0
                 AND WKS-RCR-FECHA NOT < RC-FECHA-INICIO
                 MOVE WKS-RCR-FECHA TO RC-FECHA-FIN
              ELSE
                 DISPLAY "FECHA DE FIN INVALIDA; NO SE CAMBIA."
              END-IF
           END-IF
           END-IF
           REWRITE REG-RECURRENTE
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL CARGO RECURRENTE."
              NOT INVALID KEY
                 DISPLAY "CARGO RECURRENTE ACTUALIZADO."
           END-REWRITE.

       350000-IMPRIME-RECIBO.
      *Recibo con la descripcion, importe y clase de IVA de cada
      *partida capturada, con el desglose por clase al final.
           DISPLAY "------------ RECIBO ------------".
           SET WKS-IDX TO 1.
           PERFORM 360000-IMPRIME-PARTIDA UNTIL WKS-IDX > WKS-NUM-ITEMS.
           PERFORM 310000-DESGLOSE-CLASES.
           IF WKS-EMPLEADO-FACT = 1
              DISPLAY "DESCUENTO DE EMPLEADO: " WKS-DESCTO-TASA "%"
           END-IF.
           DISPLAY "---------------------------------".

       360000-IMPRIME-PARTIDA.

           IF WKS-CLASE(WKS-IDX) = 2
              DISPLAY WKS-DESCRIPCION(WKS-IDX) "  "
                      WKS-IMPORTE-FORMATO(WKS-IDX) "  TASA CERO"
           ELSE
           IF WKS-CLASE(WKS-IDX) = 3
              DISPLAY WKS-DESCRIPCION(WKS-IDX) "  "
                      WKS-IMPORTE-FORMATO(WKS-IDX) "  EXENTO"
           ELSE
              DISPLAY WKS-DESCRIPCION(WKS-IDX) "  "
                      WKS-IMPORTE-FORMATO(WKS-IDX)
           END-IF
           END-IF.
      *Partidas de catalogo: precio regular contra el aplicado.
           IF WKS-PRECIO-ORIGEN(WKS-IDX) NOT = SPACE
              PERFORM 125000-DESCRIBE-ORIGEN
              MOVE WKS-PRECIO-REG(WKS-IDX) TO WKS-PR-REG-FMT
              MOVE WKS-PRECIO-APL(WKS-IDX) TO WKS-PR-APL-FMT
              DISPLAY "   " WKS-CANTIDAD(WKS-IDX) " X REGULAR "
                      WKS-PR-REG-FMT "  APLICADO " WKS-PR-APL-FMT
                      "  " WKS-PR-ETIQ
           END-IF.
           SET WKS-IDX UP BY 1.

       370000-TIPO-CAMBIO-DIA.
      *Tipo de cambio del dia por moneda, que la captura de facturas
      *y el lote nocturno toman por omision y contra el que validan
      *el que se teclee, y tolerancia permitida en porcentaje.
           OPEN I-O F-TIPOS-CAMBIO
           IF WKS-FS-TIPOS-CAMBIO = '35'
              OPEN OUTPUT F-TIPOS-CAMBIO
              CLOSE F-TIPOS-CAMBIO
              OPEN I-O F-TIPOS-CAMBIO
           END-IF
           DISPLAY "MONEDA (USD, EUR, ETC.): "
           ACCEPT TC-MONEDA
           DISPLAY "FECHA (AAAAMMDD, 0 = HOY): "
           ACCEPT TC-FECHA
           IF TC-FECHA = 0
              ACCEPT TC-FECHA FROM DATE YYYYMMDD
           END-IF
           IF TC-MONEDA = "MXN" OR TC-MONEDA = SPACES
              OR FUNCTION TEST-DATE-YYYYMMDD(TC-FECHA) NOT = 0
              DISPLAY "MONEDA O FECHA INVALIDA, VERIFIQUE."
           ELSE
              READ F-TIPOS-CAMBIO
                 INVALID KEY
                    MOVE ZERO TO WKS-TC-EXISTE
                 NOT INVALID KEY
                    MOVE 1 TO WKS-TC-EXISTE
                    DISPLAY "TIPO REGISTRADO: " TC-TIPO
              END-READ
              DISPLAY "TIPO DE CAMBIO A PESOS (EJ. 017.5000): "
              ACCEPT TC-TIPO
              IF TC-TIPO = 0
                 DISPLAY "TIPO EN CEROS, NO SE GRABA."
              ELSE
                 IF WKS-TC-EXISTE = 1
                    REWRITE REG-TIPO-CAMBIO
                       INVALID KEY
                          DISPLAY "ERROR AL GRABAR EL TIPO DE CAMBIO."
                    END-REWRITE
                 ELSE
                    WRITE REG-TIPO-CAMBIO
                       INVALID KEY
                          DISPLAY "ERROR AL GRABAR EL TIPO DE CAMBIO."
                    END-WRITE
                 END-IF
                 DISPLAY "TIPO DE CAMBIO GRABADO."
              END-IF
           END-IF
           CLOSE F-TIPOS-CAMBIO
           DISPLAY "TOLERANCIA ACTUAL: " WKS-TOL-TC "%"
           DISPLAY "NUEVA TOLERANCIA EN % (EJ. 02.00, 0 = IGUAL): "
           ACCEPT WKS-TC-TOL-CAPT
           IF WKS-TC-TOL-CAPT > 0
              MOVE WKS-TC-TOL-CAPT TO WKS-TOL-TC
              MOVE WKS-ULT-FOLIO TO CF-ULTIMO-FOLIO
              MOVE WKS-DESCTO-EMPLEADO TO CF-DESCTO-EMPLEADO
              MOVE WKS-ULT-COTIZA TO CF-ULT-COTIZACION
              MOVE WKS-ULT-CORTE-COM TO CF-ULT-CORTE-COM
              MOVE WKS-PCT-DESC-NOM TO CF-PCT-DESC-NOM
              MOVE WKS-ULT-ORDEN TO CF-ULT-ORDEN
              MOVE WKS-ULT-TRASPASO TO CF-ULT-TRASPASO
              MOVE WKS-TOL-TC TO CF-TOL-TC
              MOVE WKS-ULT-PEDIDO TO CF-ULT-PEDIDO
              OPEN OUTPUT F-CONTROL-FOLIO
              WRITE REG-CONTROL-FOLIO
              CLOSE F-CONTROL-FOLIO
              DISPLAY "TOLERANCIA GRABADA: " WKS-TOL-TC "%"
           END-IF.

       371000-BUSCA-TIPO-CAMBIO.
      *Tipo de cambio de WKS-TC-MONEDA vigente en WKS-TC-FECHA: el
      *de ese dia o, si no se capturo (fin de semana, dia festivo),
      *el ultimo de los diez dias anteriores. Lo deja en
      *WKS-TC-TABLA con WKS-TC-OK en 1; en 0 si no hay.
           MOVE ZERO TO WKS-TC-OK
           MOVE ZERO TO WKS-TC-TABLA
           OPEN INPUT F-TIPOS-CAMBIO
           IF WKS-FS-TIPOS-CAMBIO = '00'
              COMPUTE WKS-TC-DIA-INT =
                      FUNCTION INTEGER-OF-DATE(WKS-TC-FECHA)
              MOVE ZERO TO WKS-TC-VUELTAS
              PERFORM 371100-LEE-TIPO-CAMBIO
                 UNTIL WKS-TC-OK = 1 OR WKS-TC-VUELTAS > 10
              CLOSE F-TIPOS-CAMBIO
           END-IF.

       371100-LEE-TIPO-CAMBIO.
           MOVE WKS-TC-MONEDA TO TC-MONEDA
           COMPUTE TC-FECHA = FUNCTION DATE-OF-INTEGER
                   (WKS-TC-DIA-INT - WKS-TC-VUELTAS)
           READ F-TIPOS-CAMBIO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF TC-TIPO > 0
                    MOVE TC-TIPO TO WKS-TC-TABLA
                    MOVE 1 TO WKS-TC-OK
                 END-IF
           END-READ
           ADD 1 TO WKS-TC-VUELTAS.

       372000-CAPTURA-TIPO-CAMBIO.
      *Tipo de cambio de la factura en moneda extranjera: el del dia
      *por omision; uno tecleado tiene que caer dentro de la
      *tolerancia. Sin tipo del dia se acepta el que se teclee.
           MOVE WKS-MONEDA TO WKS-TC-MONEDA
           ACCEPT WKS-TC-FECHA FROM DATE YYYYMMDD
           PERFORM 371000-BUSCA-TIPO-CAMBIO
           IF WKS-TC-OK = 1
              DISPLAY "TIPO DE CAMBIO DEL DIA: " WKS-TC-TABLA
           ELSE
              DISPLAY "SIN TIPO DE CAMBIO DEL DIA PARA " WKS-MONEDA
           END-IF
           MOVE ZERO TO WKS-TC-VALIDO
           PERFORM 372100-TECLEA-TIPO-CAMBIO UNTIL WKS-TC-VALIDO = 1.

       372100-TECLEA-TIPO-CAMBIO.
           IF WKS-TC-OK = 1
              DISPLAY "TIPO DE CAMBIO A PESOS (0 = EL DEL DIA): "
           ELSE
              DISPLAY "TIPO DE CAMBIO A PESOS (EJ. 017.5000): "
           END-IF
           ACCEPT WKS-TIPO-CAMBIO
           IF WKS-TIPO-CAMBIO = 0
              IF WKS-TC-OK = 1
                 MOVE WKS-TC-TABLA TO WKS-TIPO-CAMBIO
                 MOVE 1 TO WKS-TC-VALIDO
              ELSE
                 DISPLAY "TIPO DE CAMBIO EN CEROS, VERIFIQUE."
              END-IF
           ELSE
              PERFORM 373000-VALIDA-TOLERANCIA
              IF WKS-TC-VALIDO = 0
                 DISPLAY "FUERA DE LA TOLERANCIA DE " WKS-TOL-TC
                         "% CONTRA EL DEL DIA, VERIFIQUE."
              END-IF
           END-IF.

       373000-VALIDA-TOLERANCIA.
      *WKS-TIPO-CAMBIO contra el tipo del dia en WKS-TC-TABLA; sin
      *tipo del dia no hay contra que validar.
           MOVE 1 TO WKS-TC-VALIDO
           IF WKS-TC-OK = 1
              COMPUTE WKS-TC-DIF ROUNDED =
                      (WKS-TIPO-CAMBIO - WKS-TC-TABLA) * 100
                      / WKS-TC-TABLA
              IF WKS-TC-DIF < 0
                 COMPUTE WKS-TC-DIF = 0 - WKS-TC-DIF
              END-IF
              IF WKS-TC-DIF > WKS-TOL-TC
                 MOVE ZERO TO WKS-TC-VALIDO
              END-IF
           END-IF.

       374000-DIFERENCIA-CAMBIARIA.
      *Abono a un folio en moneda extranjera: lo pagado en pesos
      *(WKS-PAGO-APLICA) liquida moneda extranjera al tipo del dia
      *del pago. El saldo del folio, que esta en pesos al tipo de la
      *factura, baja por esa moneda a ese tipo (WKS-FX-HIST), y la
      *diferencia contra el valor en libros (al tipo de la ultima
      *revaluacion) es la utilidad o perdida cambiaria realizada.
      *Sin tipo del dia el abono se toma al tipo en libros.
           MOVE FV-MONEDA TO WKS-TC-MONEDA
           ACCEPT WKS-TC-FECHA FROM DATE YYYYMMDD
           PERFORM 371000-BUSCA-TIPO-CAMBIO
           PERFORM 374500-TIPO-EN-LIBROS
           IF WKS-TC-OK = 0
              MOVE WKS-FX-TC-LIBROS TO WKS-TC-TABLA
           END-IF
           COMPUTE WKS-FX-EXT ROUNDED = FV-SALDO / FV-TIPO-CAMBIO
           COMPUTE WKS-FX-PESOS ROUNDED = WKS-FX-EXT * WKS-TC-TABLA
           IF WKS-FX-PESOS > WKS-PAGO-RESTA
              COMPUTE WKS-FX-EXT ROUNDED =
                      WKS-PAGO-RESTA / WKS-TC-TABLA
              MOVE WKS-PAGO-RESTA TO WKS-PAGO-APLICA
              COMPUTE WKS-FX-HIST ROUNDED =
                      WKS-FX-EXT * FV-TIPO-CAMBIO
              IF WKS-FX-HIST > FV-SALDO
                 MOVE FV-SALDO TO WKS-FX-HIST
              END-IF
           ELSE
              MOVE WKS-FX-PESOS TO WKS-PAGO-APLICA
              MOVE FV-SALDO TO WKS-FX-HIST
           END-IF
           COMPUTE WKS-FX-DIF ROUNDED = WKS-PAGO-APLICA
                   - WKS-FX-EXT * WKS-FX-TC-LIBROS.

       374500-TIPO-EN-LIBROS.
      *Tipo al que esta valuado el saldo del folio: el de la ultima
      *revaluacion o, si nunca se ha revaluado, el de la factura.
           IF FV-TC-REVAL NUMERIC AND FV-TC-REVAL > 0
              MOVE FV-TC-REVAL TO WKS-FX-TC-LIBROS
           ELSE
              MOVE FV-TIPO-CAMBIO TO WKS-FX-TC-LIBROS
           END-IF.

       375000-REVALUACION.
      *Revaluacion de fin de mes: el saldo abierto de cada folio de
      *credito en moneda extranjera se valua al tipo de cierre; la
      *diferencia contra su valor en libros es utilidad o perdida
      *cambiaria no realizada, que se asienta en la poliza del
      *reporte, y el folio queda valuado al tipo de cierre. Correr
      *dos veces al mismo tipo no vuelve a generar diferencia.
           DISPLAY "FECHA DE CIERRE (AAAAMMDD, 0 = HOY): "
           ACCEPT WKS-FX-CIERRE
           IF WKS-FX-CIERRE = 0
              ACCEPT WKS-FX-CIERRE FROM DATE YYYYMMDD
           END-IF
           MOVE ZERO TO WKS-FX-UTILIDAD
           MOVE ZERO TO WKS-FX-PERDIDA
           MOVE ZERO TO WKS-FX-FOLIOS
           MOVE ZERO TO WKS-FX-SIN-TIPO
           OPEN OUTPUT F-REVALUACION
           MOVE SPACES TO REG-REVALUACION
           STRING "REVALUACION CAMBIARIA AL " WKS-FX-CIERRE
                  DELIMITED BY SIZE INTO REG-REVALUACION
           WRITE REG-REVALUACION
           MOVE SPACES TO REG-REVALUACION
           STRING "FOLIO     MON  SALDO EXT      T.LIBROS T.CIERRE "
                  "   DIFERENCIA" DELIMITED BY SIZE INTO REG-REVALUACION
           WRITE REG-REVALUACION
           MOVE ALL "-" TO REG-REVALUACION
           WRITE REG-REVALUACION
           MOVE SPACES TO FV-SERIE
           MOVE ZEROS TO FV-FOLIO
           START F-FACTURAS-M KEY IS NOT LESS THAN FV-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 375100-REVALUA-FOLIO UNTIL WKS-SCAN-FIN = 1
           MOVE ALL "-" TO REG-REVALUACION
           WRITE REG-REVALUACION
           MOVE WKS-FX-UTILIDAD TO WKS-PAGO-FMT
           MOVE SPACES TO REG-REVALUACION
           STRING "UTILIDAD CAMBIARIA: " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-REVALUACION
           WRITE REG-REVALUACION
           MOVE WKS-FX-PERDIDA TO WKS-PAGO-FMT
           MOVE SPACES TO REG-REVALUACION
           STRING "PERDIDA CAMBIARIA:  " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-REVALUACION
           WRITE REG-REVALUACION
           IF WKS-FX-SIN-TIPO > 0
              MOVE SPACES TO REG-REVALUACION
              STRING "FOLIOS SIN TIPO DE CIERRE (NO REVALUADOS): "
                     WKS-FX-SIN-TIPO
                     DELIMITED BY SIZE INTO REG-REVALUACION
              WRITE REG-REVALUACION
           END-IF
           PERFORM 376000-POLIZA-REVALUACION
           CLOSE F-REVALUACION
           DISPLAY "FOLIOS REVALUADOS: " WKS-FX-FOLIOS
           DISPLAY "REPORTE EN IVA-REVALUACION.TXT".

       375100-REVALUA-FOLIO.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF FV-FORMA-PAGO = 'R' AND FV-SALDO NUMERIC
                    AND FV-SALDO > 0 AND FV-ESTADO NOT = 'C'
                    AND FV-MONEDA NOT = "MXN"
                    AND FV-MONEDA NOT = SPACES
                    AND FV-TIPO-CAMBIO > 0
                    MOVE FV-MONEDA TO WKS-TC-MONEDA
                    MOVE WKS-FX-CIERRE TO WKS-TC-FECHA
                    PERFORM 371000-BUSCA-TIPO-CAMBIO
                    IF WKS-TC-OK = 0
                       ADD 1 TO WKS-FX-SIN-TIPO
                       MOVE SPACES TO REG-REVALUACION
                       STRING FV-SERIE "-" FV-FOLIO "  " FV-MONEDA
                              "  SIN TIPO DE CAMBIO DE CIERRE"
                              DELIMITED BY SIZE INTO REG-REVALUACION
                       WRITE REG-REVALUACION
                    ELSE
                       PERFORM 375200-CALCULA-REVALUACION
                    END-IF
                 END-IF
           END-READ.

       375200-CALCULA-REVALUACION.
           PERFORM 374500-TIPO-EN-LIBROS
           COMPUTE WKS-FX-EXT ROUNDED = FV-SALDO / FV-TIPO-CAMBIO
           COMPUTE WKS-FX-DIF ROUNDED =
                   WKS-FX-EXT * WKS-TC-TABLA
                   - WKS-FX-EXT * WKS-FX-TC-LIBROS
           IF WKS-FX-DIF > 0
              ADD WKS-FX-DIF TO WKS-FX-UTILIDAD
           ELSE
              SUBTRACT WKS-FX-DIF FROM WKS-FX-PERDIDA
           END-IF
           MOVE WKS-TC-TABLA TO FV-TC-REVAL
           REWRITE REG-FACTURA-M
              INVALID KEY
                 DISPLAY "ERROR AL REVALUAR EL FOLIO " FV-FOLIO
           END-REWRITE
           ADD 1 TO WKS-FX-FOLIOS
           MOVE WKS-FX-EXT TO WKS-FX-EXT-FMT
           MOVE WKS-FX-DIF TO WKS-PAGO-FMT
           MOVE SPACES TO REG-REVALUACION
           STRING FV-SERIE "-" FV-FOLIO "  " FV-MONEDA " "
                  WKS-FX-EXT-FMT " " WKS-FX-TC-LIBROS " "
                  WKS-TC-TABLA " " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-REVALUACION
           WRITE REG-REVALUACION.

       376000-POLIZA-REVALUACION.
      *Asiento de la revaluacion con las cuentas generales del
      *catalogo de la poliza: la utilidad sube clientes contra
      *utilidad cambiaria y la perdida al reves.
           MOVE SPACES TO REG-REVALUACION
           WRITE REG-REVALUACION
           MOVE "POLIZA DE REVALUACION CAMBIARIA" TO REG-REVALUACION
           WRITE REG-REVALUACION
           MOVE ALL "-" TO REG-REVALUACION
           WRITE REG-REVALUACION
           OPEN INPUT F-CUENTAS-POL
           IF WKS-FX-UTILIDAD > 0
              MOVE "CARGO" TO WKS-LPI-MOVTO
              MOVE "CR" TO WKS-FX-CONCEPTO
              MOVE "CLIENTES" TO WKS-LPI-CONCEPTO
              MOVE WKS-FX-UTILIDAD TO WKS-FX-IMPORTE
              PERFORM 376100-RENGLON-REVALUACION
              MOVE "ABONO" TO WKS-LPI-MOVTO
              MOVE "UC" TO WKS-FX-CONCEPTO
              MOVE "UTILIDAD CAMBIARIA" TO WKS-LPI-CONCEPTO
              PERFORM 376100-RENGLON-REVALUACION
           END-IF
           IF WKS-FX-PERDIDA > 0
              MOVE "CARGO" TO WKS-LPI-MOVTO
              MOVE "PC" TO WKS-FX-CONCEPTO
              MOVE "PERDIDA CAMBIARIA" TO WKS-LPI-CONCEPTO
              MOVE WKS-FX-PERDIDA TO WKS-FX-IMPORTE
              PERFORM 376100-RENGLON-REVALUACION
              MOVE "ABONO" TO WKS-LPI-MOVTO
              MOVE "CR" TO WKS-FX-CONCEPTO
              MOVE "CLIENTES" TO WKS-LPI-CONCEPTO
              PERFORM 376100-RENGLON-REVALUACION
           END-IF
           IF WKS-FS-CUENTAS-POL = '00'
              CLOSE F-CUENTAS-POL
           END-IF.

       376100-RENGLON-REVALUACION.
      *Renglon de la poliza con la cuenta general (serie en blanco)
      *del concepto; sin cuenta asignada sale en blanco.
           MOVE SPACES TO WKS-LPI-CUENTA
           IF WKS-FS-CUENTAS-POL = '00'
              MOVE SPACES TO CU-SERIE
              MOVE WKS-FX-CONCEPTO TO CU-CONCEPTO
              READ F-CUENTAS-POL
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CU-CUENTA TO WKS-LPI-CUENTA
              END-READ
           END-IF
           MOVE WKS-FX-IMPORTE TO WKS-LPI-IMPORTE
           WRITE REG-REVALUACION FROM WKS-LIN-POL-ING.

       380000-CAPTURA-PEDIDO.
      *Pedido de venta: el paso entre la cotizacion y la factura.
      *Se captura como una factura (o se toma de una cotizacion
      *vigente), aparta en la sucursal activa lo que hay disponible
      *y lo que no alcanza queda pendiente de surtir. No toca el
      *libro ni la existencia: cada surtido se factura aparte.
           MOVE ZERO TO WKS-PED-OK
           MOVE ZERO TO WKS-PED-COTIZA
           DISPLAY "1.PEDIDO NUEVO  2.DESDE UNA COTIZACION"
           ACCEPT WKS-OPCION-MENU
           IF WKS-OPCION-MENU = 2
              PERFORM 380100-PEDIDO-DE-COTIZACION
           ELSE
              PERFORM 380200-CAPTURA-PEDIDO-NUEVO
           END-IF
           IF WKS-PED-OK = 1
              PERFORM 380300-GRABA-PEDIDO
           END-IF.

       380100-PEDIDO-DE-COTIZACION.
      *Partidas, tasas, cliente y vendedor salen de la cotizacion;
      *la cotizacion queda ligada al pedido y ya no se factura
      *por su lado.
           DISPLAY "NUMERO DE COTIZACION: "
           ACCEPT WKS-COT-BUSCA
           MOVE WKS-COT-BUSCA TO CT-FOLIO
           READ F-COTIZACIONES
              INVALID KEY
                 DISPLAY "NO EXISTE ESA COTIZACION."
              NOT INVALID KEY
                 IF NOT CT-VIGENTE
                    DISPLAY "ESA COTIZACION YA SE CONVIRTIO (ESTADO "
                            CT-ESTADO " FOLIO " CT-FOLIO-FACTURA ")."
                 ELSE
                    ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
                    IF CT-VALIDA-HASTA < WKS-FECHA-HOY
                       DISPLAY "AVISO: LA COTIZACION VENCIO EL "
                               CT-VALIDA-HASTA
                       DISPLAY "LEVANTAR EL PEDIDO DE TODOS MODOS? "
                               "1.SI 2.NO"
                       ACCEPT WKS-OPCION-MENU
                    ELSE
                       MOVE 1 TO WKS-OPCION-MENU
                    END-IF
                    IF WKS-OPCION-MENU = 1
                       MOVE CT-TELEFONO TO WKS-TELEFONO-FACT
                       MOVE CT-MONEDA TO WKS-MONEDA
                       MOVE CT-TIPO-CAMBIO TO WKS-TIPO-CAMBIO
                       MOVE CT-IVA-TASA TO WKS-IVA-TASA
                       MOVE CT-DESCTO-TASA TO WKS-DESCTO-TASA
                       MOVE CT-NUM-ITEMS TO WKS-NUM-ITEMS
                       MOVE ZERO TO WKS-VENDEDOR-FACT
                       IF CT-VENDEDOR NUMERIC
                          MOVE CT-VENDEDOR TO WKS-VENDEDOR-FACT
                       END-IF
                       SET WKS-IDX TO 1
                       PERFORM 896000-CARGA-PARTIDA-COTIZA
                          UNTIL WKS-IDX > WKS-NUM-ITEMS
                       MOVE WKS-COT-BUSCA TO WKS-PED-COTIZA
                       MOVE 1 TO WKS-PED-OK
                    END-IF
                 END-IF
           END-READ.

       380200-CAPTURA-PEDIDO-NUEVO.
      *Misma captura de la cotizacion; la existencia que se muestra
      *por partida ya descuenta lo apartado por otros pedidos.
           PERFORM 150000-CAPTURA-CLIENTE
           PERFORM 185000-CAPTURA-VENDEDOR
           DISPLAY "MONEDA DE LAS PARTIDAS (MXN, USD, EUR, ETC.): "
           ACCEPT WKS-MONEDA
           IF WKS-MONEDA = "MXN"
              MOVE 1 TO WKS-TIPO-CAMBIO
           ELSE
              PERFORM 372000-CAPTURA-TIPO-CAMBIO
           END-IF
           MOVE 1 TO WKS-PED-CAPTURA
           PERFORM 105000-CAPTURA-NUM-ITEMS
           SET WKS-IDX TO 1
           PERFORM 110000-CARGA-ITEM UNTIL WKS-IDX > WKS-NUM-ITEMS
           MOVE ZERO TO WKS-PED-CAPTURA
           DISPLAY "TASA DE IVA A APLICAR (EJ. 16.00): "
           ACCEPT WKS-IVA-TASA
           DISPLAY "PORCENTAJE DE DESCUENTO (EJ. 00.00): "
           ACCEPT WKS-DESCTO-TASA
           MOVE 1 TO WKS-PED-OK.

       380300-GRABA-PEDIDO.
           OPEN I-O F-PEDIDOS
           IF WKS-FS-PEDIDOS = '35'
              OPEN OUTPUT F-PEDIDOS
              CLOSE F-PEDIDOS
              OPEN I-O F-PEDIDOS
           END-IF
           MOVE SPACES TO REG-PEDIDO
           ADD 1 TO WKS-ULT-PEDIDO
           MOVE WKS-ULT-PEDIDO TO PD-FOLIO
           ACCEPT PD-FECHA FROM DATE YYYYMMDD
           MOVE WKS-SERIE-ACTIVA TO PD-SERIE
           MOVE WKS-TELEFONO-FACT TO PD-TELEFONO
           MOVE WKS-VENDEDOR-FACT TO PD-VENDEDOR
           MOVE WKS-MONEDA TO PD-MONEDA
           MOVE WKS-TIPO-CAMBIO TO PD-TIPO-CAMBIO
           MOVE WKS-IVA-TASA TO PD-IVA-TASA
           MOVE WKS-DESCTO-TASA TO PD-DESCTO-TASA
           MOVE WKS-PED-COTIZA TO PD-COTIZACION
           MOVE 'A' TO PD-ESTADO
           MOVE WKS-NUM-ITEMS TO PD-NUM-PART
      *Se aparta partida por partida conforme se arma el pedido,
      *para que dos partidas del mismo producto no cuenten dos
      *veces lo disponible.
           MOVE PD-SERIE TO WKS-ES-SERIE
           MOVE ZERO TO WKS-PED-FALTA-TOT
           MOVE 1 TO WKS-PED-I
           PERFORM 380400-APARTA-PARTIDA
              UNTIL WKS-PED-I > PD-NUM-PART
           WRITE REG-PEDIDO
              INVALID KEY
                 DISPLAY "YA EXISTE EL PEDIDO " PD-FOLIO
                         ", REVISE EL CONTROL DE FOLIOS."
                 MOVE 1 TO WKS-PED-I
                 PERFORM 383100-LIBERA-PARTIDA
                    UNTIL WKS-PED-I > PD-NUM-PART
              NOT INVALID KEY
                 MOVE WKS-ULT-FOLIO TO CF-ULTIMO-FOLIO
                 MOVE WKS-DESCTO-EMPLEADO TO CF-DESCTO-EMPLEADO
                 MOVE WKS-ULT-COTIZA TO CF-ULT-COTIZACION
                 MOVE WKS-ULT-CORTE-COM TO CF-ULT-CORTE-COM
                 MOVE WKS-PCT-DESC-NOM TO CF-PCT-DESC-NOM
                 MOVE WKS-ULT-ORDEN TO CF-ULT-ORDEN
                 MOVE WKS-ULT-TRASPASO TO CF-ULT-TRASPASO
                 MOVE WKS-TOL-TC TO CF-TOL-TC
                 MOVE WKS-ULT-PEDIDO TO CF-ULT-PEDIDO
                 OPEN OUTPUT F-CONTROL-FOLIO
                 WRITE REG-CONTROL-FOLIO
                 CLOSE F-CONTROL-FOLIO
                 IF WKS-PED-COTIZA > 0
                    PERFORM 380500-LIGA-COTIZACION
                 END-IF
                 DISPLAY "------------ PEDIDO " PD-FOLIO
                         " ------------"
                 IF WKS-PED-FALTA-TOT > 0
                    DISPLAY "QUEDAN " WKS-PED-FALTA-TOT
                            " PIEZAS PENDIENTES DE SURTIR."
                 ELSE
                    DISPLAY "TODO EL PEDIDO QUEDO APARTADO."
                 END-IF
           END-WRITE
           CLOSE F-PEDIDOS.

       380400-APARTA-PARTIDA.
           MOVE WKS-PRODUCTO(WKS-PED-I) TO PD-PRODUCTO(WKS-PED-I)
           MOVE WKS-DESCRIPCION(WKS-PED-I)
                TO PD-DESCRIPCION(WKS-PED-I)
           MOVE WKS-CLASE(WKS-PED-I) TO PD-CLASE(WKS-PED-I)
           MOVE ZERO TO PD-CANT-APARTADA(WKS-PED-I)
           MOVE ZERO TO PD-CANT-SURTIDA(WKS-PED-I)
           IF WKS-PRODUCTO(WKS-PED-I) > 0
              AND WKS-CANTIDAD(WKS-PED-I) > 0
              MOVE WKS-CANTIDAD(WKS-PED-I)
                   TO PD-CANT-PEDIDA(WKS-PED-I)
              COMPUTE PD-PRECIO(WKS-PED-I) ROUNDED =
                      WKS-IMPORTE(WKS-PED-I)
                      / WKS-CANTIDAD(WKS-PED-I)
              PERFORM 382250-APARTA-FALTANTE
              COMPUTE WKS-PED-FALTA = PD-CANT-PEDIDA(WKS-PED-I)
                      - PD-CANT-APARTADA(WKS-PED-I)
              ADD WKS-PED-FALTA TO WKS-PED-FALTA-TOT
              DISPLAY "PARTIDA " WKS-PED-I " PRODUCTO "
                      PD-PRODUCTO(WKS-PED-I) "  APARTADO "
                      PD-CANT-APARTADA(WKS-PED-I) "  PENDIENTE "
                      WKS-PED-FALTA
           ELSE
      *Partida libre, sin producto de catalogo: no hay existencia
      *que apartar y se surte completa con la primera factura.
              MOVE 1 TO PD-CANT-PEDIDA(WKS-PED-I)
              MOVE 1 TO PD-CANT-APARTADA(WKS-PED-I)
              MOVE WKS-IMPORTE(WKS-PED-I) TO PD-PRECIO(WKS-PED-I)
           END-IF
           ADD 1 TO WKS-PED-I.

       380500-LIGA-COTIZACION.
           MOVE WKS-PED-COTIZA TO CT-FOLIO
           READ F-COTIZACIONES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'P' TO CT-ESTADO
                 MOVE PD-FOLIO TO CT-FOLIO-FACTURA
                 MOVE SPACES TO CT-SERIE-FACTURA
                 REWRITE REG-COTIZACION
                    INVALID KEY
                       DISPLAY "ERROR AL LIGAR LA COTIZACION."
                 END-REWRITE
           END-READ.

       381000-MUEVE-APARTADO.
      *Aplica WKS-RSV-MOVTO (con signo) a lo apartado del producto
      *leido en la serie WKS-ES-SERIE, como 268000 con la
      *existencia. Si el producto aun no tenia sucursales iniciadas
      *se regraba para conservar la marca.
           MOVE ZERO TO WKS-RSV-INICIA
           IF PRO-SUC-INICIADA NOT = 'S'
              PERFORM 268100-INICIA-EXIST-SUC
              MOVE 1 TO WKS-RSV-INICIA
           END-IF
           MOVE PRO-CODIGO TO ES-PRODUCTO
           MOVE WKS-ES-SERIE TO ES-SERIE
           READ F-EXIST-SUC
              INVALID KEY
                 MOVE PRO-CODIGO TO ES-PRODUCTO
                 MOVE WKS-ES-SERIE TO ES-SERIE
                 MOVE ZERO TO ES-EXISTENCIA
                 MOVE ZERO TO ES-MINIMO
                 MOVE ZERO TO ES-APARTADO
                 IF WKS-RSV-MOVTO > 0
                    MOVE WKS-RSV-MOVTO TO ES-APARTADO
                 END-IF
                 WRITE REG-EXIST-SUC
                    INVALID KEY
                       DISPLAY "ERROR AL APARTAR EN LA SERIE "
                               WKS-ES-SERIE " EL PRODUCTO "
                               PRO-CODIGO
                 END-WRITE
              NOT INVALID KEY
                 IF ES-APARTADO NOT NUMERIC
                    MOVE ZERO TO ES-APARTADO
                 END-IF
                 ADD WKS-RSV-MOVTO TO ES-APARTADO
                 IF ES-APARTADO < 0
                    MOVE ZERO TO ES-APARTADO
                 END-IF
                 REWRITE REG-EXIST-SUC
                    INVALID KEY
                       DISPLAY "ERROR AL APARTAR EN LA SERIE "
                               WKS-ES-SERIE " EL PRODUCTO "
                               PRO-CODIGO
                 END-REWRITE
           END-READ
           IF WKS-RSV-INICIA = 1
              REWRITE REG-PRODUCTO
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR EL PRODUCTO "
                            PRO-CODIGO
              END-REWRITE
           END-IF.

       382000-SURTE-PEDIDO.
      *Surtido parcial o total de un pedido abierto: primero aparta
      *lo pendiente con la mercancia que haya llegado, luego se
      *captura cuanto sale de cada partida y eso se factura con el
      *mismo tren de la factura; lo que no sale sigue apartado.
           DISPLAY "FOLIO DEL PEDIDO A SURTIR: "
           ACCEPT WKS-PED-BUSCA
           OPEN I-O F-PEDIDOS
           IF WKS-FS-PEDIDOS NOT = '00'
              DISPLAY "NO HAY PEDIDOS REGISTRADOS."
           ELSE
              MOVE WKS-PED-BUSCA TO PD-FOLIO
              READ F-PEDIDOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PEDIDO."
                 NOT INVALID KEY
                    IF NOT PD-ABIERTO
                       DISPLAY "EL PEDIDO NO ESTA ABIERTO (ESTADO "
                               PD-ESTADO ")."
                    ELSE
                    IF PD-SERIE NOT = WKS-SERIE-ACTIVA
                       DISPLAY "EL PEDIDO SE SURTE EN LA SERIE "
                               PD-SERIE ", CAMBIE DE SUCURSAL."
                    ELSE
                       PERFORM 382100-SURTE-PEDIDO-CUERPO
                    END-IF
                    END-IF
              END-READ
              CLOSE F-PEDIDOS
           END-IF.

       382100-SURTE-PEDIDO-CUERPO.
           MOVE PD-SERIE TO WKS-ES-SERIE
           MOVE 1 TO WKS-PED-I
           PERFORM 382200-APARTA-PENDIENTE
              UNTIL WKS-PED-I > PD-NUM-PART
           MOVE ZERO TO WKS-PED-RENGLONES
           MOVE 1 TO WKS-PED-I
           PERFORM 382300-CAPTURA-SURTIDO
              UNTIL WKS-PED-I > PD-NUM-PART
           IF WKS-PED-RENGLONES = 0
              DISPLAY "NO SE SURTE NADA; EL PEDIDO SIGUE ABIERTO."
              REWRITE REG-PEDIDO
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR EL PEDIDO " PD-FOLIO
              END-REWRITE
           ELSE
              PERFORM 382400-FACTURA-SURTIDO
           END-IF.

       382200-APARTA-PENDIENTE.
           IF PD-PRODUCTO(WKS-PED-I) > 0
              PERFORM 382250-APARTA-FALTANTE
           END-IF
           ADD 1 TO WKS-PED-I.

       382250-APARTA-FALTANTE.
      *Aparta de lo disponible de la sucursal (existencia menos lo
      *ya apartado) lo que a la partida le falta por apartar o
      *surtir; el resto sigue pendiente.
           COMPUTE WKS-PED-FALTA = PD-CANT-PEDIDA(WKS-PED-I)
                   - PD-CANT-SURTIDA(WKS-PED-I)
                   - PD-CANT-APARTADA(WKS-PED-I)
           IF WKS-PED-FALTA > 0
              MOVE PD-PRODUCTO(WKS-PED-I) TO PRO-CODIGO
              READ F-PRODUCTOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 268200-LEE-EXIST-SUC
                    COMPUTE WKS-PED-DISP = WKS-ES-CANT - WKS-ES-APART
                    IF WKS-PED-DISP > 0
                       IF WKS-PED-DISP < WKS-PED-FALTA
                          MOVE WKS-PED-DISP TO WKS-PED-APARTA
                       ELSE
                          MOVE WKS-PED-FALTA TO WKS-PED-APARTA
                       END-IF
                       MOVE WKS-PED-APARTA TO WKS-RSV-MOVTO
                       PERFORM 381000-MUEVE-APARTADO
                       ADD WKS-PED-APARTA
                           TO PD-CANT-APARTADA(WKS-PED-I)
                    END-IF
              END-READ
           END-IF.

       382300-CAPTURA-SURTIDO.
      *La partida solo avanza con una cantidad que no pase de lo
      *apartado.
           MOVE 1 TO WKS-PED-OK
           MOVE ZERO TO WKS-PED-SURTE-P(WKS-PED-I)
           IF PD-CANT-APARTADA(WKS-PED-I) > 0
              COMPUTE WKS-PED-FALTA = PD-CANT-PEDIDA(WKS-PED-I)
                      - PD-CANT-SURTIDA(WKS-PED-I)
                      - PD-CANT-APARTADA(WKS-PED-I)
              DISPLAY "PARTIDA " WKS-PED-I " "
                      PD-DESCRIPCION(WKS-PED-I) "  APARTADO "
                      PD-CANT-APARTADA(WKS-PED-I) "  PENDIENTE "
                      WKS-PED-FALTA
              DISPLAY "CANTIDAD A SURTIR (0 = NADA): "
              ACCEPT WKS-PED-SURTE
              IF WKS-PED-SURTE > PD-CANT-APARTADA(WKS-PED-I)
                 DISPLAY "NO SE PUEDE SURTIR MAS DE LO APARTADO, "
                         "VERIFIQUE."
                 MOVE ZERO TO WKS-PED-OK
              ELSE
                 MOVE WKS-PED-SURTE TO WKS-PED-SURTE-P(WKS-PED-I)
                 IF WKS-PED-SURTE > 0
                    ADD 1 TO WKS-PED-RENGLONES
                 END-IF
              END-IF
           END-IF
           IF WKS-PED-OK = 1
              ADD 1 TO WKS-PED-I
           END-IF.

       382400-FACTURA-SURTIDO.
      *Lo que sale se factura como cualquier folio (libro,
      *historial, existencias); despues se descarga de lo apartado
      *y el pedido queda surtido si ya no le falta nada.
           MOVE PD-TELEFONO TO WKS-TELEFONO-FACT
           MOVE PD-MONEDA TO WKS-MONEDA
           MOVE PD-TIPO-CAMBIO TO WKS-TIPO-CAMBIO
           MOVE PD-IVA-TASA TO WKS-IVA-TASA
           MOVE PD-DESCTO-TASA TO WKS-DESCTO-TASA
           MOVE WKS-PED-RENGLONES TO WKS-NUM-ITEMS
           MOVE ZERO TO WKS-EMPLEADO-FACT
           MOVE PD-VENDEDOR TO WKS-VENDEDOR-FACT
           MOVE ZERO TO WKS-PED-J
           MOVE 1 TO WKS-PED-I
           PERFORM 382500-CARGA-PARTIDA-SURTIDA
              UNTIL WKS-PED-I > PD-NUM-PART
           MOVE 'N' TO WKS-RETENEDOR-FACT
           IF WKS-TELEFONO-FACT > 0
              MOVE WKS-TELEFONO-FACT TO WKS-TEL-ALFA
              PERFORM 160000-VALIDA-CLIENTE
              IF WKS-CLIENTE-OK = 0
                 MOVE ZEROS TO CV-CREDITO-DIAS
              ELSE
                 PERFORM 140500-TOMA-RETENEDOR
              END-IF
           END-IF
           PERFORM 180000-CAPTURA-FORMA-PAGO
           PERFORM 197000-CAPTURA-ANTICIPOS
           PERFORM 200000-CALCULO
           PERFORM 300000-RESULTADO
           PERFORM 350000-IMPRIME-RECIBO
           PERFORM 400000-GRABA-HISTORIAL
           PERFORM 500000-ACTUALIZA-MES
           PERFORM 700000-GRABA-FACTURA
           MOVE 'S' TO PD-ESTADO
           MOVE PD-SERIE TO WKS-ES-SERIE
           MOVE 1 TO WKS-PED-I
           PERFORM 382600-DESCARGA-SURTIDO
              UNTIL WKS-PED-I > PD-NUM-PART
           REWRITE REG-PEDIDO
              INVALID KEY
                 DISPLAY "ERROR AL REGRABAR EL PEDIDO " PD-FOLIO
           END-REWRITE
           DISPLAY "PEDIDO " PD-FOLIO " SURTIDO CON FOLIO "
                   WKS-ULT-FOLIO
           IF PD-ABIERTO
              DISPLAY "EL PEDIDO SIGUE ABIERTO CON PARTIDAS POR "
                      "SURTIR."
           ELSE
              DISPLAY "EL PEDIDO QUEDO SURTIDO COMPLETO."
           END-IF.

       382500-CARGA-PARTIDA-SURTIDA.
           IF WKS-PED-SURTE-P(WKS-PED-I) > 0
              ADD 1 TO WKS-PED-J
              MOVE PD-DESCRIPCION(WKS-PED-I)
                   TO WKS-DESCRIPCION(WKS-PED-J)
              COMPUTE WKS-IMPORTE(WKS-PED-J) ROUNDED =
                      PD-PRECIO(WKS-PED-I)
                      * WKS-PED-SURTE-P(WKS-PED-I)
              MOVE WKS-IMPORTE(WKS-PED-J)
                   TO WKS-IMPORTE-FORMATO(WKS-PED-J)
              MOVE PD-CLASE(WKS-PED-I) TO WKS-CLASE(WKS-PED-J)
              MOVE PD-PRODUCTO(WKS-PED-I) TO WKS-PRODUCTO(WKS-PED-J)
              MOVE WKS-PED-SURTE-P(WKS-PED-I)
                   TO WKS-CANTIDAD(WKS-PED-J)
              MOVE SPACE TO WKS-PRECIO-ORIGEN(WKS-PED-J)
           END-IF
           ADD 1 TO WKS-PED-I.

       382600-DESCARGA-SURTIDO.
      *La factura ya bajo la existencia; aqui baja lo apartado en
      *la misma cantidad, asi lo disponible no cambia.
           IF WKS-PED-SURTE-P(WKS-PED-I) > 0
              SUBTRACT WKS-PED-SURTE-P(WKS-PED-I)
                       FROM PD-CANT-APARTADA(WKS-PED-I)
              ADD WKS-PED-SURTE-P(WKS-PED-I)
                  TO PD-CANT-SURTIDA(WKS-PED-I)
              IF PD-PRODUCTO(WKS-PED-I) > 0
                 MOVE PD-PRODUCTO(WKS-PED-I) TO PRO-CODIGO
                 READ F-PRODUCTOS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       COMPUTE WKS-RSV-MOVTO =
                               0 - WKS-PED-SURTE-P(WKS-PED-I)
                       PERFORM 381000-MUEVE-APARTADO
                 END-READ
              END-IF
           END-IF
           IF PD-CANT-SURTIDA(WKS-PED-I) < PD-CANT-PEDIDA(WKS-PED-I)
              MOVE 'A' TO PD-ESTADO
           END-IF
           ADD 1 TO WKS-PED-I.

       383000-CANCELA-PEDIDO.
      *Cancela lo que falte de un pedido abierto y libera lo que
      *tenia apartado; lo ya surtido queda en sus facturas.
           DISPLAY "FOLIO DEL PEDIDO A CANCELAR: "
           ACCEPT WKS-PED-BUSCA
           OPEN I-O F-PEDIDOS
           IF WKS-FS-PEDIDOS NOT = '00'
              DISPLAY "NO HAY PEDIDOS REGISTRADOS."
           ELSE
              MOVE WKS-PED-BUSCA TO PD-FOLIO
              READ F-PEDIDOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PEDIDO."
                 NOT INVALID KEY
                    IF NOT PD-ABIERTO
                       DISPLAY "EL PEDIDO NO ESTA ABIERTO (ESTADO "
                               PD-ESTADO ")."
                    ELSE
                       MOVE PD-SERIE TO WKS-ES-SERIE
                       MOVE 1 TO WKS-PED-I
                       PERFORM 383100-LIBERA-PARTIDA
                          UNTIL WKS-PED-I > PD-NUM-PART
                       MOVE 'C' TO PD-ESTADO
                       REWRITE REG-PEDIDO
                          INVALID KEY
                             DISPLAY "ERROR AL REGRABAR EL PEDIDO "
                                     PD-FOLIO
                          NOT INVALID KEY
                             DISPLAY "PEDIDO " PD-FOLIO
                                     " CANCELADO, APARTADO LIBERADO."
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE F-PEDIDOS
           END-IF.

       383100-LIBERA-PARTIDA.
           IF PD-PRODUCTO(WKS-PED-I) > 0
              AND PD-CANT-APARTADA(WKS-PED-I) > 0
              MOVE PD-PRODUCTO(WKS-PED-I) TO PRO-CODIGO
              READ F-PRODUCTOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WKS-RSV-MOVTO =
                            0 - PD-CANT-APARTADA(WKS-PED-I)
                    PERFORM 381000-MUEVE-APARTADO
              END-READ
              MOVE ZERO TO PD-CANT-APARTADA(WKS-PED-I)
           END-IF
           ADD 1 TO WKS-PED-I.

       385000-REPORTE-PENDIENTES.
      *Pedidos pendientes de surtir (lo que no alcanzo a apartarse)
      *por producto y, dentro de cada producto, por cliente.
           OPEN INPUT F-PEDIDOS
           IF WKS-FS-PEDIDOS NOT = '00'
              DISPLAY "NO HAY PEDIDOS REGISTRADOS."
           ELSE
              MOVE ZERO TO WKS-PBO-NUM
              MOVE ZERO TO WKS-PBO-DESBORDE
              MOVE ZEROS TO PD-FOLIO
              START F-PEDIDOS KEY IS NOT LESS THAN PD-FOLIO
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 385100-JUNTA-PEDIDO UNTIL WKS-SCAN-FIN = 1
              CLOSE F-PEDIDOS
              OPEN OUTPUT F-PEDIDOS-REP
              MOVE "PEDIDOS PENDIENTES DE SURTIR POR PRODUCTO Y CLIENTE"
                   TO REG-PEDIDOS-REP
              WRITE REG-PEDIDOS-REP
              MOVE ALL "-" TO REG-PEDIDOS-REP
              WRITE REG-PEDIDOS-REP
              MOVE ZERO TO WKS-PBO-ANT-PROD
              MOVE ZERO TO WKS-PBO-SUB
              MOVE 1 TO WKS-PBO-I
              PERFORM 385400-PENDIENTE-RENGLON
                 UNTIL WKS-PBO-I > WKS-PBO-NUM
              IF WKS-PBO-NUM > 0
                 PERFORM 385500-SUBTOTAL-PRODUCTO
              ELSE
                 MOVE "NO HAY PEDIDOS PENDIENTES DE SURTIR."
                      TO REG-PEDIDOS-REP
                 WRITE REG-PEDIDOS-REP
              END-IF
              IF WKS-PBO-DESBORDE > 0
                 MOVE SPACES TO REG-PEDIDOS-REP
                 STRING "AVISO: " WKS-PBO-DESBORDE
                        " PARTIDAS NO CUPIERON EN EL REPORTE."
                        DELIMITED BY SIZE INTO REG-PEDIDOS-REP
                 WRITE REG-PEDIDOS-REP
              END-IF
              CLOSE F-PEDIDOS-REP
              DISPLAY "REPORTE EN IVA-PEDIDOS-PENDIENTES.TXT"
           END-IF.

       385100-JUNTA-PEDIDO.
           READ F-PEDIDOS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF PD-ABIERTO
                    MOVE 1 TO WKS-PED-I
                    PERFORM 385200-JUNTA-PARTIDA
                       UNTIL WKS-PED-I > PD-NUM-PART
                 END-IF
           END-READ.

       385200-JUNTA-PARTIDA.
           COMPUTE WKS-PED-FALTA = PD-CANT-PEDIDA(WKS-PED-I)
                   - PD-CANT-SURTIDA(WKS-PED-I)
                   - PD-CANT-APARTADA(WKS-PED-I)
           IF PD-PRODUCTO(WKS-PED-I) > 0 AND WKS-PED-FALTA > 0
              IF WKS-PBO-NUM < 500
                 MOVE PD-PRODUCTO(WKS-PED-I) TO WKS-PBO-N-PRODUCTO
                 MOVE PD-TELEFONO TO WKS-PBO-N-TELEFONO
                 MOVE PD-FOLIO TO WKS-PBO-N-PEDIDO
                 MOVE PD-FECHA TO WKS-PBO-N-FECHA
                 MOVE PD-SERIE TO WKS-PBO-N-SERIE
                 MOVE WKS-PED-FALTA TO WKS-PBO-N-CANT
                 PERFORM 385300-INSERTA-PENDIENTE
              ELSE
                 ADD 1 TO WKS-PBO-DESBORDE
              END-IF
           END-IF
           ADD 1 TO WKS-PED-I.

       385300-INSERTA-PENDIENTE.
      *Insercion ordenada por producto, cliente y pedido: se busca
      *el primer renglon mayor y se recorre el resto un lugar.
           MOVE 1 TO WKS-PBO-POS
           PERFORM 385310-BUSCA-POSICION
              UNTIL WKS-PBO-POS > WKS-PBO-NUM
                 OR WKS-PBO-LLAVE(WKS-PBO-POS) > WKS-PBO-N-LLAVE
           MOVE WKS-PBO-NUM TO WKS-PBO-J
           PERFORM 385320-RECORRE-PENDIENTE
              UNTIL WKS-PBO-J < WKS-PBO-POS
           MOVE WKS-PBO-NUEVO TO WKS-PBO-REN(WKS-PBO-POS)
           ADD 1 TO WKS-PBO-NUM.

       385310-BUSCA-POSICION.
           ADD 1 TO WKS-PBO-POS.

       385320-RECORRE-PENDIENTE.
           MOVE WKS-PBO-REN(WKS-PBO-J) TO WKS-PBO-REN(WKS-PBO-J + 1)
           SUBTRACT 1 FROM WKS-PBO-J.

       385400-PENDIENTE-RENGLON.
           IF WKS-PBO-PRODUCTO(WKS-PBO-I) NOT = WKS-PBO-ANT-PROD
              IF WKS-PBO-ANT-PROD > 0
                 PERFORM 385500-SUBTOTAL-PRODUCTO
              END-IF
              MOVE WKS-PBO-PRODUCTO(WKS-PBO-I) TO WKS-PBO-ANT-PROD
              MOVE ZERO TO WKS-PBO-SUB
              MOVE WKS-PBO-ANT-PROD TO PRO-CODIGO
              READ F-PRODUCTOS
                 INVALID KEY
                    MOVE "(FUERA DE CATALOGO)" TO PRO-DESCRIPCION
              END-READ
              MOVE SPACES TO REG-PEDIDOS-REP
              STRING "PRODUCTO " WKS-PBO-ANT-PROD " "
                     PRO-DESCRIPCION
                     DELIMITED BY SIZE INTO REG-PEDIDOS-REP
              WRITE REG-PEDIDOS-REP
           END-IF
           MOVE SPACES TO WKS-PBO-NOMBRE
           IF WKS-PBO-TELEFONO(WKS-PBO-I) = 0
              MOVE "MOSTRADOR" TO WKS-PBO-NOMBRE
           ELSE
              MOVE WKS-PBO-TELEFONO(WKS-PBO-I) TO WKS-TEL-ALFA
              PERFORM 160000-VALIDA-CLIENTE
              IF WKS-CLIENTE-OK = 1
                 STRING CV-NOMBRE DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        CV-APELLIDOS DELIMITED BY "  "
                        INTO WKS-PBO-NOMBRE
              END-IF
           END-IF
           MOVE SPACES TO REG-PEDIDOS-REP
           STRING "  CLIENTE " WKS-PBO-TELEFONO(WKS-PBO-I) " "
                  WKS-PBO-NOMBRE " PEDIDO "
                  WKS-PBO-PEDIDO(WKS-PBO-I) "-"
                  WKS-PBO-SERIE(WKS-PBO-I) " DEL "
                  WKS-PBO-FECHA(WKS-PBO-I) " PEND "
                  WKS-PBO-CANT(WKS-PBO-I)
                  DELIMITED BY SIZE INTO REG-PEDIDOS-REP
           WRITE REG-PEDIDOS-REP
           ADD WKS-PBO-CANT(WKS-PBO-I) TO WKS-PBO-SUB
           ADD 1 TO WKS-PBO-I.

       385500-SUBTOTAL-PRODUCTO.
           MOVE SPACES TO REG-PEDIDOS-REP
           STRING "  TOTAL PENDIENTE DEL PRODUCTO " WKS-PBO-ANT-PROD
                  ": " WKS-PBO-SUB
                  DELIMITED BY SIZE INTO REG-PEDIDOS-REP
           WRITE REG-PEDIDOS-REP.

       386000-PEDIDOS-POR-SURTIR.
      *Con la mercancia ya en la sucursal, avisa que pedidos
      *abiertos de la sucursal esperaban los productos recibidos y
      *cuanto les alcanza de lo que quedo disponible; se apartan
      *al surtir el pedido.
           OPEN INPUT F-PEDIDOS
           IF WKS-FS-PEDIDOS = '00'
              MOVE ZERO TO WKS-PED-AVISOS
              MOVE 1 TO WKS-PED-K
              PERFORM 386100-PRODUCTO-RECIBIDO
                 UNTIL WKS-PED-K > OC-NUM-PART
              CLOSE F-PEDIDOS
           END-IF.

       386100-PRODUCTO-RECIBIDO.
           IF RE-CANTIDAD(WKS-PED-K) > 0
              MOVE OC-PRODUCTO(WKS-PED-K) TO PRO-CODIGO
              READ F-PRODUCTOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WKS-SERIE-ACTIVA TO WKS-ES-SERIE
                    PERFORM 268200-LEE-EXIST-SUC
                    COMPUTE WKS-PED-DISP = WKS-ES-CANT - WKS-ES-APART
                    IF WKS-PED-DISP > 0
                       MOVE PRO-CODIGO TO WKS-PED-PRODUCTO
                       MOVE ZEROS TO PD-FOLIO
                       START F-PEDIDOS
                          KEY IS NOT LESS THAN PD-FOLIO
                          INVALID KEY MOVE 1 TO WKS-PED-FIN
                          NOT INVALID KEY MOVE ZERO TO WKS-PED-FIN
                       END-START
                       PERFORM 386200-BUSCA-PEDIDO-ESPERA
                          UNTIL WKS-PED-FIN = 1
                    END-IF
              END-READ
           END-IF
           ADD 1 TO WKS-PED-K.

       386200-BUSCA-PEDIDO-ESPERA.
           READ F-PEDIDOS NEXT RECORD
              AT END MOVE 1 TO WKS-PED-FIN
              NOT AT END
                 IF PD-ABIERTO AND PD-SERIE = WKS-SERIE-ACTIVA
                    MOVE 1 TO WKS-PED-I
                    PERFORM 386300-PARTIDA-EN-ESPERA
                       UNTIL WKS-PED-I > PD-NUM-PART
                 END-IF
           END-READ
           IF WKS-PED-DISP NOT > 0
              MOVE 1 TO WKS-PED-FIN
           END-IF.

       386300-PARTIDA-EN-ESPERA.
           COMPUTE WKS-PED-FALTA = PD-CANT-PEDIDA(WKS-PED-I)
                   - PD-CANT-SURTIDA(WKS-PED-I)
                   - PD-CANT-APARTADA(WKS-PED-I)
           IF PD-PRODUCTO(WKS-PED-I) = WKS-PED-PRODUCTO
              AND WKS-PED-FALTA > 0 AND WKS-PED-DISP > 0
              IF WKS-PED-DISP < WKS-PED-FALTA
                 MOVE WKS-PED-DISP TO WKS-PED-APARTA
              ELSE
                 MOVE WKS-PED-FALTA TO WKS-PED-APARTA
              END-IF
              SUBTRACT WKS-PED-APARTA FROM WKS-PED-DISP
              ADD 1 TO WKS-PED-AVISOS
              IF WKS-PED-AVISOS = 1
                 DISPLAY "PEDIDOS EN ESPERA QUE YA SE PUEDEN SURTIR:"
              END-IF
              DISPLAY "  PEDIDO " PD-FOLIO " CLIENTE " PD-TELEFONO
                      " PRODUCTO " PD-PRODUCTO(WKS-PED-I)
                      " PENDIENTE " WKS-PED-FALTA " ALCANZA "
                      WKS-PED-APARTA
           END-IF
           ADD 1 TO WKS-PED-I.

       400000-GRABA-HISTORIAL.
      *Agrega un renglon a IVA-HISTORIAL.TXT con el total y el IVA de
      *esta factura, para dejar rastro de cada corrida.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WKS-FECHA-HOY TO WKS-LH-FECHA.
           MOVE TOTAL-NETO    TO WKS-LH-TOTAL.
           MOVE WKS-IVA-MONTO TO WKS-LH-IVA.
           OPEN EXTEND F-HIST-IVA.
           IF WKS-FS-HIST = '35'
              OPEN OUTPUT F-HIST-IVA
           END-IF.
           WRITE REG-HIST-IVA FROM WKS-LIN-HIST-IVA.
           CLOSE F-HIST-IVA.

       500000-ACTUALIZA-MES.
      *Acumula el total y el IVA de esta factura en el corte del mes
      *en curso (IVA-CONTROL-MES.DAT); si cambio de mes, reinicia el
      *acumulado.
           MOVE WKS-FECHA-HOY(1:6) TO WKS-ANOMES-HOY.
           PERFORM 510000-LIMPIA-ACUM-MES.
           OPEN INPUT F-CONTROL-MES.
           IF WKS-FS-CTRL-MES = '00'
              READ F-CONTROL-MES
                 NOT AT END
                    IF CM-ANOMES NOT = WKS-ANOMES-HOY
                       PERFORM 510000-LIMPIA-ACUM-MES
                    END-IF
      *Un IVA-CONTROL-MES.DAT grabado antes del desglose por clase
      *trae esos campos en blanco; se toman como cero.
                    MOVE 1 TO WKS-CLA
                    PERFORM 520000-SANEA-CLASE-MES
                       UNTIL WKS-CLA > 3
              END-READ
              CLOSE F-CONTROL-MES
           END-IF.
           MOVE WKS-ANOMES-HOY TO CM-ANOMES.
           ADD TOTAL-NETO TO CM-TOTAL-ACUM.
           ADD WKS-IVA-MONTO TO CM-IVA-ACUM.
           MOVE 1 TO WKS-CLA.
           PERFORM 530000-ACUMULA-CLASE-MES UNTIL WKS-CLA > 3.
           OPEN OUTPUT F-CONTROL-MES.
           WRITE REG-CONTROL-MES.
           CLOSE F-CONTROL-MES.
           DISPLAY "TOTAL ACUMULADO DEL MES: " CM-TOTAL-ACUM.
           DISPLAY "IVA ACUMULADO DEL MES: " CM-IVA-ACUM.
      *La misma factura se abona al libro mayor mensual, que guarda
      *los doce meses del ano.
           MOVE WKS-ANOMES-HOY TO WKS-LIB-ANOMES.
           MOVE TOTAL-NETO TO WKS-LIB-D-TOTAL.
           MOVE WKS-IVA-MONTO TO WKS-LIB-D-IVA.
           MOVE WKS-RET-IVA TO WKS-LIB-D-RET-IVA.
           MOVE WKS-RET-ISR TO WKS-LIB-D-RET-ISR.
           MOVE 1 TO WKS-CLA.
           PERFORM 555000-CARGA-DELTA-POSITIVO UNTIL WKS-CLA > 3.
      *Lo cubierto con anticipos ya se declaro al cobrarlos.
           MOVE 1 TO WKS-ANC-SIGNO.
           PERFORM 198600-DELTA-ANTICIPO.
           PERFORM 550000-POSTEA-LIBRO.
      *El mismo abono entra al libro de la serie activa, para los
      *reportes por sucursal.
           MOVE WKS-SERIE-ACTIVA TO WKS-LIB-SERIE.
           PERFORM 552000-POSTEA-LIBRO-SERIE.

       555000-CARGA-DELTA-POSITIVO.
           MOVE WKS-BASE-CLASE(WKS-CLA) TO WKS-LIB-D-BASE(WKS-CLA)
           MOVE WKS-IVA-CLASE(WKS-CLA) TO WKS-LIB-D-IVACLS(WKS-CLA)
           ADD 1 TO WKS-CLA.

       550000-POSTEA-LIBRO.
      *Aplica al mes WKS-LIB-ANOMES del libro mayor los deltas que
      *vengan cargados (positivos al facturar, negativos al
      *cancelar), creando el registro del mes si no existe.
           OPEN I-O F-LIBRO
           IF WKS-FS-LIBRO = '35'
              OPEN OUTPUT F-LIBRO
              CLOSE F-LIBRO
              OPEN I-O F-LIBRO
           END-IF
           MOVE WKS-LIB-ANOMES TO LM-ANOMES
           MOVE ZERO TO WKS-LIB-NUEVO
           READ F-LIBRO
              INVALID KEY
                 MOVE 1 TO WKS-LIB-NUEVO
                 MOVE WKS-LIB-ANOMES TO LM-ANOMES
                 MOVE ZERO TO LM-TOTAL
                 MOVE ZERO TO LM-IVA
                 MOVE 1 TO WKS-CLA
                 PERFORM 560000-LIMPIA-CLASE-LIBRO
                    UNTIL WKS-CLA > 3
           END-READ
      *Un mes grabado antes de las retenciones las trae en blanco.
           IF LM-RET-IVA NOT NUMERIC OR LM-RET-ISR NOT NUMERIC
              MOVE ZERO TO LM-RET-IVA
              MOVE ZERO TO LM-RET-ISR
           END-IF
           IF LM-IVA-COBRADO NOT NUMERIC
              MOVE ZERO TO LM-IVA-COBRADO
           END-IF
           ADD WKS-LIB-D-TOTAL TO LM-TOTAL
           ADD WKS-LIB-D-IVA TO LM-IVA
           ADD WKS-LIB-D-RET-IVA TO LM-RET-IVA
           ADD WKS-LIB-D-RET-ISR TO LM-RET-ISR
      *El IVA cobrado solo viene cargado cuando hay cobro; se limpia
      *al asentarlo para que no se arrastre al siguiente movimiento.
           ADD WKS-LIB-D-IVA-COB TO LM-IVA-COBRADO
           MOVE ZERO TO WKS-LIB-D-IVA-COB
           MOVE 1 TO WKS-CLA
           PERFORM 570000-APLICA-CLASE-LIBRO UNTIL WKS-CLA > 3
           IF WKS-LIB-NUEVO = 1
              WRITE REG-LIBRO
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR LIBRO MENSUAL."
              END-WRITE
           ELSE
              REWRITE REG-LIBRO
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR LIBRO MENSUAL."
              END-REWRITE
           END-IF
           CLOSE F-LIBRO.

       552000-POSTEA-LIBRO-SERIE.
      *Aplica los mismos deltas del libro al mes de la serie en
      *WKS-LIB-SERIE, creando el registro si no existe.
           OPEN I-O F-LIBRO-S
           IF WKS-FS-LIBRO-S = '35'
              OPEN OUTPUT F-LIBRO-S
              CLOSE F-LIBRO-S
              OPEN I-O F-LIBRO-S
           END-IF
           MOVE WKS-LIB-SERIE TO LS-SERIE
           MOVE WKS-LIB-ANOMES TO LS-ANOMES
           MOVE ZERO TO WKS-LIBS-NUEVO
           READ F-LIBRO-S
              INVALID KEY
                 MOVE 1 TO WKS-LIBS-NUEVO
                 MOVE WKS-LIB-SERIE TO LS-SERIE
                 MOVE WKS-LIB-ANOMES TO LS-ANOMES
                 MOVE ZERO TO LS-TOTAL
                 MOVE ZERO TO LS-IVA
                 MOVE 1 TO WKS-CLA
                 PERFORM 553000-LIMPIA-CLASE-LIBRO-S
                    UNTIL WKS-CLA > 3
           END-READ
           IF LS-RET-IVA NOT NUMERIC OR LS-RET-ISR NOT NUMERIC
              MOVE ZERO TO LS-RET-IVA
              MOVE ZERO TO LS-RET-ISR
           END-IF
           ADD WKS-LIB-D-TOTAL TO LS-TOTAL
           ADD WKS-LIB-D-IVA TO LS-IVA
           ADD WKS-LIB-D-RET-IVA TO LS-RET-IVA
           ADD WKS-LIB-D-RET-ISR TO LS-RET-ISR
           MOVE 1 TO WKS-CLA
           PERFORM 554000-APLICA-CLASE-LIBRO-S UNTIL WKS-CLA > 3
           IF WKS-LIBS-NUEVO = 1
              WRITE REG-LIBRO-S
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR LIBRO POR SERIE."
              END-WRITE
           ELSE
              REWRITE REG-LIBRO-S
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR LIBRO POR SERIE."
              END-REWRITE
           END-IF
           CLOSE F-LIBRO-S.

       553000-LIMPIA-CLASE-LIBRO-S.
           MOVE ZERO TO LS-BASE-CLASE(WKS-CLA)
           MOVE ZERO TO LS-IVA-CLASE(WKS-CLA)
           ADD 1 TO WKS-CLA.

       554000-APLICA-CLASE-LIBRO-S.
           ADD WKS-LIB-D-BASE(WKS-CLA) TO LS-BASE-CLASE(WKS-CLA)
           ADD WKS-LIB-D-IVACLS(WKS-CLA) TO LS-IVA-CLASE(WKS-CLA)
           ADD 1 TO WKS-CLA.

       560000-LIMPIA-CLASE-LIBRO.
           MOVE ZERO TO LM-BASE-CLASE(WKS-CLA)
           MOVE ZERO TO LM-IVA-CLASE(WKS-CLA)
           ADD 1 TO WKS-CLA.

       570000-APLICA-CLASE-LIBRO.
           ADD WKS-LIB-D-BASE(WKS-CLA) TO LM-BASE-CLASE(WKS-CLA)
           ADD WKS-LIB-D-IVACLS(WKS-CLA) TO LM-IVA-CLASE(WKS-CLA)
           ADD 1 TO WKS-CLA.

       580000-CONSULTA-MES-LIBRO.
      *Consulta de cualquier mes pasado del libro mayor, de toda la
      *empresa o de una sola serie/sucursal.
           DISPLAY "MES A CONSULTAR (AAAAMM): "
           ACCEPT WKS-LIB-ANOMES
           DISPLAY "SERIE (BLANCO = CONSOLIDADO): "
           ACCEPT WKS-SERIE-BUSCA
           IF WKS-SERIE-BUSCA NOT = SPACES
              PERFORM 582000-CONSULTA-MES-SERIE
           ELSE
              PERFORM 581000-CONSULTA-MES-CONSOLIDADO
           END-IF.

       582000-CONSULTA-MES-SERIE.
           OPEN INPUT F-LIBRO-S
           IF WKS-FS-LIBRO-S NOT = '00'
              DISPLAY "SIN LIBRO POR SERIE TODAVIA."
           ELSE
              MOVE WKS-SERIE-BUSCA TO LS-SERIE
              MOVE WKS-LIB-ANOMES TO LS-ANOMES
              READ F-LIBRO-S
                 INVALID KEY
                    DISPLAY "NO HAY MOVIMIENTOS DE ESA SERIE EN "
                            "ESE MES."
                 NOT INVALID KEY
                    MOVE LS-TOTAL TO WKS-LIB-FMT
                    DISPLAY "SERIE " LS-SERIE " MES " LS-ANOMES
                            "  TOTAL: " WKS-LIB-FMT
                    MOVE LS-IVA TO WKS-LIB-FMT
                    DISPLAY "   IVA: " WKS-LIB-FMT
                    MOVE LS-BASE-CLASE(1) TO WKS-LIB-FMT
                    DISPLAY "   BASE TASA GENERAL: " WKS-LIB-FMT
                    MOVE LS-BASE-CLASE(2) TO WKS-LIB-FMT
                    DISPLAY "   BASE TASA CERO:    " WKS-LIB-FMT
                    MOVE LS-BASE-CLASE(3) TO WKS-LIB-FMT
                    DISPLAY "   BASE EXENTA:       " WKS-LIB-FMT
                    IF LS-RET-IVA NUMERIC AND LS-RET-ISR NUMERIC
                       MOVE LS-RET-IVA TO WKS-LIB-FMT
                       DISPLAY "   IVA RETENIDO:      " WKS-LIB-FMT
                       MOVE LS-RET-ISR TO WKS-LIB-FMT
                       DISPLAY "   ISR RETENIDO:      " WKS-LIB-FMT
                    END-IF
              END-READ
              CLOSE F-LIBRO-S
           END-IF.

       581000-CONSULTA-MES-CONSOLIDADO.
           OPEN INPUT F-LIBRO
           IF WKS-FS-LIBRO NOT = '00'
              DISPLAY "SIN LIBRO MENSUAL TODAVIA."
           ELSE
              MOVE WKS-LIB-ANOMES TO LM-ANOMES
              READ F-LIBRO
                 INVALID KEY
                    DISPLAY "NO HAY MOVIMIENTOS DE ESE MES."
                 NOT INVALID KEY
                    PERFORM 585000-MUESTRA-MES-LIBRO
              END-READ
              CLOSE F-LIBRO
           END-IF.

       585000-MUESTRA-MES-LIBRO.
           MOVE LM-TOTAL TO WKS-LIB-FMT
           DISPLAY "MES " LM-ANOMES "  TOTAL: " WKS-LIB-FMT
           MOVE LM-IVA TO WKS-LIB-FMT
           DISPLAY "   IVA: " WKS-LIB-FMT
           DISPLAY "   BASE TASA CERO:    " WKS-LIB-FMT
           MOVE LM-BASE-CLASE(3) TO WKS-LIB-FMT
           DISPLAY "   BASE EXENTA:       " WKS-LIB-FMT
           IF LM-RET-IVA NOT NUMERIC OR LM-RET-ISR NOT NUMERIC
              MOVE ZERO TO LM-RET-IVA
              MOVE ZERO TO LM-RET-ISR
           END-IF
           MOVE LM-RET-IVA TO WKS-LIB-FMT
           DISPLAY "   IVA RETENIDO:      " WKS-LIB-FMT
           MOVE LM-RET-ISR TO WKS-LIB-FMT
           DISPLAY "   ISR RETENIDO:      " WKS-LIB-FMT
      *La posicion del mes: IVA trasladado menos el que retuvieron
      *los clientes y menos el acreditable de las compras.
           MOVE LM-ANOMES TO WKS-LIB-ANOMES
           PERFORM 945000-LEE-LIBRO-COMPRAS-MES
           MOVE LC-IVA TO WKS-LIB-FMT
           DISPLAY "   IVA ACREDITABLE:   " WKS-LIB-FMT
           COMPUTE WKS-CPR-NETO = LM-IVA - LM-RET-IVA - LC-IVA
           MOVE WKS-CPR-NETO TO WKS-LIB-FMT
           DISPLAY "   IVA NETO FACTURADO:" WKS-LIB-FMT
      *Lo que se entera es el IVA por flujo: cobrado menos pagado.
           PERFORM 586000-IVA-A-PAGAR-MES
           IF WKS-ICB-FLUJO = 1
              MOVE WKS-ICB-COBRADO TO WKS-LIB-FMT
              DISPLAY "   IVA COBRADO:       " WKS-LIB-FMT
              MOVE WKS-ICB-PAGADO TO WKS-LIB-FMT
              DISPLAY "   ACREDITABLE PAGADO:" WKS-LIB-FMT
           END-IF
           MOVE WKS-ICB-A-PAGAR TO WKS-LIB-FMT
           DISPLAY "   IVA A PAGAR:       " WKS-LIB-FMT.

       586000-IVA-A-PAGAR-MES.
      *IVA a enterar del mes ya leidos LM- y LC-: con el libro por
      *flujo, el IVA cobrado menos el acreditable pagado; los meses
      *grabados antes no lo traen y se quedan con lo facturado
      *(trasladado menos retenido menos acreditable).
           IF LM-IVA-COBRADO NUMERIC
              MOVE 1 TO WKS-ICB-FLUJO
              MOVE LM-IVA-COBRADO TO WKS-ICB-COBRADO
              IF LC-IVA-PAG NUMERIC
                 MOVE LC-IVA-PAG TO WKS-ICB-PAGADO
              ELSE
                 MOVE LC-IVA TO WKS-ICB-PAGADO
              END-IF
              COMPUTE WKS-ICB-A-PAGAR =
                      WKS-ICB-COBRADO - WKS-ICB-PAGADO
           ELSE
              MOVE ZERO TO WKS-ICB-FLUJO
              MOVE ZERO TO WKS-ICB-COBRADO
              MOVE ZERO TO WKS-ICB-PAGADO
              COMPUTE WKS-ICB-A-PAGAR = LM-IVA - LM-RET-IVA - LC-IVA
           END-IF.

       590000-DECLARACION-ANUAL.
      *Reporte anual: los doce meses del libro y el total del ano,
      *listo para la declaracion.
           DISPLAY "ANO A REPORTAR (AAAA): "
           ACCEPT WKS-ANU-ANO
      *En blanco sale la declaracion consolidada con acreditable;
      *con serie sale el anexo por sucursal (solo trasladado).
           DISPLAY "SERIE (BLANCO = CONSOLIDADA): "
           ACCEPT WKS-DECL-SERIE
           OPEN INPUT F-LIBRO
           IF WKS-FS-LIBRO NOT = '00'
              DISPLAY "SIN LIBRO MENSUAL TODAVIA."
           ELSE
              OPEN OUTPUT F-DECLARACION
              MOVE SPACES TO REG-DECLARACION
              STRING "DECLARACION ANUAL DE IVA " DELIMITED BY SIZE
                     WKS-ANU-ANO DELIMITED BY SIZE
                     INTO REG-DECLARACION
              WRITE REG-DECLARACION
              MOVE ALL "-" TO REG-DECLARACION
              WRITE REG-DECLARACION
              MOVE ZERO TO WKS-ANU-TOTAL
              MOVE ZERO TO WKS-ANU-IVA
              MOVE ZERO TO WKS-ANU-ACRED
              MOVE ZERO TO WKS-ANU-RET-IVA
              MOVE ZERO TO WKS-ANU-RET-ISR
              MOVE ZERO TO WKS-ANU-COBRADO
              MOVE ZERO TO WKS-ANU-ACR-PAG
              MOVE ZERO TO WKS-ANU-A-PAGAR
              MOVE 1 TO WKS-ANU-MES
              IF WKS-DECL-SERIE = SPACES
                 PERFORM 595000-DECLARACION-MES
                    UNTIL WKS-ANU-MES > 12
              ELSE
                 OPEN INPUT F-LIBRO-S
                 PERFORM 596000-DECLARACION-MES-SERIE
                    UNTIL WKS-ANU-MES > 12
                 CLOSE F-LIBRO-S
              END-IF
              MOVE ALL "-" TO REG-DECLARACION
              WRITE REG-DECLARACION
              MOVE WKS-ANU-TOTAL TO WKS-LIB-FMT
              MOVE SPACES TO REG-DECLARACION
              STRING "TOTAL DEL ANO: " DELIMITED BY SIZE
                     WKS-LIB-FMT DELIMITED BY SIZE
                     INTO REG-DECLARACION
              WRITE REG-DECLARACION
              MOVE WKS-ANU-IVA TO WKS-LIB-FMT
              MOVE SPACES TO REG-DECLARACION
              STRING "IVA TRASLADADO DEL ANO:  " DELIMITED BY SIZE
                     WKS-LIB-FMT DELIMITED BY SIZE
                     INTO REG-DECLARACION
              WRITE REG-DECLARACION
              MOVE WKS-ANU-RET-IVA TO WKS-LIB-FMT
              MOVE SPACES TO REG-DECLARACION
              STRING "IVA RETENIDO DEL ANO:    " DELIMITED BY SIZE
                     WKS-LIB-FMT DELIMITED BY SIZE
                     INTO REG-DECLARACION
              WRITE REG-DECLARACION
              MOVE WKS-ANU-RET-ISR TO WKS-LIB-FMT
              MOVE SPACES TO REG-DECLARACION
              STRING "ISR RETENIDO DEL ANO:    " DELIMITED BY SIZE
                     WKS-LIB-FMT DELIMITED BY SIZE
                     INTO REG-DECLARACION
              WRITE REG-DECLARACION
              MOVE WKS-ANU-ACRED TO WKS-LIB-FMT
              MOVE SPACES TO REG-DECLARACION
              STRING "IVA ACREDITABLE DEL ANO: " DELIMITED BY SIZE
                     WKS-LIB-FMT DELIMITED BY SIZE
                     INTO REG-DECLARACION
              WRITE REG-DECLARACION
              COMPUTE WKS-CPR-NETO = WKS-ANU-IVA - WKS-ANU-RET-IVA
                      - WKS-ANU-ACRED
              MOVE WKS-CPR-NETO TO WKS-LIB-FMT
              MOVE SPACES TO REG-DECLARACION
              STRING "IVA NETO DEL ANO:        " DELIMITED BY SIZE
                     WKS-LIB-FMT DELIMITED BY SIZE
                     INTO REG-DECLARACION
              WRITE REG-DECLARACION
              IF WKS-DECL-SERIE = SPACES
                 MOVE WKS-ANU-COBRADO TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "IVA COBRADO DEL ANO:     " DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 MOVE WKS-ANU-ACR-PAG TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "ACREDITABLE PAGADO ANO:  " DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 MOVE WKS-ANU-A-PAGAR TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "IVA A PAGAR DEL ANO:     " DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
              END-IF
              CLOSE F-DECLARACION
              CLOSE F-LIBRO
              DISPLAY "REPORTE EN IVA-DECLARACION-ANUAL.TXT"
           END-IF.

       595000-DECLARACION-MES.
           COMPUTE LM-ANOMES = WKS-ANU-ANO * 100 + WKS-ANU-MES
           READ F-LIBRO
              INVALID KEY
                 MOVE SPACES TO REG-DECLARACION
                 STRING "MES " DELIMITED BY SIZE
                        WKS-ANU-MES DELIMITED BY SIZE
                        ": SIN MOVIMIENTOS" DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 END-WRITE
              NOT INVALID KEY
                 ADD LM-TOTAL TO WKS-ANU-TOTAL
                 ADD LM-IVA TO WKS-ANU-IVA
                 MOVE LM-TOTAL TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "MES " DELIMITED BY SIZE
                        WKS-ANU-MES DELIMITED BY SIZE
                        "  TOTAL: " DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 MOVE LM-IVA TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "       IVA TRASLADADO:  "
                        DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 IF LM-RET-IVA NOT NUMERIC
                    OR LM-RET-ISR NOT NUMERIC
                    MOVE ZERO TO LM-RET-IVA
                    MOVE ZERO TO LM-RET-ISR
                 END-IF
                 ADD LM-RET-IVA TO WKS-ANU-RET-IVA
                 ADD LM-RET-ISR TO WKS-ANU-RET-ISR
                 MOVE LM-RET-IVA TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "       IVA RETENIDO:    "
                        DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 MOVE LM-RET-ISR TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "       ISR RETENIDO:    "
                        DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
      *El acreditable del mes sale del libro de compras; la
      *posicion neta es lo que de verdad se entera.
                 MOVE LM-ANOMES TO WKS-LIB-ANOMES
                 PERFORM 945000-LEE-LIBRO-COMPRAS-MES
                 ADD LC-IVA TO WKS-ANU-ACRED
                 MOVE LC-IVA TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "       IVA ACREDITABLE: "
                        DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 COMPUTE WKS-CPR-NETO = LM-IVA - LM-RET-IVA - LC-IVA
                 MOVE WKS-CPR-NETO TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "       IVA NETO:        "
                        DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
      *Lo que se entera en el mes es el IVA por flujo.
                 PERFORM 586000-IVA-A-PAGAR-MES
                 IF WKS-ICB-FLUJO = 1
                    ADD WKS-ICB-COBRADO TO WKS-ANU-COBRADO
                    ADD WKS-ICB-PAGADO TO WKS-ANU-ACR-PAG
                    MOVE WKS-ICB-COBRADO TO WKS-LIB-FMT
                    MOVE SPACES TO REG-DECLARACION
                    STRING "       IVA COBRADO:     "
                           DELIMITED BY SIZE
                           WKS-LIB-FMT DELIMITED BY SIZE
                           INTO REG-DECLARACION
                    WRITE REG-DECLARACION
                    MOVE WKS-ICB-PAGADO TO WKS-LIB-FMT
                    MOVE SPACES TO REG-DECLARACION
                    STRING "       ACRED. PAGADO:   "
                           DELIMITED BY SIZE
                           WKS-LIB-FMT DELIMITED BY SIZE
                           INTO REG-DECLARACION
                    WRITE REG-DECLARACION
                 END-IF
                 ADD WKS-ICB-A-PAGAR TO WKS-ANU-A-PAGAR
                 MOVE WKS-ICB-A-PAGAR TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "       IVA A PAGAR:     "
                        DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
           END-READ
           ADD 1 TO WKS-ANU-MES.

       596000-DECLARACION-MES-SERIE.
      *Renglon mensual del anexo por serie.
           MOVE WKS-DECL-SERIE TO LS-SERIE
           COMPUTE LS-ANOMES = WKS-ANU-ANO * 100 + WKS-ANU-MES
           READ F-LIBRO-S
              INVALID KEY
                 MOVE SPACES TO REG-DECLARACION
                 STRING "MES " DELIMITED BY SIZE
                        WKS-ANU-MES DELIMITED BY SIZE
                        ": SIN MOVIMIENTOS" DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 END-WRITE
              NOT INVALID KEY
                 ADD LS-TOTAL TO WKS-ANU-TOTAL
                 ADD LS-IVA TO WKS-ANU-IVA
                 MOVE LS-TOTAL TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "MES " DELIMITED BY SIZE
                        WKS-ANU-MES DELIMITED BY SIZE
                        "  SERIE " DELIMITED BY SIZE
                        WKS-DECL-SERIE DELIMITED BY SIZE
                        "  TOTAL: " DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 MOVE LS-IVA TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "       IVA TRASLADADO:  "
                        DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 IF LS-RET-IVA NOT NUMERIC
                    OR LS-RET-ISR NOT NUMERIC
                    MOVE ZERO TO LS-RET-IVA
                    MOVE ZERO TO LS-RET-ISR
                 END-IF
                 ADD LS-RET-IVA TO WKS-ANU-RET-IVA
                 ADD LS-RET-ISR TO WKS-ANU-RET-ISR
                 MOVE LS-RET-IVA TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "       IVA RETENIDO:    "
                        DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
                 MOVE LS-RET-ISR TO WKS-LIB-FMT
                 MOVE SPACES TO REG-DECLARACION
                 STRING "       ISR RETENIDO:    "
                        DELIMITED BY SIZE
                        WKS-LIB-FMT DELIMITED BY SIZE
                        INTO REG-DECLARACION
                 WRITE REG-DECLARACION
           END-READ
           ADD 1 TO WKS-ANU-MES.

       510000-LIMPIA-ACUM-MES.
           MOVE ZERO TO CM-TOTAL-ACUM
           MOVE ZERO TO CM-IVA-ACUM
           MOVE 1 TO WKS-CLA
           PERFORM 540000-LIMPIA-CLASE-MES UNTIL WKS-CLA > 3.

       540000-LIMPIA-CLASE-MES.
           MOVE ZERO TO CM-BASE-CLASE(WKS-CLA)
           MOVE ZERO TO CM-IVA-CLASE(WKS-CLA)
           ADD 1 TO WKS-CLA.

       520000-SANEA-CLASE-MES.
           IF CM-BASE-CLASE(WKS-CLA) NOT NUMERIC
              MOVE ZERO TO CM-BASE-CLASE(WKS-CLA)
           END-IF
           IF CM-IVA-CLASE(WKS-CLA) NOT NUMERIC
              MOVE ZERO TO CM-IVA-CLASE(WKS-CLA)
           END-IF
           ADD 1 TO WKS-CLA.

       530000-ACUMULA-CLASE-MES.
           ADD WKS-BASE-CLASE(WKS-CLA) TO CM-BASE-CLASE(WKS-CLA)
           ADD WKS-IVA-CLASE(WKS-CLA) TO CM-IVA-CLASE(WKS-CLA)
           ADD 1 TO WKS-CLA.


       185000-CAPTURA-VENDEDOR.
      *Vendedor de la venta: el ID del trabajador de NOMINA que la
      *hizo, para sus comisiones. Cero es venta sin vendedor.
           MOVE ZERO TO WKS-VENDEDOR-FACT
           DISPLAY "ID DEL VENDEDOR (0 = SIN VENDEDOR): "
           ACCEPT WKS-VEND-BUSCA
           IF WKS-VEND-BUSCA > 0
              PERFORM 187000-VALIDA-VENDEDOR
              IF WKS-VENDEDOR-OK = 1
                 MOVE WKS-VEND-BUSCA TO WKS-VENDEDOR-FACT
                 DISPLAY "VENDEDOR: " TV-NOMBRE-TRAB
              ELSE
                 DISPLAY "ESE ID NO ES UN TRABAJADOR ACTIVO EN "
                         "TRABAJADORES.DAT, VERIFIQUE."
                 PERFORM 185000-CAPTURA-VENDEDOR
              END-IF
           END-IF.

       187000-VALIDA-VENDEDOR.
      *Busca el ID en WKS-VEND-BUSCA en el maestro de trabajadores
      *de NOMINA; solo un trabajador activo puede vender.
           MOVE ZERO TO WKS-VENDEDOR-OK
           OPEN INPUT F-TRAB-IVA
           IF WKS-FS-TRAB-IVA NOT = '00'
              DISPLAY "NO SE PUDO ABRIR TRABAJADORES.DAT, STATUS: "
                      WKS-FS-TRAB-IVA
           ELSE
              MOVE WKS-VEND-BUSCA TO TV-ID-TRAB
              READ F-TRAB-IVA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TV-ESTADO = 'A'
                       MOVE 1 TO WKS-VENDEDOR-OK
                    END-IF
              END-READ
              CLOSE F-TRAB-IVA
           END-IF.

       136000-ANTICIPO-CLIENTE.
      *Anticipo que deja un cliente al hacer su pedido: importe con
      *IVA, fecha y forma de pago. El IVA del anticipo se causa al
      *cobrarlo, asi que entra de una vez al libro mensual de la
      *serie activa; al aplicarlo a una factura ya no se cuenta.
           DISPLAY "TELEFONO DEL CLIENTE: "
           ACCEPT WKS-TEL-ALFA
           IF WKS-TEL-ALFA NOT NUMERIC
              DISPLAY "TELEFONO INVALIDO, DEBE SER NUMERICO."
           ELSE
              PERFORM 160000-VALIDA-CLIENTE
              IF WKS-CLIENTE-OK = 0
                 DISPLAY "ESE TELEFONO NO ESTA EN CLIENTES.DAT."
              ELSE
                 DISPLAY "CLIENTE: " CV-NOMBRE " " CV-APELLIDOS
                 PERFORM 136100-CAPTURA-ANTICIPO
              END-IF
           END-IF.

       136100-CAPTURA-ANTICIPO.
           DISPLAY "IMPORTE RECIBIDO (CON IVA): "
           ACCEPT WKS-ANC-CAPTURA
           IF WKS-ANC-CAPTURA = 0
              DISPLAY "IMPORTE EN CEROS, NO SE REGISTRA."
           ELSE
              MOVE SPACE TO WKS-ANC-FORMA
              PERFORM 136200-CAPTURA-FORMA-ANTICIPO
                 UNTIL WKS-ANC-FORMA = 'E' OR WKS-ANC-FORMA = 'T'
                    OR WKS-ANC-FORMA = 'F'
              DISPLAY "CLASE DE IVA DEL ANTICIPO (1.GENERAL 2.CERO "
                      "3.EXENTO): "
              ACCEPT WKS-CLA
              IF WKS-CLA < 1 OR WKS-CLA > 3
                 MOVE 1 TO WKS-CLA
              END-IF
              MOVE ZERO TO WKS-ANC-TASA-CAPT
              IF WKS-CLA = 1
                 DISPLAY "TASA DE IVA (EJ. 16.00, 0 = 16.00): "
                 ACCEPT WKS-ANC-TASA-CAPT
                 IF WKS-ANC-TASA-CAPT = 0
                    MOVE 16.00 TO WKS-ANC-TASA-CAPT
                 END-IF
              END-IF
              PERFORM 136300-GRABA-ANTICIPO
           END-IF.

       136200-CAPTURA-FORMA-ANTICIPO.
           DISPLAY "FORMA DE PAGO: E.EFECTIVO T.TARJETA "
                   "F.TRANSFERENCIA"
           ACCEPT WKS-ANC-FORMA
           IF WKS-ANC-FORMA NOT = 'E' AND WKS-ANC-FORMA NOT = 'T'
              AND WKS-ANC-FORMA NOT = 'F'
              DISPLAY "FORMA DE PAGO INVALIDA, VERIFIQUE."
           END-IF.

       136300-GRABA-ANTICIPO.
           OPEN I-O F-ANTICIPOS
           IF WKS-FS-ANTICIPOS = '35'
              OPEN OUTPUT F-ANTICIPOS
              CLOSE F-ANTICIPOS
              OPEN I-O F-ANTICIPOS
           END-IF
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WKS-TEL-ALFA TO AN-TELEFONO
           MOVE WKS-FECHA-HOY TO AN-FECHA
           MOVE ZERO TO AN-CONSEC
           MOVE WKS-SERIE-ACTIVA TO AN-SERIE
           MOVE WKS-ANC-FORMA TO AN-FORMA-PAGO
           MOVE WKS-CLA TO AN-CLASE
           MOVE WKS-ANC-TASA-CAPT TO AN-IVA-TASA
           MOVE WKS-ANC-CAPTURA TO AN-IMPORTE
           COMPUTE AN-BASE ROUNDED =
                   AN-IMPORTE / (1 + AN-IVA-TASA / 100)
           COMPUTE AN-IVA = AN-IMPORTE - AN-BASE
           MOVE ZERO TO AN-APLICADO
           MOVE 'A' TO AN-ESTADO
           MOVE ZERO TO WKS-ANC-LISTO
           PERFORM 136400-INTENTA-ANTICIPO
              UNTIL WKS-ANC-LISTO = 1 OR AN-CONSEC > 98
           CLOSE F-ANTICIPOS
           IF WKS-ANC-LISTO = 0
              DISPLAY "ERROR AL GRABAR EL ANTICIPO."
           ELSE
              MOVE WKS-FECHA-HOY(1:6) TO WKS-LIB-ANOMES
              MOVE AN-BASE TO WKS-LIB-D-TOTAL
              MOVE AN-IVA TO WKS-LIB-D-IVA
              MOVE AN-IVA TO WKS-LIB-D-IVA-COB
              MOVE ZERO TO WKS-LIB-D-RET-IVA
              MOVE ZERO TO WKS-LIB-D-RET-ISR
              MOVE 1 TO WKS-ANC-I
              PERFORM 136500-DELTA-CLASE-ANTICIPO
                 UNTIL WKS-ANC-I > 3
              PERFORM 550000-POSTEA-LIBRO
              MOVE WKS-SERIE-ACTIVA TO WKS-LIB-SERIE
              PERFORM 552000-POSTEA-LIBRO-SERIE
              MOVE AN-IMPORTE TO WKS-PAGO-FMT
              DISPLAY "ANTICIPO REGISTRADO POR " WKS-PAGO-FMT
              MOVE AN-IVA TO WKS-PAGO-FMT
              DISPLAY "IVA DEL ANTICIPO:       " WKS-PAGO-FMT
           END-IF.

       136400-INTENTA-ANTICIPO.
           ADD 1 TO AN-CONSEC
           WRITE REG-ANTICIPO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WKS-ANC-LISTO
           END-WRITE.

       136500-DELTA-CLASE-ANTICIPO.
           MOVE ZERO TO WKS-LIB-D-BASE(WKS-ANC-I)
           MOVE ZERO TO WKS-LIB-D-IVACLS(WKS-ANC-I)
           IF WKS-ANC-I = AN-CLASE
              MOVE AN-BASE TO WKS-LIB-D-BASE(WKS-ANC-I)
              MOVE AN-IVA TO WKS-LIB-D-IVACLS(WKS-ANC-I)
           END-IF
           ADD 1 TO WKS-ANC-I.

       137000-ANTICIPOS-PENDIENTES.
      *Anticipos con saldo sin aplicar, agrupados por cliente, con
      *su antiguedad y los totales por cubeta de 30/60/90 dias.
           OPEN INPUT F-ANTICIPOS
           IF WKS-FS-ANTICIPOS NOT = '00'
              DISPLAY "NO HAY ANTICIPOS REGISTRADOS."
           ELSE
              ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
              COMPUTE WKS-ANT-HOY-INT =
                      FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
              OPEN OUTPUT F-ANTICIPOS-REP
              MOVE "ANTICIPOS DE CLIENTES SIN APLICAR"
                   TO REG-ANTICIPOS-REP
              WRITE REG-ANTICIPOS-REP
              MOVE ALL "-" TO REG-ANTICIPOS-REP
              WRITE REG-ANTICIPOS-REP
              MOVE ZERO TO WKS-ANT-30
              MOVE ZERO TO WKS-ANT-60
              MOVE ZERO TO WKS-ANT-90
              MOVE ZERO TO WKS-ANT-MAS
              MOVE ZERO TO WKS-ANC-TEL-ANT
              MOVE ZERO TO WKS-ANC-SUBTOTAL
              MOVE ZERO TO WKS-ANC-FIN
              PERFORM 137100-PENDIENTE-RENGLON UNTIL WKS-ANC-FIN = 1
              PERFORM 137200-SUBTOTAL-CLIENTE
              CLOSE F-ANTICIPOS
              MOVE ALL "-" TO REG-ANTICIPOS-REP
              WRITE REG-ANTICIPOS-REP
              MOVE WKS-ANT-30 TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTICIPOS-REP
              STRING "0-30 DIAS:   " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTICIPOS-REP
              WRITE REG-ANTICIPOS-REP
              MOVE WKS-ANT-60 TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTICIPOS-REP
              STRING "31-60 DIAS:  " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTICIPOS-REP
              WRITE REG-ANTICIPOS-REP
              MOVE WKS-ANT-90 TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTICIPOS-REP
              STRING "61-90 DIAS:  " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTICIPOS-REP
              WRITE REG-ANTICIPOS-REP
              MOVE WKS-ANT-MAS TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTICIPOS-REP
              STRING "MAS DE 90:   " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTICIPOS-REP
              WRITE REG-ANTICIPOS-REP
              CLOSE F-ANTICIPOS-REP
              DISPLAY "REPORTE EN IVA-ANTICIPOS-PENDIENTES.TXT"
           END-IF.

       137100-PENDIENTE-RENGLON.
      *La llave trae juntos los anticipos de cada cliente.
           READ F-ANTICIPOS NEXT RECORD
              AT END MOVE 1 TO WKS-ANC-FIN
              NOT AT END
                 IF AN-ABIERTO
                    IF AN-TELEFONO NOT = WKS-ANC-TEL-ANT
                       PERFORM 137200-SUBTOTAL-CLIENTE
                       MOVE AN-TELEFONO TO WKS-ANC-TEL-ANT
                       MOVE SPACES TO REG-ANTICIPOS-REP
                       STRING "CLIENTE " AN-TELEFONO
                              DELIMITED BY SIZE INTO REG-ANTICIPOS-REP
                       WRITE REG-ANTICIPOS-REP
                    END-IF
                    COMPUTE WKS-ANC-SALDO = AN-IMPORTE - AN-APLICADO
                    ADD WKS-ANC-SALDO TO WKS-ANC-SUBTOTAL
                    COMPUTE WKS-ANT-DIAS = WKS-ANT-HOY-INT
                            - FUNCTION INTEGER-OF-DATE(AN-FECHA)
                    IF WKS-ANT-DIAS NOT > 30
                       ADD WKS-ANC-SALDO TO WKS-ANT-30
                    ELSE
                    IF WKS-ANT-DIAS NOT > 60
                       ADD WKS-ANC-SALDO TO WKS-ANT-60
                    ELSE
                    IF WKS-ANT-DIAS NOT > 90
                       ADD WKS-ANC-SALDO TO WKS-ANT-90
                    ELSE
                       ADD WKS-ANC-SALDO TO WKS-ANT-MAS
                    END-IF
                    END-IF
                    END-IF
                    MOVE WKS-ANT-DIAS TO WKS-ANC-DIAS-FMT
                    MOVE WKS-ANC-SALDO TO WKS-PAGO-FMT
                    MOVE SPACES TO REG-ANTICIPOS-REP
                    STRING "   FECHA " AN-FECHA "  SERIE " AN-SERIE
                           "  FORMA " AN-FORMA-PAGO "  DIAS "
                           WKS-ANC-DIAS-FMT "  SALDO "
                           DELIMITED BY SIZE
                           WKS-PAGO-FMT DELIMITED BY SIZE
                           INTO REG-ANTICIPOS-REP
                    WRITE REG-ANTICIPOS-REP
                 END-IF
           END-READ.

       137200-SUBTOTAL-CLIENTE.
           IF WKS-ANC-TEL-ANT > 0
              MOVE WKS-ANC-SUBTOTAL TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTICIPOS-REP
              STRING "   TOTAL DEL CLIENTE          " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTICIPOS-REP
              WRITE REG-ANTICIPOS-REP
           END-IF
           MOVE ZERO TO WKS-ANC-SUBTOTAL.

       138000-IVA-PENDIENTE-FOLIO.
      *IVA de la factura que se entera al cobrarse: el trasladado
      *menos el que retiene el cliente y menos el de los anticipos
      *aplicados (que se entero al recibirlos). De contado se cobra
      *ya y queda en WKS-ICB-IMPORTE para el libro del mes; con
      *saldo abierto queda pendiente en FV-IVA-PEND y se va cobrando
      *con los abonos.
           PERFORM 138100-IVA-COBRABLE-FOLIO
           IF FV-SALDO > 0
              MOVE WKS-ICB-COBRABLE TO FV-IVA-PEND
              MOVE ZERO TO WKS-ICB-IMPORTE
           ELSE
              MOVE ZERO TO FV-IVA-PEND
              MOVE WKS-ICB-COBRABLE TO WKS-ICB-IMPORTE
           END-IF.

       138100-IVA-COBRABLE-FOLIO.
           MOVE FV-IVA-MONTO TO WKS-ICB-COBRABLE
           IF FV-RET-IVA NUMERIC
              SUBTRACT FV-RET-IVA FROM WKS-ICB-COBRABLE
           END-IF
           MOVE 1 TO WKS-CLA
           PERFORM 138150-RESTA-IVA-ANTICIPO UNTIL WKS-CLA > 3
           IF WKS-ICB-COBRABLE < 0
              MOVE ZERO TO WKS-ICB-COBRABLE
           END-IF.

       138150-RESTA-IVA-ANTICIPO.
           IF FV-ANC-IVA(WKS-CLA) NUMERIC
              SUBTRACT FV-ANC-IVA(WKS-CLA) FROM WKS-ICB-COBRABLE
           END-IF
           ADD 1 TO WKS-CLA.

       138200-IVA-DEL-ABONO.
      *Parte del IVA pendiente del folio que cobra un abono de
      *WKS-ICB-ABONO contra su saldo (antes de bajarlo), en la
      *proporcion del abono contra el saldo; el abono que liquida
      *el folio cobra todo lo pendiente. Se acumula en
      *WKS-ICB-TOTAL. Los folios anteriores al IVA por flujo no
      *traen pendiente: su IVA se entero al facturar.
           IF FV-IVA-PEND NUMERIC AND FV-IVA-PEND > 0
              AND FV-SALDO > 0
              IF WKS-ICB-ABONO NOT < FV-SALDO
                 MOVE FV-IVA-PEND TO WKS-ICB-IMPORTE
              ELSE
                 COMPUTE WKS-ICB-IMPORTE ROUNDED =
                         FV-IVA-PEND * WKS-ICB-ABONO / FV-SALDO
              END-IF
              SUBTRACT WKS-ICB-IMPORTE FROM FV-IVA-PEND
              ADD WKS-ICB-IMPORTE TO WKS-ICB-TOTAL
           END-IF.

       138500-POSTEA-IVA-COBRADO.
      *Asienta WKS-ICB-IMPORTE como IVA cobrado en el mes
      *WKS-ICB-ANOMES del libro mayor, sin mover lo facturado.
           IF WKS-ICB-IMPORTE NOT = 0
              MOVE WKS-ICB-ANOMES TO WKS-LIB-ANOMES
              MOVE ZERO TO WKS-LIB-D-TOTAL
              MOVE ZERO TO WKS-LIB-D-IVA
              MOVE ZERO TO WKS-LIB-D-RET-IVA
              MOVE ZERO TO WKS-LIB-D-RET-ISR
              MOVE 1 TO WKS-CLA
              PERFORM 138600-LIMPIA-DELTA-CLASE UNTIL WKS-CLA > 3
              MOVE WKS-ICB-IMPORTE TO WKS-LIB-D-IVA-COB
              PERFORM 550000-POSTEA-LIBRO
           END-IF.

       138600-LIMPIA-DELTA-CLASE.
           MOVE ZERO TO WKS-LIB-D-BASE(WKS-CLA)
           MOVE ZERO TO WKS-LIB-D-IVACLS(WKS-CLA)
           ADD 1 TO WKS-CLA.

       140000-CALCULA-RETENCIONES.
      *Retenciones del cliente persona moral: dos terceras partes
      *del IVA trasladado y, si contrata servicios, el ISR sobre la
      *base. El total a cobrar es el neto con IVA menos lo retenido.
           MOVE ZERO TO WKS-RET-IVA
           MOVE ZERO TO WKS-RET-ISR
           IF WKS-RETENEDOR-FACT = 'I' OR WKS-RETENEDOR-FACT = 'S'
              COMPUTE WKS-RET-IVA ROUNDED = WKS-IVA-MONTO * 2 / 3
           END-IF
           IF WKS-RETENEDOR-FACT = 'S'
              COMPUTE WKS-RET-ISR ROUNDED =
                      TOTAL-NETO * (WKS-RET-ISR-TASA / 100)
           END-IF
           COMPUTE WKS-RET-COBRAR = TOTAL-NETO + WKS-IVA-MONTO
                   - WKS-RET-IVA - WKS-RET-ISR.

       140500-TOMA-RETENEDOR.
      *Marca de retenedor del cliente recien leido en CLIENTES.DAT;
      *los registros sin datos fiscales no retienen.
           MOVE 'N' TO WKS-RETENEDOR-FACT
           IF CV-RETENEDOR = 'I' OR CV-RETENEDOR = 'S'
              MOVE CV-RETENEDOR TO WKS-RETENEDOR-FACT
           END-IF.

       141000-CARGA-RETENCIONES-FOLIO.
      *Retenciones de un folio grabado, para reimprimirlo; los
      *folios anteriores a las retenciones no traen.
           MOVE ZERO TO WKS-RET-IVA
           MOVE ZERO TO WKS-RET-ISR
           IF FV-RET-IVA NUMERIC AND FV-RET-ISR NUMERIC
              MOVE FV-RET-IVA TO WKS-RET-IVA
              MOVE FV-RET-ISR TO WKS-RET-ISR
           END-IF
           COMPUTE WKS-RET-COBRAR = FV-TOTAL-NETO + FV-IVA-MONTO
                   - WKS-RET-IVA - WKS-RET-ISR.
           PERFORM 198500-CARGA-ANTICIPO-FOLIO.
           SUBTRACT WKS-ANC-TOTAL FROM WKS-RET-COBRAR.

       150000-CAPTURA-CLIENTE.
      *Pide el telefono del cliente y lo valida contra CLIENTES.DAT;
      *cero es venta de mostrador sin cliente. Un telefono que no
      *existe se puede reintentar o dejar como mostrador.
           MOVE ZERO TO WKS-TELEFONO-FACT
      *Sin cliente (o con registro viejo sin lista) se vende a
      *precio de menudeo.
           MOVE 'D' TO WKS-LISTA-FACT
           MOVE 'N' TO WKS-RETENEDOR-FACT
           DISPLAY "TELEFONO DEL CLIENTE (0 = VENTA DE MOSTRADOR): "
           ACCEPT WKS-TEL-ALFA
           IF WKS-TEL-ALFA = "0" OR WKS-TEL-ALFA = "0000000000"
              OR WKS-TEL-ALFA = SPACES
              CONTINUE
           ELSE
           IF WKS-TEL-ALFA NOT NUMERIC
              DISPLAY "TELEFONO INVALIDO, DEBE SER NUMERICO."
              PERFORM 150000-CAPTURA-CLIENTE
           ELSE
              PERFORM 160000-VALIDA-CLIENTE
              IF WKS-CLIENTE-OK = 1
                 MOVE WKS-TEL-ALFA TO WKS-TELEFONO-FACT
                 DISPLAY "CLIENTE: " CV-NOMBRE " " CV-APELLIDOS
                 IF CV-LISTA-PRECIO = 'M' OR CV-LISTA-PRECIO = 'P'
                    MOVE CV-LISTA-PRECIO TO WKS-LISTA-FACT
                 END-IF
                 PERFORM 140500-TOMA-RETENEDOR
              ELSE
                 DISPLAY "ESE TELEFONO NO ESTA EN CLIENTES.DAT. "
                         "1.REINTENTAR 2.VENTA DE MOSTRADOR"
                 ACCEPT WKS-OPCION-MENU
                 IF WKS-OPCION-MENU = 1
                    PERFORM 150000-CAPTURA-CLIENTE
                 END-IF
              END-IF
           END-IF
           END-IF.

       170000-REVISA-EMPLEADO.
      *Si el telefono facturado tiene liga de empleado y el
      *trabajador sigue activo en NOMINA, marca la factura para el
      *descuento automatico de empleado.
           MOVE ZERO TO WKS-EMPLEADO-FACT
           MOVE ZERO TO WKS-EMPLEADO-ID
           IF WKS-TELEFONO-FACT > 0
              OPEN INPUT F-XREF-IVA
              IF WKS-FS-XREF-IVA = '00'
                 MOVE WKS-TELEFONO-FACT TO XV-TELEFONO
                 READ F-XREF-IVA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       OPEN INPUT F-TRAB-IVA
                       IF WKS-FS-TRAB-IVA = '00'
                          MOVE XV-ID-TRAB TO TV-ID-TRAB
                          READ F-TRAB-IVA
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                IF TV-ESTADO = 'A'
                                   MOVE 1 TO WKS-EMPLEADO-FACT
                                   MOVE TV-ID-TRAB
                                        TO WKS-EMPLEADO-ID
                                END-IF
                          END-READ
                          CLOSE F-TRAB-IVA
                       END-IF
                 END-READ
                 CLOSE F-XREF-IVA
              END-IF
           END-IF.

       160000-VALIDA-CLIENTE.
      *Busca el telefono en WKS-TEL-ALFA en el archivo de clientes.
           MOVE ZERO TO WKS-CLIENTE-OK
           OPEN INPUT F-CLIENTES-IVA
           IF WKS-FS-CLIENTES NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CLIENTES.DAT, STATUS: "
                      WKS-FS-CLIENTES
           ELSE
              MOVE WKS-TEL-ALFA TO CV-TELEFONO
              READ F-CLIENTES-IVA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO WKS-CLIENTE-OK
              END-READ
              CLOSE F-CLIENTES-IVA
           END-IF.

       710000-ABRE-FACTURAS.
      *Abre el maestro de facturas (creandolo la primera vez) y
      *recupera el ultimo folio asignado.
           OPEN I-O F-FACTURAS-M
           IF WKS-FS-FACT-M = '35'
              OPEN OUTPUT F-FACTURAS-M
              CLOSE F-FACTURAS-M
              OPEN I-O F-FACTURAS-M
           END-IF
      *El catalogo de productos acompana al maestro de facturas
      *toda la sesion: la captura lee precios y la venta y la
      *cancelacion mueven existencias, que quedan en el kardex.
           OPEN I-O F-PRODUCTOS
           IF WKS-FS-PROD = '35'
              OPEN OUTPUT F-PRODUCTOS
              CLOSE F-PRODUCTOS
              OPEN I-O F-PRODUCTOS
           END-IF
           OPEN I-O F-MOVTOS-INV
           IF WKS-FS-MOVTOS-INV = '35'
              OPEN OUTPUT F-MOVTOS-INV
              CLOSE F-MOVTOS-INV
              OPEN I-O F-MOVTOS-INV
           END-IF
           OPEN I-O F-EXIST-SUC
           IF WKS-FS-EXIST-SUC = '35'
              OPEN OUTPUT F-EXIST-SUC
              CLOSE F-EXIST-SUC
              OPEN I-O F-EXIST-SUC
           END-IF
           OPEN I-O F-TRASPASOS
           IF WKS-FS-TRASPASO = '35'
              OPEN OUTPUT F-TRASPASOS
              CLOSE F-TRASPASOS
              OPEN I-O F-TRASPASOS
           END-IF
           OPEN I-O F-COTIZACIONES
           IF WKS-FS-COTIZA = '35'
              OPEN OUTPUT F-COTIZACIONES
              CLOSE F-COTIZACIONES
              OPEN I-O F-COTIZACIONES
           END-IF
           MOVE ZERO TO WKS-ULT-FOLIO
           MOVE ZERO TO WKS-ULT-COTIZA
           MOVE ZERO TO WKS-ULT-CORTE-COM
           MOVE ZERO TO WKS-ULT-ORDEN
           MOVE ZERO TO WKS-ULT-TRASPASO
           MOVE ZERO TO WKS-ULT-PEDIDO
           OPEN INPUT F-CONTROL-FOLIO
           IF WKS-FS-CTRL-FOLIO = '00'
              READ F-CONTROL-FOLIO
                 NOT AT END
                    MOVE CF-ULTIMO-FOLIO TO WKS-ULT-FOLIO
      *Un control de folios grabado antes del descuento de empleado
      *trae el campo en blanco; se queda la tasa de fabrica.
                    IF CF-DESCTO-EMPLEADO NUMERIC
                       AND CF-DESCTO-EMPLEADO > 0
                       MOVE CF-DESCTO-EMPLEADO
                            TO WKS-DESCTO-EMPLEADO
                    END-IF
                    IF CF-ULT-COTIZACION NUMERIC
                       MOVE CF-ULT-COTIZACION TO WKS-ULT-COTIZA
                    END-IF
                    IF CF-ULT-CORTE-COM NUMERIC
                       MOVE CF-ULT-CORTE-COM TO WKS-ULT-CORTE-COM
                    END-IF
                    IF CF-PCT-DESC-NOM NUMERIC
                       AND CF-PCT-DESC-NOM > 0
                       MOVE CF-PCT-DESC-NOM TO WKS-PCT-DESC-NOM
                    END-IF
                    IF CF-ULT-ORDEN NUMERIC
                       MOVE CF-ULT-ORDEN TO WKS-ULT-ORDEN
                    END-IF
                    IF CF-ULT-TRASPASO NUMERIC
                       MOVE CF-ULT-TRASPASO TO WKS-ULT-TRASPASO
                    END-IF
                    IF CF-TOL-TC NUMERIC AND CF-TOL-TC > 0
                       MOVE CF-TOL-TC TO WKS-TOL-TC
                    END-IF
                    IF CF-ULT-PEDIDO NUMERIC
                       MOVE CF-ULT-PEDIDO TO WKS-ULT-PEDIDO
                    END-IF
              END-READ
              CLOSE F-CONTROL-FOLIO
           END-IF
      *Catalogo de series: la primera vez se siembra la serie 'A'
      *(matriz) heredando el consecutivo global viejo, para que la
      *numeracion no se reinicie.
           OPEN I-O F-SERIES
           IF WKS-FS-SERIES = '35'
              OPEN OUTPUT F-SERIES
              CLOSE F-SERIES
              OPEN I-O F-SERIES
              MOVE 'A ' TO SE-SERIE
              MOVE "MATRIZ" TO SE-SUCURSAL
              MOVE WKS-ULT-FOLIO TO SE-ULT-FOLIO
              WRITE REG-SERIE
           END-IF
           MOVE 'A ' TO WKS-SERIE-ACTIVA
           OPEN I-O F-PUNTOS
           IF WKS-FS-PUNTOS = '35'
              OPEN OUTPUT F-PUNTOS
              CLOSE F-PUNTOS
              OPEN I-O F-PUNTOS
           END-IF
           OPEN I-O F-PUNTOS-MOV
           IF WKS-FS-PUNTOS-M = '35'
              OPEN OUTPUT F-PUNTOS-MOV
              CLOSE F-PUNTOS-MOV
              OPEN I-O F-PUNTOS-MOV
           END-IF
           OPEN I-O F-ESQUEMA-COM
           IF WKS-FS-ESQUEMA-COM = '35'
              OPEN OUTPUT F-ESQUEMA-COM
              CLOSE F-ESQUEMA-COM
              OPEN I-O F-ESQUEMA-COM
           END-IF.

       700000-GRABA-FACTURA.
      *Asigna el siguiente folio de la serie activa (el control es
      *por serie, en su registro del catalogo) y graba la factura
      *completa en el maestro.
           MOVE WKS-SERIE-ACTIVA TO SE-SERIE
           READ F-SERIES
              INVALID KEY
      *Serie sin registro (no deberia pasar): se crea al vuelo.
                 MOVE WKS-SERIE-ACTIVA TO SE-SERIE
                 MOVE "(SIN NOMBRE)" TO SE-SUCURSAL
                 MOVE ZEROS TO SE-ULT-FOLIO
                 WRITE REG-SERIE
           END-READ
           ADD 1 TO SE-ULT-FOLIO
           MOVE SE-ULT-FOLIO TO WKS-ULT-FOLIO
           REWRITE REG-SERIE
              INVALID KEY
                 DISPLAY "ERROR AL AVANZAR EL FOLIO DE LA SERIE."
           END-REWRITE
           MOVE WKS-SERIE-ACTIVA TO FV-SERIE
           MOVE WKS-ULT-FOLIO TO FV-FOLIO
           MOVE WKS-FECHA-HOY TO FV-FECHA
           MOVE WKS-TELEFONO-FACT TO FV-TELEFONO
           MOVE WKS-MONEDA TO FV-MONEDA
           MOVE WKS-TIPO-CAMBIO TO FV-TIPO-CAMBIO
           MOVE WKS-IVA-TASA TO FV-IVA-TASA
           MOVE WKS-DESCTO-TASA TO FV-DESCTO-TASA
           MOVE WKS-NUM-ITEMS TO FV-NUM-ITEMS
           MOVE TOTAL-NETO TO FV-TOTAL-NETO
           MOVE WKS-IVA-MONTO TO FV-IVA-MONTO
           MOVE 'A' TO FV-ESTADO
           MOVE WKS-VENDEDOR-FACT TO FV-VENDEDOR
           MOVE SPACE TO FV-COM-ESTADO
           MOVE ZEROS TO FV-COM-FECHA
           MOVE ZEROS TO FV-COM-IMPORTE
           MOVE ZEROS TO FV-FECHA-CANC
           MOVE WKS-PUNTOS-REDIMIR TO FV-PUNTOS-REDIM
           MOVE WKS-RET-IVA TO FV-RET-IVA
           MOVE WKS-RET-ISR TO FV-RET-ISR
      *Forma de pago: una venta a credito valida el limite del
      *cliente y abona su saldo deudor; si no pasa, se cobra de
      *contado y se avisa al cajero.
           IF WKS-FORMA-PAGO-F NOT = 'E'
              AND WKS-FORMA-PAGO-F NOT = 'T'
              AND WKS-FORMA-PAGO-F NOT = 'F'
              AND WKS-FORMA-PAGO-F NOT = 'R'
              AND WKS-FORMA-PAGO-F NOT = 'N'
              MOVE 'E' TO WKS-FORMA-PAGO-F
           END-IF
           MOVE WKS-FORMA-PAGO-F TO FV-FORMA-PAGO
           MOVE ZEROS TO FV-SALDO
           IF FV-FORMA-PAGO = 'R'
              PERFORM 705000-POSTEA-CREDITO
           END-IF
           IF FV-FORMA-PAGO = 'N'
              PERFORM 706000-POSTEA-DESC-NOMINA
           END-IF
           MOVE 1 TO WKS-CLA
           PERFORM 735000-GRABA-CLASE-FACTURA UNTIL WKS-CLA > 3
           SET WKS-IDX TO 1
           PERFORM 730000-GRABA-PARTIDA-FACTURA
              UNTIL WKS-IDX > WKS-NUM-ITEMS
           PERFORM 198200-GRABA-ANTICIPOS-FACTURA
           PERFORM 138000-IVA-PENDIENTE-FOLIO
           WRITE REG-FACTURA-M
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR FACTURA, FOLIO DUPLICADO."
           END-WRITE
           PERFORM 198300-POSTEA-ANTICIPOS
      *El IVA de la venta de contado se cobro ya: entra al libro
      *como cobrado en el mes.
           MOVE WKS-ANOMES-HOY TO WKS-ICB-ANOMES
           PERFORM 138500-POSTEA-IVA-COBRADO
      *Las partidas de catalogo descuentan existencia.
           PERFORM 760000-DESCUENTA-EXISTENCIAS
      *Puntos de lealtad del cliente identificado: la redencion
      *capturada baja el saldo y el neto de la venta acumula.
           IF FV-TELEFONO > 0
              PERFORM 970000-POSTEA-PUNTOS
           END-IF
           DISPLAY "FOLIO ASIGNADO: " WKS-SERIE-ACTIVA "-"
                   WKS-ULT-FOLIO.

       760000-DESCUENTA-EXISTENCIAS.
           SET WKS-IDX TO 1
           PERFORM 765000-DESCUENTA-EXISTENCIA
              UNTIL WKS-IDX > WKS-NUM-ITEMS.

       765000-DESCUENTA-EXISTENCIA.
           IF WKS-PRODUCTO(WKS-IDX) > 0
              MOVE WKS-PRODUCTO(WKS-IDX) TO PRO-CODIGO
              READ F-PRODUCTOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FV-SERIE TO WKS-ES-SERIE
                    COMPUTE WKS-ES-MOVTO = 0 - WKS-CANTIDAD(WKS-IDX)
                    PERFORM 268000-MUEVE-EXIST-SUC
                    SUBTRACT WKS-CANTIDAD(WKS-IDX)
                       FROM PRO-EXISTENCIA
                    REWRITE REG-PRODUCTO
                       INVALID KEY
                          DISPLAY "ERROR AL DESCONTAR EXISTENCIA "
                                  "DEL PRODUCTO " PRO-CODIGO
                       NOT INVALID KEY
                          MOVE 'V' TO WKS-MI-TIPO
                          COMPUTE WKS-MI-CANT =
                                  0 - WKS-CANTIDAD(WKS-IDX)
                          MOVE SPACES TO WKS-MI-DOCTO
                          STRING "FACT " FV-SERIE "-" FV-FOLIO
                                 DELIMITED BY SIZE INTO WKS-MI-DOCTO
                          PERFORM 450000-GRABA-MOVTO-INV
                    END-REWRITE
              END-READ
           END-IF
           SET WKS-IDX UP BY 1.

       705000-POSTEA-CREDITO.
      *Valida el limite de credito del cliente y, si alcanza, deja
      *la factura con saldo abierto y sube el saldo deudor del
      *cliente; si no alcanza, la venta se degrada a efectivo. La
      *base cubierta con anticipos ya esta pagada y no entra al
      *saldo.
           COMPUTE WKS-ANC-CREDITO = TOTAL-NETO - WKS-ANC-BASE-TOT
           IF WKS-ANC-CREDITO < 0
              MOVE ZERO TO WKS-ANC-CREDITO
           END-IF
           OPEN I-O F-CLIENTES-IVA
           IF WKS-FS-CLIENTES NOT = '00'
              DISPLAY "NO SE PUDO ABRIR CLIENTES.DAT, LA VENTA "
                      "QUEDA DE CONTADO."
              MOVE 'E' TO FV-FORMA-PAGO
           ELSE
              MOVE FV-TELEFONO TO CV-TELEFONO
              READ F-CLIENTES-IVA
                 INVALID KEY
                    DISPLAY "CLIENTE INEXISTENTE, LA VENTA QUEDA "
                            "DE CONTADO."
                    MOVE 'E' TO FV-FORMA-PAGO
                 NOT INVALID KEY
                    IF CV-SALDO-CREDITO NOT NUMERIC
                       MOVE ZEROS TO CV-SALDO-CREDITO
                    END-IF
                    IF CV-SALDO-CREDITO + WKS-ANC-CREDITO >
                       CV-CREDITO-LIMITE
                       DISPLAY "LIMITE DE CREDITO EXCEDIDO (SALDO "
                               CV-SALDO-CREDITO "); LA VENTA QUEDA "
                               "DE CONTADO, COBRE EN CAJA."
                       MOVE 'E' TO FV-FORMA-PAGO
                    ELSE
                       MOVE WKS-ANC-CREDITO TO FV-SALDO
                       ADD WKS-ANC-CREDITO TO CV-SALDO-CREDITO
                       REWRITE REG-CLIENTE-IVA
                          INVALID KEY
                             DISPLAY "ERROR AL ABONAR SALDO DEL "
                                     "CLIENTE."
                       END-REWRITE
                       DISPLAY "VENTA A CREDITO REGISTRADA, SALDO "
                               "DEL CLIENTE: " CV-SALDO-CREDITO
                    END-IF
              END-READ
              CLOSE F-CLIENTES-IVA
           END-IF.

       706000-POSTEA-DESC-NOMINA.
      *Venta a un empleado con descuento por nomina: el abono
      *mensual (total entre plazos), sumado a los abonos de sus
      *otras compras abiertas, no puede pasar del tope sobre su
      *ultimo neto mensual pagado por NOMINA. Si alcanza, la
      *factura queda con saldo y el plan de descuento pasa a
      *NOMINA-DESC-VENTAS.DAT; si no, la venta queda de contado.
           MOVE ZERO TO WKS-DN-OK
           MOVE ZERO TO WKS-DN-NETO
           OPEN INPUT F-NETOS-NOM
           IF WKS-FS-NETOS-NOM = '00'
              MOVE WKS-EMPLEADO-ID TO NT-ID-TRAB
              READ F-NETOS-NOM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NT-NETO TO WKS-DN-NETO
              END-READ
              CLOSE F-NETOS-NOM
           END-IF
           IF WKS-DN-NETO NOT > 0
              DISPLAY "EL EMPLEADO AUN NO TIENE NOMINA PAGADA; LA "
                      "VENTA QUEDA DE CONTADO, COBRE EN CAJA."
              MOVE 'E' TO FV-FORMA-PAGO
           ELSE
              OPEN I-O F-DESC-NOM
              IF WKS-FS-DESC-NOM = '35'
                 OPEN OUTPUT F-DESC-NOM
                 CLOSE F-DESC-NOM
                 OPEN I-O F-DESC-NOM
              END-IF
              PERFORM 707000-SUMA-DESC-NOMINA
              IF WKS-DN-PLAZOS < 1
                 MOVE 1 TO WKS-DN-PLAZOS
              END-IF
              COMPUTE WKS-DN-ABONO ROUNDED =
                      TOTAL-NETO / WKS-DN-PLAZOS
              COMPUTE WKS-DN-CAPACIDAD ROUNDED =
                      WKS-DN-NETO * WKS-PCT-DESC-NOM / 100
              IF WKS-DN-COMPROMETIDO + WKS-DN-ABONO >
                 WKS-DN-CAPACIDAD
                 MOVE WKS-DN-CAPACIDAD TO WKS-PAGO-FMT
                 DISPLAY "EL ABONO REBASA EL TOPE DE DESCUENTO DEL "
                         "EMPLEADO (" WKS-PAGO-FMT " AL MES); LA "
                         "VENTA QUEDA DE CONTADO, COBRE EN CAJA."
                 MOVE 'E' TO FV-FORMA-PAGO
              ELSE
                 MOVE FV-SERIE TO DV-SERIE
                 MOVE FV-FOLIO TO DV-FOLIO
                 MOVE WKS-EMPLEADO-ID TO DV-ID-TRAB
                 MOVE FV-TELEFONO TO DV-TELEFONO
                 MOVE FV-FECHA TO DV-FECHA
                 MOVE TOTAL-NETO TO DV-IMPORTE
                 MOVE WKS-DN-PLAZOS TO DV-PLAZOS
                 MOVE WKS-DN-ABONO TO DV-ABONO
                 MOVE TOTAL-NETO TO DV-SALDO
                 MOVE ZEROS TO DV-POR-APLICAR
                 MOVE ZEROS TO DV-FECHA-DESC
                 MOVE 'A' TO DV-ESTADO
                 WRITE REG-DESC-NOM
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL DESCUENTO POR "
                               "NOMINA; LA VENTA QUEDA DE CONTADO."
                       MOVE 'E' TO FV-FORMA-PAGO
                    NOT INVALID KEY
                       MOVE TOTAL-NETO TO FV-SALDO
                       MOVE WKS-DN-ABONO TO WKS-PAGO-FMT
                       DISPLAY "DESCUENTO POR NOMINA REGISTRADO: "
                               WKS-DN-PLAZOS " ABONO(S) DE "
                               WKS-PAGO-FMT
                 END-WRITE
              END-IF
              CLOSE F-DESC-NOM
           END-IF.

       707000-SUMA-DESC-NOMINA.
      *Suma los abonos mensuales de las compras del empleado que
      *NOMINA todavia esta descontando.
           MOVE ZERO TO WKS-DN-COMPROMETIDO
           MOVE WKS-EMPLEADO-ID TO DV-ID-TRAB
           START F-DESC-NOM KEY IS EQUAL TO DV-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-DN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-DN-FIN
           END-START
           PERFORM 707500-SUMA-DESC-RENGLON
              UNTIL WKS-DN-FIN = 1.

       707500-SUMA-DESC-RENGLON.
           READ F-DESC-NOM NEXT RECORD
              AT END MOVE 1 TO WKS-DN-FIN
              NOT AT END
                 IF DV-ID-TRAB NOT = WKS-EMPLEADO-ID
                    MOVE 1 TO WKS-DN-FIN
                 ELSE
                 IF DV-ESTADO = 'A' AND DV-SALDO > 0
                    IF DV-SALDO < DV-ABONO
                       ADD DV-SALDO TO WKS-DN-COMPROMETIDO
                    ELSE
                       ADD DV-ABONO TO WKS-DN-COMPROMETIDO
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       708000-CANCELA-DESC-NOMINA.
      *Una venta por nomina cancelada deja de descontarse; lo que
      *NOMINA ya desconto se le devuelve al empleado.
           OPEN I-O F-DESC-NOM
           IF WKS-FS-DESC-NOM = '00'
              MOVE FV-SERIE TO DV-SERIE
              MOVE FV-FOLIO TO DV-FOLIO
              READ F-DESC-NOM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WKS-PAGO-APLICA = DV-IMPORTE - DV-SALDO
                    MOVE ZEROS TO DV-SALDO
                    MOVE 'X' TO DV-ESTADO
                    REWRITE REG-DESC-NOM
                       INVALID KEY
                          DISPLAY "ERROR AL CANCELAR EL DESCUENTO "
                                  "POR NOMINA."
                    END-REWRITE
                    IF WKS-PAGO-APLICA > 0
                       MOVE WKS-PAGO-APLICA TO WKS-PAGO-FMT
                       DISPLAY "YA DESCONTADO POR NOMINA: "
                               WKS-PAGO-FMT
                               " (DEVUELVALO AL EMPLEADO "
                               DV-ID-TRAB ")"
                    END-IF
              END-READ
              CLOSE F-DESC-NOM
           END-IF.

       810000-CAPTURA-PAGO.
      *Abono de un cliente de credito: se aplica contra sus folios
      *abiertos del mas viejo al mas nuevo, queda en la historia de
      *pagos y baja el saldo deudor del cliente.
           DISPLAY "TELEFONO DEL CLIENTE QUE PAGA: "
           ACCEPT WKS-TEL-ALFA
           IF WKS-TEL-ALFA NOT NUMERIC
              DISPLAY "TELEFONO INVALIDO."
           ELSE
              DISPLAY "IMPORTE DEL PAGO: "
              ACCEPT WKS-PAGO-MONTO
              IF WKS-PAGO-MONTO NOT > 0
                 DISPLAY "IMPORTE EN CEROS, NADA QUE APLICAR."
              ELSE
                 PERFORM 812000-CAPTURA-FORMA-ABONO
                 PERFORM 815000-APLICA-PAGO
              END-IF
           END-IF.

       812000-CAPTURA-FORMA-ABONO.
      *Como llego el dinero: la poliza de ingresos lo carga a caja
      *o a bancos y la conciliacion bancaria busca en el estado de
      *cuenta los abonos por transferencia.
           DISPLAY "FORMA DEL ABONO: E.EFECTIVO T.TARJETA "
                   "F.TRANSFERENCIA"
           ACCEPT WKS-PAGO-ORIGEN
           IF WKS-PAGO-ORIGEN = 'E'
              MOVE 'C' TO WKS-PAGO-ORIGEN
           END-IF
           IF WKS-PAGO-ORIGEN NOT = 'C' AND WKS-PAGO-ORIGEN NOT = 'T'
              AND WKS-PAGO-ORIGEN NOT = 'F'
              DISPLAY "FORMA INVALIDA, VERIFIQUE."
              PERFORM 812000-CAPTURA-FORMA-ABONO
           END-IF.

       815000-APLICA-PAGO.
           OPEN I-O F-PAGOS
           IF WKS-FS-PAGOS = '35'
              OPEN OUTPUT F-PAGOS
              CLOSE F-PAGOS
              OPEN I-O F-PAGOS
           END-IF
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-PAGO-CONSEC
           MOVE ZERO TO WKS-FX-HIST-TOT
           MOVE ZERO TO WKS-ICB-TOTAL
           MOVE WKS-PAGO-MONTO TO WKS-PAGO-RESTA
           MOVE WKS-TEL-ALFA TO FV-TELEFONO
           START F-FACTURAS-M KEY IS NOT LESS THAN FV-TELEFONO
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 816000-APLICA-PAGO-FOLIO
              UNTIL WKS-SCAN-FIN = 1 OR WKS-PAGO-RESTA NOT > 0
           CLOSE F-PAGOS
      *El IVA que cobraron los abonos se entera en el mes del pago.
           MOVE WKS-FECHA-HOY(1:6) TO WKS-ICB-ANOMES
           MOVE WKS-ICB-TOTAL TO WKS-ICB-IMPORTE
           PERFORM 138500-POSTEA-IVA-COBRADO
      *El saldo deudor del cliente baja por lo que bajaron los
      *saldos de sus folios (en moneda extranjera, al tipo de la
      *factura, no al del pago).
           COMPUTE WKS-PAGO-APLICA =
                   WKS-PAGO-MONTO - WKS-PAGO-RESTA
           IF WKS-FX-HIST-TOT > 0
              OPEN I-O F-CLIENTES-IVA
              IF WKS-FS-CLIENTES = '00'
                 MOVE WKS-TEL-ALFA TO CV-TELEFONO
                 READ F-CLIENTES-IVA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CV-SALDO-CREDITO NUMERIC
                          SUBTRACT WKS-FX-HIST-TOT
                             FROM CV-SALDO-CREDITO
                          REWRITE REG-CLIENTE-IVA
                          END-REWRITE
                       END-IF
                 END-READ
                 CLOSE F-CLIENTES-IVA
              END-IF
           END-IF
           MOVE WKS-PAGO-APLICA TO WKS-PAGO-FMT
           DISPLAY "PAGO APLICADO: " WKS-PAGO-FMT
           IF WKS-PAGO-RESTA > 0
              MOVE WKS-PAGO-RESTA TO WKS-PAGO-FMT
              DISPLAY "SOBRANTE SIN FOLIO ABIERTO: " WKS-PAGO-FMT
                      " (DEVUELVALO O CAPTURELO DESPUES)"
           END-IF.

       816000-APLICA-PAGO-FOLIO.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF FV-TELEFONO NOT = WKS-TEL-ALFA
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                 IF FV-FORMA-PAGO = 'R' AND FV-SALDO NUMERIC
                    AND FV-SALDO > 0 AND FV-ESTADO NOT = 'C'
                    MOVE ZERO TO WKS-FX-DIF
                    IF FV-MONEDA = "MXN" OR FV-MONEDA = SPACES
                       OR FV-TIPO-CAMBIO NOT NUMERIC
                       OR FV-TIPO-CAMBIO = 0
                       IF FV-SALDO > WKS-PAGO-RESTA
                          MOVE WKS-PAGO-RESTA TO WKS-PAGO-APLICA
                       ELSE
                          MOVE FV-SALDO TO WKS-PAGO-APLICA
                       END-IF
                       MOVE WKS-PAGO-APLICA TO WKS-FX-HIST
                    ELSE
                       PERFORM 374000-DIFERENCIA-CAMBIARIA
                    END-IF
                    MOVE WKS-FX-HIST TO WKS-ICB-ABONO
                    PERFORM 138200-IVA-DEL-ABONO
                    SUBTRACT WKS-FX-HIST FROM FV-SALDO
                    ADD WKS-FX-HIST TO WKS-FX-HIST-TOT
                    SUBTRACT WKS-PAGO-APLICA FROM WKS-PAGO-RESTA
                    REWRITE REG-FACTURA-M
                       INVALID KEY
                          DISPLAY "ERROR AL ABONAR FOLIO "
                                  FV-FOLIO
                    END-REWRITE
                    ADD 1 TO WKS-PAGO-CONSEC
                    MOVE WKS-TEL-ALFA TO PAG-TELEFONO
                    MOVE WKS-FECHA-HOY TO PAG-FECHA
                    MOVE WKS-PAGO-CONSEC TO PAG-CONSEC
                    MOVE WKS-PAGO-APLICA TO PAG-MONTO
                    MOVE FV-FOLIO TO PAG-FOLIO
                    MOVE FV-SERIE TO PAG-SERIE
                    MOVE WKS-PAGO-ORIGEN TO PAG-ORIGEN
                    MOVE SPACES TO PAG-UUID
                    MOVE ZEROS TO PAG-FECHA-TIMBRE
                    MOVE WKS-FX-DIF TO PAG-DIF-CAMBIO
                    WRITE REG-PAGO
                       INVALID KEY
                          REWRITE REG-PAGO
                    END-WRITE
                    DISPLAY "ABONO AL FOLIO " FV-FOLIO ": "
                            WKS-PAGO-APLICA
                    IF WKS-FX-DIF NOT = 0
                       MOVE WKS-FX-DIF TO WKS-PAGO-FMT
                       DISPLAY "DIFERENCIA CAMBIARIA: " WKS-PAGO-FMT
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       820000-ANTIGUEDAD-SALDOS.
      *Antiguedad de saldos: folios de credito con saldo abierto,
      *por cubeta de 30/60/90 y mas dias, con totales.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WKS-ANT-HOY-INT =
                   FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
           OPEN OUTPUT F-ANTIG
           MOVE "ANTIGUEDAD DE SALDOS DE CREDITO" TO REG-ANTIG
           WRITE REG-ANTIG
           MOVE ALL "-" TO REG-ANTIG
           WRITE REG-ANTIG
           MOVE ZERO TO WKS-ANT-30
           MOVE ZERO TO WKS-ANT-60
           MOVE ZERO TO WKS-ANT-90
           MOVE ZERO TO WKS-ANT-MAS
           MOVE SPACES TO FV-SERIE
           MOVE ZEROS TO FV-FOLIO
           START F-FACTURAS-M KEY IS NOT LESS THAN FV-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 825000-ANTIGUEDAD-RENGLON
              UNTIL WKS-SCAN-FIN = 1
           MOVE ALL "-" TO REG-ANTIG
           WRITE REG-ANTIG
           MOVE WKS-ANT-30 TO WKS-PAGO-FMT
           MOVE SPACES TO REG-ANTIG
           STRING "0-30 DIAS:   " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-ANTIG
           WRITE REG-ANTIG
           MOVE WKS-ANT-60 TO WKS-PAGO-FMT
           MOVE SPACES TO REG-ANTIG
           STRING "31-60 DIAS:  " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-ANTIG
           WRITE REG-ANTIG
           MOVE WKS-ANT-90 TO WKS-PAGO-FMT
           MOVE SPACES TO REG-ANTIG
           STRING "61-90 DIAS:  " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-ANTIG
           WRITE REG-ANTIG
           MOVE WKS-ANT-MAS TO WKS-PAGO-FMT
           MOVE SPACES TO REG-ANTIG
           STRING "MAS DE 90:   " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-ANTIG
           WRITE REG-ANTIG
           CLOSE F-ANTIG
           DISPLAY "REPORTE EN IVA-ANTIGUEDAD.TXT".

       825000-ANTIGUEDAD-RENGLON.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF FV-FORMA-PAGO = 'R' AND FV-SALDO NUMERIC
                    AND FV-SALDO > 0 AND FV-ESTADO NOT = 'C'
                    COMPUTE WKS-ANT-DIAS = WKS-ANT-HOY-INT
                            - FUNCTION INTEGER-OF-DATE(FV-FECHA)
                    IF WKS-ANT-DIAS NOT > 30
                       ADD FV-SALDO TO WKS-ANT-30
                    ELSE
                    IF WKS-ANT-DIAS NOT > 60
                       ADD FV-SALDO TO WKS-ANT-60
                    ELSE
                    IF WKS-ANT-DIAS NOT > 90
                       ADD FV-SALDO TO WKS-ANT-90
                    ELSE
                       ADD FV-SALDO TO WKS-ANT-MAS
                    END-IF
                    END-IF
                    END-IF
                    MOVE FV-SALDO TO WKS-PAGO-FMT
                    MOVE SPACES TO REG-ANTIG
                    STRING "FOLIO " FV-FOLIO "  TEL " FV-TELEFONO
                           "  FECHA " FV-FECHA "  SALDO "
                           DELIMITED BY SIZE
                           WKS-PAGO-FMT DELIMITED BY SIZE
                           INTO REG-ANTIG
                    WRITE REG-ANTIG
                 END-IF
           END-READ.

       830000-ESTADO-CUENTA.
      *Estado de cuenta mensual de un cliente de credito: folios a
      *credito con su saldo, pagos recibidos y saldo actual. Se
      *agrega al archivo de estados para imprimir.
           DISPLAY "TELEFONO DEL CLIENTE: "
           ACCEPT WKS-TEL-ALFA
           IF WKS-TEL-ALFA NOT NUMERIC
              DISPLAY "TELEFONO INVALIDO."
           ELSE
              MOVE WKS-TEL-ALFA TO WKS-EDO-TELEFONO
              OPEN EXTEND F-EDOCTA
              IF WKS-FS-EDOCTA = '35'
                 OPEN OUTPUT F-EDOCTA
              END-IF
              MOVE ALL "=" TO REG-EDOCTA
              WRITE REG-EDOCTA
              MOVE SPACES TO REG-EDOCTA
              STRING "ESTADO DE CUENTA - TELEFONO "
                     DELIMITED BY SIZE
                     WKS-EDO-TELEFONO DELIMITED BY SIZE
                     INTO REG-EDOCTA
              WRITE REG-EDOCTA
              MOVE WKS-EDO-TELEFONO TO FV-TELEFONO
              START F-FACTURAS-M KEY IS NOT LESS THAN FV-TELEFONO
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 835000-EDOCTA-FOLIO
                 UNTIL WKS-SCAN-FIN = 1
              OPEN I-O F-PAGOS
              IF WKS-FS-PAGOS = '00'
                 MOVE WKS-EDO-TELEFONO TO PAG-TELEFONO
                 MOVE ZEROS TO PAG-FECHA
                 MOVE ZEROS TO PAG-CONSEC
                 START F-PAGOS KEY IS NOT LESS THAN PAG-LLAVE
                    INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                    NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
                 END-START
                 PERFORM 836000-EDOCTA-PAGO
                    UNTIL WKS-SCAN-FIN = 1
                 CLOSE F-PAGOS
              END-IF
              MOVE ZERO TO WKS-PAGO-FMT
              PERFORM 160000-VALIDA-CLIENTE
              IF WKS-CLIENTE-OK = 1
                 AND CV-SALDO-CREDITO NUMERIC
                 MOVE CV-SALDO-CREDITO TO WKS-PAGO-FMT
              END-IF
              MOVE SPACES TO REG-EDOCTA
              STRING "SALDO ACTUAL: " DELIMITED BY SIZE
                     WKS-PAGO-FMT DELIMITED BY SIZE
                     INTO REG-EDOCTA
              WRITE REG-EDOCTA
              CLOSE F-EDOCTA
              DISPLAY "ESTADO DE CUENTA AGREGADO A "
                      "IVA-ESTADOS-CUENTA.TXT"
           END-IF.

       835000-EDOCTA-FOLIO.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF FV-TELEFONO NOT = WKS-EDO-TELEFONO
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                 IF FV-FORMA-PAGO = 'R'
                    MOVE FV-SALDO TO WKS-PAGO-FMT
                    MOVE SPACES TO REG-EDOCTA
                    STRING "FOLIO " FV-FOLIO "  FECHA " FV-FECHA
                           "  SALDO " DELIMITED BY SIZE
                           WKS-PAGO-FMT DELIMITED BY SIZE
                           INTO REG-EDOCTA
                    WRITE REG-EDOCTA
                 END-IF
                 END-IF
           END-READ.

       836000-EDOCTA-PAGO.
           READ F-PAGOS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF PAG-TELEFONO NOT = WKS-EDO-TELEFONO
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                    MOVE PAG-MONTO TO WKS-PAGO-FMT
                    MOVE SPACES TO REG-EDOCTA
                    STRING "PAGO " PAG-FECHA "  AL FOLIO "
                           PAG-FOLIO "  " DELIMITED BY SIZE
                           WKS-PAGO-FMT DELIMITED BY SIZE
                           INTO REG-EDOCTA
                    WRITE REG-EDOCTA
                 END-IF
           END-READ.

       970000-POSTEA-PUNTOS.
      *Baja del saldo los puntos redimidos y acumula los ganados
      *por el neto de la factura recien grabada, con su movimiento
      *cada uno.
           MOVE FV-TELEFONO TO PT-TELEFONO
           READ F-PUNTOS
              INVALID KEY
                 MOVE FV-TELEFONO TO PT-TELEFONO
                 MOVE ZEROS TO PT-SALDO
                 MOVE WKS-FECHA-HOY TO PT-FECHA-ULT
                 WRITE REG-PUNTOS
                    INVALID KEY
                       DISPLAY "ERROR AL CREAR SALDO DE PUNTOS."
                 END-WRITE
           END-READ
           IF WKS-PUNTOS-REDIMIR > 0
              SUBTRACT WKS-PUNTOS-REDIMIR FROM PT-SALDO
              IF PT-SALDO < 0
                 MOVE ZERO TO PT-SALDO
              END-IF
              MOVE 'R' TO WKS-PM-TIPO
              MOVE WKS-PUNTOS-REDIMIR TO WKS-PM-PUNTOS
              PERFORM 975000-GRABA-MOV-PUNTOS
              MOVE ZERO TO WKS-PUNTOS-REDIMIR
           END-IF
           COMPUTE WKS-PUNTOS-GANADOS =
                   TOTAL-NETO * WKS-PUNTOS-TASA / 100
           IF WKS-PUNTOS-GANADOS > 0
              ADD WKS-PUNTOS-GANADOS TO PT-SALDO
              MOVE 'A' TO WKS-PM-TIPO
              MOVE WKS-PUNTOS-GANADOS TO WKS-PM-PUNTOS
              PERFORM 975000-GRABA-MOV-PUNTOS
              DISPLAY "PUNTOS GANADOS: " WKS-PUNTOS-GANADOS
                      "  SALDO: " PT-SALDO
           END-IF
           MOVE WKS-FECHA-HOY TO PT-FECHA-ULT
           REWRITE REG-PUNTOS
              INVALID KEY
                 DISPLAY "ERROR AL ACTUALIZAR SALDO DE PUNTOS."
           END-REWRITE.

       975000-GRABA-MOV-PUNTOS.
      *Graba el movimiento de puntos buscando un consecutivo libre
      *del dia.
           MOVE PT-TELEFONO TO PM-TELEFONO
           MOVE WKS-FECHA-HOY TO PM-FECHA
           MOVE ZERO TO PM-CONSEC
           MOVE ZERO TO WKS-PM-LISTO
           PERFORM 976000-INTENTA-MOV-PUNTOS
              UNTIL WKS-PM-LISTO = 1 OR PM-CONSEC > 98.

       976000-INTENTA-MOV-PUNTOS.
           ADD 1 TO PM-CONSEC
           MOVE WKS-PM-TIPO TO PM-TIPO
           MOVE WKS-PM-PUNTOS TO PM-PUNTOS
           WRITE REG-PUNTO-MOV
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WKS-PM-LISTO
           END-WRITE.

       980000-REPORTE-PUNTOS.
      *Reporte mensual de puntos: antes de sumar, caduca los saldos
      *sin movimiento en doce meses (movimiento 'X'); luego lista
      *la acumulacion, la redencion y lo caducado del mes pedido.
           DISPLAY "MES A REPORTAR (AAAAMM): "
           ACCEPT WKS-PTS-ANOMES
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WKS-PTS-CORTE = WKS-FECHA-HOY - 10000
           MOVE ZEROS TO PT-TELEFONO
           START F-PUNTOS KEY IS NOT LESS THAN PT-TELEFONO
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 985000-CADUCA-PUNTOS
              UNTIL WKS-SCAN-FIN = 1
           MOVE ZERO TO WKS-PTS-ACUM
           MOVE ZERO TO WKS-PTS-RED
           MOVE ZERO TO WKS-PTS-CAD
           MOVE ZEROS TO PM-LLAVE
           START F-PUNTOS-MOV KEY IS NOT LESS THAN PM-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 986000-SUMA-MOV-PUNTOS
              UNTIL WKS-SCAN-FIN = 1
           OPEN OUTPUT F-PUNTOS-REP
           MOVE SPACES TO REG-PUNTOS-REP
           STRING "PUNTOS DE LEALTAD DEL MES " DELIMITED BY SIZE
                  WKS-PTS-ANOMES DELIMITED BY SIZE
                  INTO REG-PUNTOS-REP
           WRITE REG-PUNTOS-REP
           MOVE ALL "-" TO REG-PUNTOS-REP
           WRITE REG-PUNTOS-REP
           MOVE SPACES TO REG-PUNTOS-REP
           STRING "ACUMULADOS: " WKS-PTS-ACUM
                  DELIMITED BY SIZE INTO REG-PUNTOS-REP
           WRITE REG-PUNTOS-REP
           MOVE SPACES TO REG-PUNTOS-REP
           STRING "REDIMIDOS:  " WKS-PTS-RED
                  DELIMITED BY SIZE INTO REG-PUNTOS-REP
           WRITE REG-PUNTOS-REP
           MOVE SPACES TO REG-PUNTOS-REP
           STRING "CADUCADOS:  " WKS-PTS-CAD
                  DELIMITED BY SIZE INTO REG-PUNTOS-REP
           WRITE REG-PUNTOS-REP
           CLOSE F-PUNTOS-REP
           DISPLAY "REPORTE EN IVA-PUNTOS-REP.TXT".

       985000-CADUCA-PUNTOS.
           READ F-PUNTOS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF PT-SALDO > 0
                    AND PT-FECHA-ULT < WKS-PTS-CORTE
                    MOVE PT-TELEFONO TO WKS-PTS-TEL
                    MOVE 'X' TO WKS-PM-TIPO
                    MOVE PT-SALDO TO WKS-PM-PUNTOS
                    PERFORM 975000-GRABA-MOV-PUNTOS
                    MOVE ZERO TO PT-SALDO
                    MOVE WKS-FECHA-HOY TO PT-FECHA-ULT
                    REWRITE REG-PUNTOS
                       INVALID KEY
                          DISPLAY "ERROR AL CADUCAR PUNTOS."
                    END-REWRITE
      *La caducidad movio el apuntador con el movimiento; se
      *recoloca el barrido de saldos.
                    MOVE WKS-PTS-TEL TO PT-TELEFONO
                    START F-PUNTOS KEY IS GREATER THAN PT-TELEFONO
                       INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                    END-START
                 END-IF
           END-READ.

       986000-SUMA-MOV-PUNTOS.
           READ F-PUNTOS-MOV NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF PM-FECHA(1:6) = WKS-PTS-ANOMES
                    IF PM-TIPO = 'A'
                       ADD PM-PUNTOS TO WKS-PTS-ACUM
                    ELSE
                    IF PM-TIPO = 'R'
                       ADD PM-PUNTOS TO WKS-PTS-RED
                    ELSE
                       ADD PM-PUNTOS TO WKS-PTS-CAD
                    END-IF
                    END-IF
                 END-IF
           END-READ.

       960000-ALTA-SERIE.
      *Alta de una serie/sucursal; su consecutivo arranca en cero.
           DISPLAY "SERIE (2 LETRAS): "
           ACCEPT SE-SERIE
           IF SE-SERIE = SPACES
              DISPLAY "SERIE INVALIDA, VERIFIQUE."
           ELSE
              DISPLAY "NOMBRE DE LA SUCURSAL: "
              ACCEPT SE-SUCURSAL
              MOVE ZEROS TO SE-ULT-FOLIO
              WRITE REG-SERIE
                 INVALID KEY
                    DISPLAY "YA EXISTE ESA SERIE."
                 NOT INVALID KEY
                    DISPLAY "SERIE REGISTRADA."
              END-WRITE
           END-IF.

       965000-ELIGE-SERIE.
      *Cambia la serie activa de la sesion (la caja de la
      *sucursal); los folios nuevos salen de ella.
           DISPLAY "SERIE ACTIVA ACTUAL: " WKS-SERIE-ACTIVA
           DISPLAY "SERIE A USAR: "
           ACCEPT WKS-SERIE-BUSCA
           MOVE WKS-SERIE-BUSCA TO SE-SERIE
           READ F-SERIES
              INVALID KEY
                 DISPLAY "NO EXISTE ESA SERIE EN EL CATALOGO."
              NOT INVALID KEY
                 MOVE WKS-SERIE-BUSCA TO WKS-SERIE-ACTIVA
                 DISPLAY "SERIE ACTIVA: " WKS-SERIE-ACTIVA " ("
                         SE-SUCURSAL ")"
           END-READ.

       950000-EXPORTA-FACTURAS.
      *Exporta al archivo fiscal estructurado, con registro de
      *control al final: por rango de folios (dentro de la serie
      *activa) o por rango de fechas a traves de todas las series.
           DISPLAY "EXPORTAR POR: 1. RANGO DE FOLIOS (SERIE "
                   WKS-SERIE-ACTIVA ")  2. RANGO DE FECHAS "
                   "(TODAS LAS SERIES)"
           ACCEPT WKS-EXP-MODO
           IF WKS-EXP-MODO NOT = 2
              MOVE 1 TO WKS-EXP-MODO
              DISPLAY "FOLIO DESDE: "
              ACCEPT WKS-EXP-DESDE
              DISPLAY "FOLIO HASTA (IGUAL = SOLO UNO): "
              ACCEPT WKS-EXP-HASTA
              IF WKS-EXP-HASTA < WKS-EXP-DESDE
                 MOVE WKS-EXP-DESDE TO WKS-EXP-HASTA
              END-IF
           ELSE
              DISPLAY "FECHA DESDE (AAAAMMDD): "
              ACCEPT WKS-EXP-FDESDE
              DISPLAY "FECHA HASTA (AAAAMMDD): "
              ACCEPT WKS-EXP-FHASTA
              IF WKS-EXP-FHASTA < WKS-EXP-FDESDE
                 MOVE WKS-EXP-FDESDE TO WKS-EXP-FHASTA
              END-IF
           END-IF
           OPEN OUTPUT F-EXPORTA
           MOVE ZERO TO WKS-EXP-CUANTAS
           MOVE ZERO TO WKS-EXP-SUMA-TOT
           MOVE ZERO TO WKS-EXP-SUMA-IVA
           IF WKS-EXP-MODO = 1
      *El rango de folios recorre solo la serie activa.
              MOVE WKS-SERIE-ACTIVA TO FV-SERIE
              MOVE WKS-EXP-DESDE TO FV-FOLIO
           ELSE
      *El rango de fechas barre el maestro completo.
              MOVE SPACES TO FV-SERIE
              MOVE ZEROS TO FV-FOLIO
           END-IF
           START F-FACTURAS-M KEY IS NOT LESS THAN FV-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 955000-EXPORTA-FOLIO
              UNTIL WKS-SCAN-FIN = 1
           MOVE 'T' TO WKS-ET-TIPO
           MOVE WKS-EXP-CUANTAS TO WKS-ET-CUANTAS
           MOVE WKS-EXP-SUMA-TOT TO WKS-ET-SUMA-TOT
           MOVE WKS-EXP-SUMA-IVA TO WKS-ET-SUMA-IVA
           WRITE REG-EXPORTA FROM WKS-LIN-EXP-CTRL
           CLOSE F-EXPORTA
           DISPLAY "EXPORTADAS " WKS-EXP-CUANTAS " FACTURA(S) EN "
                   "IVA-EXPORTA.TXT".

       955000-EXPORTA-FOLIO.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF WKS-EXP-MODO = 1
                    AND (FV-SERIE NOT = WKS-SERIE-ACTIVA
                         OR FV-FOLIO > WKS-EXP-HASTA)
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                 IF WKS-EXP-MODO = 2
                    AND (FV-FECHA < WKS-EXP-FDESDE
                         OR FV-FECHA > WKS-EXP-FHASTA)
                    CONTINUE
                 ELSE
                    ADD 1 TO WKS-EXP-CUANTAS
                    ADD FV-TOTAL-NETO TO WKS-EXP-SUMA-TOT
                    ADD FV-IVA-MONTO TO WKS-EXP-SUMA-IVA
                    MOVE 'E' TO WKS-EX-TIPO
                    MOVE FV-SERIE TO WKS-EX-SERIE
                    MOVE FV-FOLIO TO WKS-EX-FOLIO
                    MOVE FV-FECHA TO WKS-EX-FECHA
                    MOVE FV-ESTADO TO WKS-EX-ESTADO
                    MOVE FV-TELEFONO TO WKS-EX-TELEFONO
                    MOVE SPACES TO WKS-EX-NOMBRE
      *Los datos del cliente salen de CLIENTES.DAT via el telefono
      *de la factura; las ventas de mostrador van sin nombre.
                    IF FV-TELEFONO > 0
                       MOVE FV-TELEFONO TO WKS-TEL-ALFA
                       PERFORM 160000-VALIDA-CLIENTE
                       IF WKS-CLIENTE-OK = 1
                          MOVE CV-NOMBRE TO WKS-EX-NOMBRE
                       END-IF
                    END-IF
                    MOVE FV-TOTAL-NETO TO WKS-EX-TOTAL
                    MOVE FV-IVA-MONTO TO WKS-EX-IVA
                    WRITE REG-EXPORTA FROM WKS-LIN-EXP-ENC
                    MOVE 1 TO WKS-CLA
                    PERFORM 956000-EXPORTA-CLASE UNTIL WKS-CLA > 3
                    MOVE FV-NUM-ITEMS TO WKS-NUM-ITEMS
                    SET WKS-IDX TO 1
                    PERFORM 957000-EXPORTA-PARTIDA
                       UNTIL WKS-IDX > WKS-NUM-ITEMS
                 END-IF
                 END-IF
           END-READ.

       956000-EXPORTA-CLASE.
           MOVE 'C' TO WKS-EC-TIPO
           MOVE WKS-CLA TO WKS-EC-CLASE
           MOVE FV-BASE-CLASE(WKS-CLA) TO WKS-EC-BASE
           MOVE FV-IVA-CLASE(WKS-CLA) TO WKS-EC-IVA
           WRITE REG-EXPORTA FROM WKS-LIN-EXP-CLASE
           ADD 1 TO WKS-CLA.

       957000-EXPORTA-PARTIDA.
           MOVE 'P' TO WKS-EP-TIPO
           MOVE FV-DESCRIPCION(WKS-IDX) TO WKS-EP-DESC
           MOVE FV-IMPORTE(WKS-IDX) TO WKS-EP-IMPORTE
           MOVE FV-CLASE(WKS-IDX) TO WKS-EP-CLASE
           IF FV-PRODUCTO(WKS-IDX) NUMERIC
              MOVE FV-PRODUCTO(WKS-IDX) TO WKS-EP-PRODUCTO
              MOVE FV-CANTIDAD(WKS-IDX) TO WKS-EP-CANTIDAD
           ELSE
              MOVE ZEROS TO WKS-EP-PRODUCTO
              MOVE ZEROS TO WKS-EP-CANTIDAD
           END-IF
           WRITE REG-EXPORTA FROM WKS-LIN-EXP-PART
           SET WKS-IDX UP BY 1.

       910000-ALTA-PROVEEDOR.
      *Alta o cambio de un proveedor del catalogo.
           OPEN I-O F-PROVEEDORES
           IF WKS-FS-PROV = '35'
              OPEN OUTPUT F-PROVEEDORES
              CLOSE F-PROVEEDORES
              OPEN I-O F-PROVEEDORES
           END-IF
           DISPLAY "CODIGO DEL PROVEEDOR (1-99999): "
           ACCEPT PRV-CODIGO
           IF PRV-CODIGO = 0
              DISPLAY "CODIGO INVALIDO, VERIFIQUE."
           ELSE
      *En un cambio el saldo por pagar se conserva; solo lo mueven
      *las compras y los pagos.
              READ F-PROVEEDORES
                 INVALID KEY
                    MOVE ZERO TO WKS-CXP-EXISTE
                    MOVE ZERO TO PRV-SALDO
                 NOT INVALID KEY
                    MOVE 1 TO WKS-CXP-EXISTE
                    IF PRV-SALDO NOT NUMERIC
                       MOVE ZERO TO PRV-SALDO
                    END-IF
              END-READ
              DISPLAY "NOMBRE O RAZON SOCIAL: "
              ACCEPT PRV-NOMBRE
              DISPLAY "RFC: "
              ACCEPT PRV-RFC
              DISPLAY "DIAS DE CREDITO (0 = DE CONTADO): "
              ACCEPT PRV-DIAS-CREDITO
              MOVE ZERO TO WKS-DIO-OK
              PERFORM 267800-CAPTURA-TIPO-DIOT UNTIL WKS-DIO-OK = 1
              IF WKS-CXP-EXISTE = 1
                 REWRITE REG-PROVEEDOR
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR PROVEEDOR."
                 END-REWRITE
              ELSE
                 WRITE REG-PROVEEDOR
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR PROVEEDOR."
                 END-WRITE
              END-IF
              DISPLAY "PROVEEDOR GRABADO."
           END-IF
           CLOSE F-PROVEEDORES.

       915000-CONSULTA-PROVEEDORES.
           OPEN INPUT F-PROVEEDORES
           IF WKS-FS-PROV NOT = '00'
              DISPLAY "SIN CATALOGO DE PROVEEDORES TODAVIA."
           ELSE
              MOVE ZEROS TO PRV-CODIGO
              START F-PROVEEDORES KEY IS NOT LESS THAN PRV-CODIGO
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 916000-CONSULTA-PROV-RENGLON
                 UNTIL WKS-SCAN-FIN = 1
              CLOSE F-PROVEEDORES
           END-IF.

       916000-CONSULTA-PROV-RENGLON.
           READ F-PROVEEDORES NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 MOVE ZERO TO WKS-CXP-DIAS
                 IF PRV-DIAS-CREDITO NUMERIC
                    MOVE PRV-DIAS-CREDITO TO WKS-CXP-DIAS
                 END-IF
                 MOVE ZERO TO WKS-PAGO-FMT
                 IF PRV-SALDO NUMERIC
                    MOVE PRV-SALDO TO WKS-PAGO-FMT
                 END-IF
                 DISPLAY PRV-CODIGO " " PRV-NOMBRE " RFC " PRV-RFC
                         " CREDITO " WKS-CXP-DIAS " DIAS  SALDO "
                         WKS-PAGO-FMT
                 DISPLAY "      DIOT: TERCERO " PRV-TIPO-TERCERO
                         "  OPERACION " PRV-TIPO-OPERACION
           END-READ.

       920000-CAPTURA-COMPRA.
      *Factura de compra de un proveedor, con sus importes por las
      *mismas tres clases de IVA de las ventas; se asienta en el
      *registro de compras y abona el libro mensual de compras.
           OPEN INPUT F-PROVEEDORES
           IF WKS-FS-PROV NOT = '00'
              DISPLAY "DE ALTA PRIMERO AL PROVEEDOR (OPCION 19)."
           ELSE
              DISPLAY "CODIGO DEL PROVEEDOR: "
              ACCEPT PRV-CODIGO
              READ F-PROVEEDORES
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PROVEEDOR."
                    CLOSE F-PROVEEDORES
                 NOT INVALID KEY
                    DISPLAY "PROVEEDOR: " PRV-NOMBRE
                    MOVE ZERO TO WKS-CXP-DIAS
                    IF PRV-DIAS-CREDITO NUMERIC
                       MOVE PRV-DIAS-CREDITO TO WKS-CXP-DIAS
                    END-IF
                    CLOSE F-PROVEEDORES
                    PERFORM 925000-CAPTURA-COMPRA-CUERPO
              END-READ
           END-IF.

       925000-CAPTURA-COMPRA-CUERPO.
           OPEN I-O F-COMPRAS
           IF WKS-FS-COMPRAS = '35'
              OPEN OUTPUT F-COMPRAS
              CLOSE F-COMPRAS
              OPEN I-O F-COMPRAS
           END-IF
           MOVE PRV-CODIGO TO CP-PROVEEDOR
           MOVE ZERO TO WKS-CXP-FECHA-OK
           PERFORM 946500-CAPTURA-FECHA-COMPRA
              UNTIL WKS-CXP-FECHA-OK = 1
      *Una compra fechada en un mes de IVA cerrado se rechaza o se
      *acredita en el mes en curso; la factura conserva su fecha
      *para el vencimiento.
           MOVE "IVA" TO WKS-CIE-AREA
           MOVE CP-FECHA TO WKS-CIE-FECHA
           MOVE 1 TO WKS-CIE-TRASLADO
           PERFORM 785000-REVISA-CIERRE
           MOVE "COMP" TO WKS-CIE-TIPO
           MOVE SPACES TO WKS-CIE-REFERENCIA
           STRING CP-PROVEEDOR " " CP-FECHA DELIMITED BY SIZE
                  INTO WKS-CIE-REFERENCIA
           MOVE "COMPRA A PROVEEDOR" TO WKS-CIE-DETALLE
           IF WKS-CIE-TRASLADA
              MOVE WKS-CIE-ANOMES-HOY TO WKS-CIE-ANOMES-DEST
           ELSE
              MOVE CP-FECHA(1:6) TO WKS-CIE-ANOMES-DEST
           END-IF
           IF WKS-CIE-RECHAZA
              PERFORM 786000-ANOTA-CIERRE
           ELSE
              PERFORM 926000-CAPTURA-COMPRA-DATOS
           END-IF
           CLOSE F-COMPRAS.

       926000-CAPTURA-COMPRA-DATOS.
           DISPLAY "CONSECUTIVO DEL DIA (1-999): "
           ACCEPT CP-CONSEC
           DISPLAY "BASE TASA GENERAL: "
           ACCEPT CP-BASE-CLASE(1)
           DISPLAY "IVA DE LA TASA GENERAL: "
           ACCEPT CP-IVA-CLASE(1)
           DISPLAY "BASE TASA CERO: "
           ACCEPT CP-BASE-CLASE(2)
           MOVE ZERO TO CP-IVA-CLASE(2)
           DISPLAY "BASE EXENTA: "
           ACCEPT CP-BASE-CLASE(3)
           MOVE ZERO TO CP-IVA-CLASE(3)
           COMPUTE CP-TOTAL = CP-BASE-CLASE(1) + CP-BASE-CLASE(2)
                   + CP-BASE-CLASE(3)
           MOVE CP-IVA-CLASE(1) TO CP-IVA
      *Queda por pagar completa y vence a los dias de credito del
      *proveedor contados desde la fecha de la factura.
           COMPUTE CP-SALDO = CP-TOTAL + CP-IVA
           COMPUTE CP-VENCE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(CP-FECHA) + WKS-CXP-DIAS)
           MOVE ZERO TO CP-OC
           MOVE SPACE TO CP-RETENIDA
           MOVE ZERO TO WKS-OC-OK
           PERFORM 430000-CAPTURA-OC-COMPRA UNTIL WKS-OC-OK = 1
           WRITE REG-COMPRA
              INVALID KEY
                 DISPLAY "YA HAY UNA COMPRA CON ESA LLAVE."
              NOT INVALID KEY
                 PERFORM 930000-POSTEA-LIBRO-COMPRAS
                 IF CP-OC > 0
                    PERFORM 431000-ABONA-FACTURADO-OC
                 END-IF
                 MOVE CP-PROVEEDOR TO WKS-CXP-PROV
                 MOVE CP-SALDO TO WKS-CXP-MOVTO
                 PERFORM 946000-POSTEA-SALDO-PROV
                 DISPLAY "COMPRA REGISTRADA, IVA ACREDITABLE: "
                         CP-IVA
                 DISPLAY "VENCE EL " CP-VENCE
                 PERFORM 786000-ANOTA-CIERRE
           END-WRITE.

       930000-POSTEA-LIBRO-COMPRAS.
      *Abona la compra recien grabada al mes de su fecha en el
      *libro de compras (al mes en curso si el suyo ya se cerro y
      *la regla es trasladar), creando el registro del mes si no
      *existe.
           OPEN I-O F-LIBRO-C
           IF WKS-FS-LIBRO-C = '35'
              OPEN OUTPUT F-LIBRO-C
              CLOSE F-LIBRO-C
              OPEN I-O F-LIBRO-C
           END-IF
           MOVE WKS-CIE-ANOMES-DEST TO LC-ANOMES
           MOVE ZERO TO WKS-CPR-NUEVO
           READ F-LIBRO-C
              INVALID KEY
                 MOVE 1 TO WKS-CPR-NUEVO
                 MOVE WKS-CIE-ANOMES-DEST TO LC-ANOMES
                 MOVE ZERO TO LC-TOTAL
                 MOVE ZERO TO LC-IVA
                 MOVE 1 TO WKS-CLA
                 PERFORM 935000-LIMPIA-CLASE-LIBRO-C
                    UNTIL WKS-CLA > 3
                 MOVE ZERO TO LC-TOTAL-PAG
                 MOVE ZERO TO LC-IVA-PAG
           END-READ
           ADD CP-TOTAL TO LC-TOTAL
           ADD CP-IVA TO LC-IVA
           MOVE 1 TO WKS-CLA
           PERFORM 940000-APLICA-CLASE-LIBRO-C UNTIL WKS-CLA > 3
           IF WKS-CPR-NUEVO = 1
              WRITE REG-LIBRO-C
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR LIBRO DE COMPRAS."
              END-WRITE
           ELSE
              REWRITE REG-LIBRO-C
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR LIBRO DE COMPRAS."
              END-REWRITE
           END-IF
           CLOSE F-LIBRO-C.

       931000-POSTEA-PAGADO-COMPRAS.
      *Abona al mes WKS-LIB-ANOMES del libro de compras las bases y
      *el IVA pagados (WKS-CPP-BASE y WKS-CPP-IVA), creando el
      *registro del mes si no existe.
           OPEN I-O F-LIBRO-C
           IF WKS-FS-LIBRO-C = '35'
              OPEN OUTPUT F-LIBRO-C
              CLOSE F-LIBRO-C
              OPEN I-O F-LIBRO-C
           END-IF
           MOVE WKS-LIB-ANOMES TO LC-ANOMES
           MOVE ZERO TO WKS-CPR-NUEVO
           READ F-LIBRO-C
              INVALID KEY
                 MOVE 1 TO WKS-CPR-NUEVO
                 MOVE WKS-LIB-ANOMES TO LC-ANOMES
                 MOVE ZERO TO LC-TOTAL
                 MOVE ZERO TO LC-IVA
                 MOVE 1 TO WKS-CLA
                 PERFORM 935000-LIMPIA-CLASE-LIBRO-C
                    UNTIL WKS-CLA > 3
           END-READ
           IF LC-TOTAL-PAG NOT NUMERIC OR LC-IVA-PAG NOT NUMERIC
              MOVE ZERO TO LC-TOTAL-PAG
              MOVE ZERO TO LC-IVA-PAG
           END-IF
           ADD WKS-CPP-BASE TO LC-TOTAL-PAG
           ADD WKS-CPP-IVA TO LC-IVA-PAG
           IF WKS-CPR-NUEVO = 1
              WRITE REG-LIBRO-C
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR LIBRO DE COMPRAS."
              END-WRITE
           ELSE
              REWRITE REG-LIBRO-C
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR LIBRO DE COMPRAS."
              END-REWRITE
           END-IF
           CLOSE F-LIBRO-C.

       932000-PAGADO-DE-LA-COMPRA.
      *Parte de bases e IVA de la compra que cubre el abono
      *WKS-PAGO-APLICA, en la misma proporcion que la DIOT: el
      *abono contra el total con IVA de la compra.
           COMPUTE WKS-DIO-DIVISOR = CP-TOTAL + CP-IVA
           IF WKS-DIO-DIVISOR > 0
              MOVE 1 TO WKS-CLA
              PERFORM 932100-PAGADO-CLASE UNTIL WKS-CLA > 3
              COMPUTE WKS-DIO-IMPORTE ROUNDED =
                      CP-IVA * WKS-PAGO-APLICA / WKS-DIO-DIVISOR
              ADD WKS-DIO-IMPORTE TO WKS-CPP-IVA
           END-IF.

       932100-PAGADO-CLASE.
           COMPUTE WKS-DIO-IMPORTE ROUNDED =
                   CP-BASE-CLASE(WKS-CLA) * WKS-PAGO-APLICA
                   / WKS-DIO-DIVISOR
           ADD WKS-DIO-IMPORTE TO WKS-CPP-BASE
           ADD 1 TO WKS-CLA.

       935000-LIMPIA-CLASE-LIBRO-C.
           MOVE ZERO TO LC-BASE-CLASE(WKS-CLA)
           MOVE ZERO TO LC-IVA-CLASE(WKS-CLA)
           ADD 1 TO WKS-CLA.

       940000-APLICA-CLASE-LIBRO-C.
           ADD CP-BASE-CLASE(WKS-CLA) TO LC-BASE-CLASE(WKS-CLA)
           ADD CP-IVA-CLASE(WKS-CLA) TO LC-IVA-CLASE(WKS-CLA)
           ADD 1 TO WKS-CLA.

       945000-LEE-LIBRO-COMPRAS-MES.
      *Deja en LC- el mes WKS-LIB-ANOMES del libro de compras, o
      *en ceros si no hay movimientos.
           MOVE WKS-LIB-ANOMES TO LC-ANOMES
           MOVE ZERO TO LC-TOTAL
           MOVE ZERO TO LC-IVA
           MOVE ZERO TO LC-TOTAL-PAG
           MOVE ZERO TO LC-IVA-PAG
           OPEN INPUT F-LIBRO-C
           IF WKS-FS-LIBRO-C = '00'
              MOVE WKS-LIB-ANOMES TO LC-ANOMES
              READ F-LIBRO-C
                 INVALID KEY
                    MOVE ZERO TO LC-TOTAL
                    MOVE ZERO TO LC-IVA
                    MOVE ZERO TO LC-TOTAL-PAG
                    MOVE ZERO TO LC-IVA-PAG
              END-READ
              CLOSE F-LIBRO-C
           END-IF.

       946000-POSTEA-SALDO-PROV.
      *Suma WKS-CXP-MOVTO (negativo en los pagos) al saldo por
      *pagar del proveedor WKS-CXP-PROV.
           OPEN I-O F-PROVEEDORES
           IF WKS-FS-PROV = '00'
              MOVE WKS-CXP-PROV TO PRV-CODIGO
              READ F-PROVEEDORES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRV-SALDO NOT NUMERIC
                       MOVE ZERO TO PRV-SALDO
                    END-IF
                    ADD WKS-CXP-MOVTO TO PRV-SALDO
                    REWRITE REG-PROVEEDOR
                       INVALID KEY
                          DISPLAY "ERROR AL REGRABAR SALDO DEL "
                                  "PROVEEDOR."
                    END-REWRITE
              END-READ
              CLOSE F-PROVEEDORES
           END-IF.

       946500-CAPTURA-FECHA-COMPRA.
      *La fecha de la factura de compra manda en su vencimiento:
      *se pide hasta que sea una fecha valida.
           DISPLAY "FECHA DE LA FACTURA (AAAAMMDD): "
           ACCEPT CP-FECHA
           IF FUNCTION TEST-DATE-YYYYMMDD(CP-FECHA) = 0
              MOVE 1 TO WKS-CXP-FECHA-OK
           ELSE
              DISPLAY "FECHA INVALIDA, VERIFIQUE."
           END-IF.

       947000-CAPTURA-PAGO-PROV.
      *Pago a un proveedor: se aplica contra sus compras con saldo
      *de la mas vieja a la mas nueva, queda en la historia de
      *pagos a proveedores y baja su saldo por pagar.
           OPEN INPUT F-PROVEEDORES
           IF WKS-FS-PROV NOT = '00'
              DISPLAY "SIN CATALOGO DE PROVEEDORES TODAVIA."
           ELSE
              DISPLAY "CODIGO DEL PROVEEDOR AL QUE SE PAGA: "
              ACCEPT PRV-CODIGO
              READ F-PROVEEDORES
                 INVALID KEY
                    MOVE ZERO TO WKS-CXP-PROV
                    DISPLAY "NO EXISTE ESE PROVEEDOR."
                 NOT INVALID KEY
                    MOVE PRV-CODIGO TO WKS-CXP-PROV
                    MOVE ZERO TO WKS-PAGO-FMT
                    IF PRV-SALDO NUMERIC
                       MOVE PRV-SALDO TO WKS-PAGO-FMT
                    END-IF
                    DISPLAY "PROVEEDOR: " PRV-NOMBRE
                    DISPLAY "SALDO POR PAGAR: " WKS-PAGO-FMT
              END-READ
              CLOSE F-PROVEEDORES
              IF WKS-CXP-PROV > 0
                 DISPLAY "IMPORTE DEL PAGO: "
                 ACCEPT WKS-PAGO-MONTO
                 IF WKS-PAGO-MONTO NOT > 0
                    DISPLAY "IMPORTE EN CEROS, NADA QUE APLICAR."
                 ELSE
                    PERFORM 947500-APLICA-PAGO-PROV
                 END-IF
              END-IF
           END-IF.

       947500-APLICA-PAGO-PROV.
           OPEN I-O F-COMPRAS
           IF WKS-FS-COMPRAS NOT = '00'
              DISPLAY "SIN COMPRAS REGISTRADAS, NADA QUE APLICAR."
           ELSE
              OPEN I-O F-PAGOS-PROV
              IF WKS-FS-PAGOS-PROV = '35'
                 OPEN OUTPUT F-PAGOS-PROV
                 CLOSE F-PAGOS-PROV
                 OPEN I-O F-PAGOS-PROV
              END-IF
              ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
              MOVE ZERO TO WKS-CPP-BASE
              MOVE ZERO TO WKS-CPP-IVA
              MOVE WKS-PAGO-MONTO TO WKS-PAGO-RESTA
              MOVE WKS-CXP-PROV TO CP-PROVEEDOR
              MOVE ZEROS TO CP-FECHA
              MOVE ZEROS TO CP-CONSEC
              START F-COMPRAS KEY IS NOT LESS THAN CP-LLAVE
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 947600-APLICA-PAGO-COMPRA
                 UNTIL WKS-SCAN-FIN = 1 OR WKS-PAGO-RESTA NOT > 0
              CLOSE F-PAGOS-PROV
              CLOSE F-COMPRAS
      *Lo pagado de bases e IVA entra al libro de compras en el mes
      *del pago: el IVA pagado es el acreditable del mes.
              IF WKS-CPP-BASE NOT = 0 OR WKS-CPP-IVA NOT = 0
                 MOVE WKS-FECHA-HOY(1:6) TO WKS-LIB-ANOMES
                 PERFORM 931000-POSTEA-PAGADO-COMPRAS
              END-IF
      *El saldo del proveedor baja por lo realmente aplicado.
              COMPUTE WKS-PAGO-APLICA =
                      WKS-PAGO-MONTO - WKS-PAGO-RESTA
              IF WKS-PAGO-APLICA > 0
                 COMPUTE WKS-CXP-MOVTO = 0 - WKS-PAGO-APLICA
                 PERFORM 946000-POSTEA-SALDO-PROV
              END-IF
              MOVE WKS-PAGO-APLICA TO WKS-PAGO-FMT
              DISPLAY "PAGO APLICADO: " WKS-PAGO-FMT
              IF WKS-PAGO-RESTA > 0
                 MOVE WKS-PAGO-RESTA TO WKS-PAGO-FMT
                 DISPLAY "SOBRANTE SIN COMPRA ABIERTA: " WKS-PAGO-FMT
                         " (NO SE PAGUE DE MAS)"
              END-IF
           END-IF.

       947600-APLICA-PAGO-COMPRA.
           READ F-COMPRAS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF CP-PROVEEDOR NOT = WKS-CXP-PROV
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                 IF CP-SALDO NUMERIC AND CP-SALDO > 0
                    AND CP-RETENIDA NOT = 'R'
                    IF CP-SALDO > WKS-PAGO-RESTA
                       MOVE WKS-PAGO-RESTA TO WKS-PAGO-APLICA
                    ELSE
                       MOVE CP-SALDO TO WKS-PAGO-APLICA
                    END-IF
                    PERFORM 932000-PAGADO-DE-LA-COMPRA
                    SUBTRACT WKS-PAGO-APLICA FROM CP-SALDO
                    SUBTRACT WKS-PAGO-APLICA FROM WKS-PAGO-RESTA
                    REWRITE REG-COMPRA
                       INVALID KEY
                          DISPLAY "ERROR AL ABONAR LA COMPRA DEL "
                                  CP-FECHA
                    END-REWRITE
                    MOVE WKS-CXP-PROV TO PP-PROVEEDOR
                    MOVE WKS-FECHA-HOY TO PP-FECHA
                    MOVE ZERO TO PP-CONSEC
                    MOVE ZERO TO WKS-CXP-LISTO
                    PERFORM 947700-INTENTA-PAGO-PROV
                       UNTIL WKS-CXP-LISTO = 1 OR PP-CONSEC > 998
                    MOVE WKS-PAGO-APLICA TO WKS-PAGO-FMT
                    DISPLAY "ABONO A LA COMPRA DEL " CP-FECHA "-"
                            CP-CONSEC ": " WKS-PAGO-FMT
                 END-IF
                 END-IF
           END-READ.

       947700-INTENTA-PAGO-PROV.
           ADD 1 TO PP-CONSEC
           MOVE WKS-PAGO-APLICA TO PP-MONTO
           MOVE CP-FECHA TO PP-CP-FECHA
           MOVE CP-CONSEC TO PP-CP-CONSEC
           WRITE REG-PAGO-PROV
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WKS-CXP-LISTO
           END-WRITE.

       948000-ANTIGUEDAD-CXP.
      *Antiguedad de cuentas por pagar: compras con saldo abierto
      *por dias vencidos contra su fecha de vencimiento (al
      *corriente, 1-30, 31-60, 61-90 y mas de 90), con totales.
           OPEN INPUT F-COMPRAS
           IF WKS-FS-COMPRAS NOT = '00'
              DISPLAY "SIN COMPRAS REGISTRADAS TODAVIA."
           ELSE
              ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
              COMPUTE WKS-ANT-HOY-INT =
                      FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
              OPEN OUTPUT F-ANTIG-CXP
              MOVE "ANTIGUEDAD DE CUENTAS POR PAGAR A PROVEEDORES"
                   TO REG-ANTIG-CXP
              WRITE REG-ANTIG-CXP
              MOVE ALL "-" TO REG-ANTIG-CXP
              WRITE REG-ANTIG-CXP
              MOVE ZERO TO WKS-CXP-CORR
              MOVE ZERO TO WKS-ANT-30
              MOVE ZERO TO WKS-ANT-60
              MOVE ZERO TO WKS-ANT-90
              MOVE ZERO TO WKS-ANT-MAS
              MOVE ZEROS TO CP-LLAVE
              START F-COMPRAS KEY IS NOT LESS THAN CP-LLAVE
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 948100-ANTIGUEDAD-CXP-RENGLON
                 UNTIL WKS-SCAN-FIN = 1
              CLOSE F-COMPRAS
              MOVE ALL "-" TO REG-ANTIG-CXP
              WRITE REG-ANTIG-CXP
              MOVE WKS-CXP-CORR TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTIG-CXP
              STRING "AL CORRIENTE:" WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTIG-CXP
              WRITE REG-ANTIG-CXP
              MOVE WKS-ANT-30 TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTIG-CXP
              STRING "1-30 DIAS:   " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTIG-CXP
              WRITE REG-ANTIG-CXP
              MOVE WKS-ANT-60 TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTIG-CXP
              STRING "31-60 DIAS:  " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTIG-CXP
              WRITE REG-ANTIG-CXP
              MOVE WKS-ANT-90 TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTIG-CXP
              STRING "61-90 DIAS:  " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTIG-CXP
              WRITE REG-ANTIG-CXP
              MOVE WKS-ANT-MAS TO WKS-PAGO-FMT
              MOVE SPACES TO REG-ANTIG-CXP
              STRING "MAS DE 90:   " WKS-PAGO-FMT
                     DELIMITED BY SIZE INTO REG-ANTIG-CXP
              WRITE REG-ANTIG-CXP
              CLOSE F-ANTIG-CXP
              DISPLAY "REPORTE EN IVA-ANTIGUEDAD-CXP.TXT"
           END-IF.

       948100-ANTIGUEDAD-CXP-RENGLON.
           READ F-COMPRAS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF CP-SALDO NUMERIC AND CP-SALDO > 0
                    PERFORM 948200-DIAS-VENCIDA
                    IF WKS-ANT-DIAS NOT > 0
                       ADD CP-SALDO TO WKS-CXP-CORR
                    ELSE
                    IF WKS-ANT-DIAS NOT > 30
                       ADD CP-SALDO TO WKS-ANT-30
                    ELSE
                    IF WKS-ANT-DIAS NOT > 60
                       ADD CP-SALDO TO WKS-ANT-60
                    ELSE
                    IF WKS-ANT-DIAS NOT > 90
                       ADD CP-SALDO TO WKS-ANT-90
                    ELSE
                       ADD CP-SALDO TO WKS-ANT-MAS
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    MOVE CP-SALDO TO WKS-PAGO-FMT
                    MOVE WKS-ANT-DIAS TO WKS-CXP-DIAS-FMT
                    MOVE SPACES TO REG-ANTIG-CXP
                    STRING "PROV " CP-PROVEEDOR "  FACT " CP-FECHA
                           "-" CP-CONSEC "  VENCE " WKS-CXP-VENCE
                           "  DIAS " WKS-CXP-DIAS-FMT "  SALDO "
                           DELIMITED BY SIZE
                           WKS-PAGO-FMT DELIMITED BY SIZE
                           INTO REG-ANTIG-CXP
                    WRITE REG-ANTIG-CXP
                 END-IF
           END-READ.

       948200-DIAS-VENCIDA.
      *Dias vencidos de la compra a la fecha WKS-ANT-HOY-INT; las
      *compras grabadas antes de llevar vencimiento vencen el dia
      *de su factura.
           IF CP-VENCE NUMERIC AND CP-VENCE > 0
              MOVE CP-VENCE TO WKS-CXP-VENCE
           ELSE
              MOVE CP-FECHA TO WKS-CXP-VENCE
           END-IF
           COMPUTE WKS-ANT-DIAS = WKS-ANT-HOY-INT
                   - FUNCTION INTEGER-OF-DATE(WKS-CXP-VENCE).

       948500-PROPUESTA-PAGOS.
      *Propuesta semanal de pagos: compras con saldo que vencen a
      *mas tardar siete dias despues de la fecha de pago (las ya
      *vencidas incluidas), agrupadas por proveedor con subtotal.
           DISPLAY "FECHA DE PAGO (AAAAMMDD, 0 = HOY): "
           ACCEPT WKS-CXP-FECHA-PAGO
           IF WKS-CXP-FECHA-PAGO = 0
              ACCEPT WKS-CXP-FECHA-PAGO FROM DATE YYYYMMDD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-CXP-FECHA-PAGO) NOT = 0
              DISPLAY "FECHA INVALIDA, VERIFIQUE."
           ELSE
              OPEN INPUT F-COMPRAS
              IF WKS-FS-COMPRAS NOT = '00'
                 DISPLAY "SIN COMPRAS REGISTRADAS TODAVIA."
              ELSE
                 PERFORM 948600-PROPUESTA-CUERPO
                 CLOSE F-COMPRAS
              END-IF
           END-IF.

       948600-PROPUESTA-CUERPO.
           COMPUTE WKS-ANT-HOY-INT =
                   FUNCTION INTEGER-OF-DATE(WKS-CXP-FECHA-PAGO)
           COMPUTE WKS-CXP-HASTA = FUNCTION DATE-OF-INTEGER
                   (WKS-ANT-HOY-INT + 7)
           MOVE ZERO TO WKS-CXP-EXISTE
           OPEN INPUT F-PROVEEDORES
           IF WKS-FS-PROV = '00'
              MOVE 1 TO WKS-CXP-EXISTE
           END-IF
           OPEN OUTPUT F-PROPUESTA
           MOVE SPACES TO REG-PROPUESTA
           STRING "PROPUESTA DE PAGOS DEL " WKS-CXP-FECHA-PAGO
                  " (VENCIMIENTOS HASTA EL " WKS-CXP-HASTA ")"
                  DELIMITED BY SIZE INTO REG-PROPUESTA
           WRITE REG-PROPUESTA
           MOVE ALL "-" TO REG-PROPUESTA
           WRITE REG-PROPUESTA
           MOVE ZERO TO WKS-CXP-ANTERIOR
           MOVE ZERO TO WKS-CXP-SUBTOTAL
           MOVE ZERO TO WKS-CXP-TOTAL
           MOVE ZEROS TO CP-LLAVE
           START F-COMPRAS KEY IS NOT LESS THAN CP-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 948700-PROPUESTA-RENGLON
              UNTIL WKS-SCAN-FIN = 1
           IF WKS-CXP-ANTERIOR > 0
              PERFORM 948800-PROPUESTA-SUBTOTAL
           END-IF
           MOVE ALL "-" TO REG-PROPUESTA
           WRITE REG-PROPUESTA
           MOVE WKS-CXP-TOTAL TO WKS-PAGO-FMT
           MOVE SPACES TO REG-PROPUESTA
           STRING "TOTAL A PAGAR EN LA SEMANA: " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-PROPUESTA
           WRITE REG-PROPUESTA
           CLOSE F-PROPUESTA
           IF WKS-CXP-EXISTE = 1
              CLOSE F-PROVEEDORES
           END-IF
           DISPLAY "TOTAL A PAGAR EN LA SEMANA: " WKS-PAGO-FMT
           DISPLAY "PROPUESTA EN IVA-PROPUESTA-PAGOS.TXT".

       948700-PROPUESTA-RENGLON.
           READ F-COMPRAS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF CP-SALDO NUMERIC AND CP-SALDO > 0
                    AND CP-RETENIDA NOT = 'R'
                    PERFORM 948200-DIAS-VENCIDA
                    IF WKS-CXP-VENCE NOT > WKS-CXP-HASTA
                       IF CP-PROVEEDOR NOT = WKS-CXP-ANTERIOR
                          IF WKS-CXP-ANTERIOR > 0
                             PERFORM 948800-PROPUESTA-SUBTOTAL
                          END-IF
                          PERFORM 948900-PROPUESTA-ENCABEZADO
                       END-IF
                       ADD CP-SALDO TO WKS-CXP-SUBTOTAL
                       ADD CP-SALDO TO WKS-CXP-TOTAL
                       MOVE CP-SALDO TO WKS-PAGO-FMT
                       MOVE SPACES TO REG-PROPUESTA
                       IF WKS-CXP-VENCE < WKS-CXP-FECHA-PAGO
                          MOVE "VENCIDA" TO WKS-CXP-NOTA
                       ELSE
                          MOVE SPACES TO WKS-CXP-NOTA
                       END-IF
                       STRING "   FACT " CP-FECHA "-" CP-CONSEC
                              "  VENCE " WKS-CXP-VENCE "  "
                              DELIMITED BY SIZE
                              WKS-PAGO-FMT DELIMITED BY SIZE
                              "  " WKS-CXP-NOTA DELIMITED BY SIZE
                              INTO REG-PROPUESTA
                       WRITE REG-PROPUESTA
                    END-IF
                 END-IF
           END-READ.

       948800-PROPUESTA-SUBTOTAL.
           MOVE WKS-CXP-SUBTOTAL TO WKS-PAGO-FMT
           MOVE SPACES TO REG-PROPUESTA
           STRING "   SUBTOTAL DEL PROVEEDOR:" DELIMITED BY SIZE
                  WKS-PAGO-FMT DELIMITED BY SIZE
                  INTO REG-PROPUESTA
           WRITE REG-PROPUESTA
           MOVE ZERO TO WKS-CXP-SUBTOTAL.

       948900-PROPUESTA-ENCABEZADO.
           MOVE CP-PROVEEDOR TO WKS-CXP-ANTERIOR
           MOVE "(SIN CATALOGO)" TO WKS-CXP-NOMBRE
           IF WKS-CXP-EXISTE = 1
              MOVE CP-PROVEEDOR TO PRV-CODIGO
              READ F-PROVEEDORES
                 NOT INVALID KEY
                    MOVE PRV-NOMBRE TO WKS-CXP-NOMBRE
              END-READ
           END-IF
           MOVE SPACES TO REG-PROPUESTA
           STRING "PROVEEDOR " CP-PROVEEDOR " " WKS-CXP-NOMBRE
                  DELIMITED BY SIZE INTO REG-PROPUESTA
           WRITE REG-PROPUESTA.

       949000-EDOCTA-PROV.
      *Estado de cuenta de un proveedor, como el de clientes:
      *compras con su vencimiento y saldo, pagos hechos y saldo por
      *pagar. Se agrega al archivo de estados para imprimir.
           OPEN INPUT F-PROVEEDORES
           IF WKS-FS-PROV NOT = '00'
              DISPLAY "SIN CATALOGO DE PROVEEDORES TODAVIA."
           ELSE
              DISPLAY "CODIGO DEL PROVEEDOR: "
              ACCEPT PRV-CODIGO
              READ F-PROVEEDORES
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PROVEEDOR."
                    CLOSE F-PROVEEDORES
                 NOT INVALID KEY
                    CLOSE F-PROVEEDORES
                    PERFORM 949100-EDOCTA-PROV-CUERPO
              END-READ
           END-IF.

       949100-EDOCTA-PROV-CUERPO.
           MOVE PRV-CODIGO TO WKS-CXP-PROV
           MOVE ZERO TO WKS-CXP-TOTAL
           IF PRV-SALDO NUMERIC
              MOVE PRV-SALDO TO WKS-CXP-TOTAL
           END-IF
           OPEN EXTEND F-EDOCTA-PROV
           IF WKS-FS-EDOCTA-PROV = '35'
              OPEN OUTPUT F-EDOCTA-PROV
           END-IF
           MOVE ALL "=" TO REG-EDOCTA-PROV
           WRITE REG-EDOCTA-PROV
           MOVE SPACES TO REG-EDOCTA-PROV
           STRING "ESTADO DE CUENTA - PROVEEDOR " PRV-CODIGO " "
                  PRV-NOMBRE DELIMITED BY SIZE
                  INTO REG-EDOCTA-PROV
           WRITE REG-EDOCTA-PROV
           OPEN INPUT F-COMPRAS
           IF WKS-FS-COMPRAS = '00'
              MOVE WKS-CXP-PROV TO CP-PROVEEDOR
              MOVE ZEROS TO CP-FECHA
              MOVE ZEROS TO CP-CONSEC
              START F-COMPRAS KEY IS NOT LESS THAN CP-LLAVE
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 949200-EDOCTA-PROV-COMPRA
                 UNTIL WKS-SCAN-FIN = 1
              CLOSE F-COMPRAS
           END-IF
           OPEN INPUT F-PAGOS-PROV
           IF WKS-FS-PAGOS-PROV = '00'
              MOVE WKS-CXP-PROV TO PP-PROVEEDOR
              MOVE ZEROS TO PP-FECHA
              MOVE ZEROS TO PP-CONSEC
              START F-PAGOS-PROV KEY IS NOT LESS THAN PP-LLAVE
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 949300-EDOCTA-PROV-PAGO
                 UNTIL WKS-SCAN-FIN = 1
              CLOSE F-PAGOS-PROV
           END-IF
           MOVE WKS-CXP-TOTAL TO WKS-PAGO-FMT
           MOVE SPACES TO REG-EDOCTA-PROV
           STRING "SALDO POR PAGAR: " DELIMITED BY SIZE
                  WKS-PAGO-FMT DELIMITED BY SIZE
                  INTO REG-EDOCTA-PROV
           WRITE REG-EDOCTA-PROV
           CLOSE F-EDOCTA-PROV
           DISPLAY "ESTADO DE CUENTA AGREGADO A "
                   "IVA-ESTADOS-CUENTA-PROV.TXT".

       949200-EDOCTA-PROV-COMPRA.
           READ F-COMPRAS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF CP-PROVEEDOR NOT = WKS-CXP-PROV
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                    MOVE ZERO TO WKS-PAGO-FMT
                    IF CP-SALDO NUMERIC
                       MOVE CP-SALDO TO WKS-PAGO-FMT
                    END-IF
                    MOVE ZEROS TO WKS-CXP-VENCE
                    IF CP-VENCE NUMERIC
                       MOVE CP-VENCE TO WKS-CXP-VENCE
                    END-IF
                    COMPUTE WKS-CXP-IMPORTE = CP-TOTAL + CP-IVA
                    MOVE WKS-CXP-IMPORTE TO WKS-CXP-IMP-FMT
                    MOVE SPACES TO REG-EDOCTA-PROV
                    STRING "COMPRA " CP-FECHA "-" CP-CONSEC
                           "  VENCE " WKS-CXP-VENCE "  IMPORTE "
                           WKS-CXP-IMP-FMT "  SALDO "
                           DELIMITED BY SIZE
                           WKS-PAGO-FMT DELIMITED BY SIZE
                           INTO REG-EDOCTA-PROV
                    WRITE REG-EDOCTA-PROV
                 END-IF
           END-READ.

       949300-EDOCTA-PROV-PAGO.
           READ F-PAGOS-PROV NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF PP-PROVEEDOR NOT = WKS-CXP-PROV
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                    MOVE PP-MONTO TO WKS-PAGO-FMT
                    MOVE SPACES TO REG-EDOCTA-PROV
                    STRING "PAGO " PP-FECHA "  A LA COMPRA "
                           PP-CP-FECHA "-" PP-CP-CONSEC "  "
                           DELIMITED BY SIZE
                           WKS-PAGO-FMT DELIMITED BY SIZE
                           INTO REG-EDOCTA-PROV
                    WRITE REG-EDOCTA-PROV
                 END-IF
           END-READ.

       410000-CAPTURA-ORDEN.
      *Orden de compra a un proveedor: partidas de productos del
      *catalogo con la cantidad pedida y el costo pactado. Lleva
      *consecutivo propio en el control de folios, como las
      *cotizaciones.
           OPEN INPUT F-PROVEEDORES
           IF WKS-FS-PROV NOT = '00'
              DISPLAY "DE ALTA PRIMERO AL PROVEEDOR (OPCION 19)."
           ELSE
              DISPLAY "CODIGO DEL PROVEEDOR: "
              ACCEPT PRV-CODIGO
              READ F-PROVEEDORES
                 INVALID KEY
                    MOVE ZERO TO WKS-OC-PROV
                    DISPLAY "NO EXISTE ESE PROVEEDOR."
                 NOT INVALID KEY
                    MOVE PRV-CODIGO TO WKS-OC-PROV
                    DISPLAY "PROVEEDOR: " PRV-NOMBRE
              END-READ
              CLOSE F-PROVEEDORES
              IF WKS-OC-PROV > 0
                 PERFORM 411000-CAPTURA-ORDEN-CUERPO
              END-IF
           END-IF.

       411000-CAPTURA-ORDEN-CUERPO.
           OPEN I-O F-ORDENES
           IF WKS-FS-ORDENES = '35'
              OPEN OUTPUT F-ORDENES
              CLOSE F-ORDENES
              OPEN I-O F-ORDENES
           END-IF
           MOVE WKS-OC-PROV TO OC-PROVEEDOR
           ACCEPT OC-FECHA FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-OC-OK
           PERFORM 412000-CAPTURA-ENTREGA-OC UNTIL WKS-OC-OK = 1
           MOVE ZERO TO OC-NUM-PART
           PERFORM 413000-CAPTURA-NUM-PART-OC
              UNTIL OC-NUM-PART > 0 AND OC-NUM-PART NOT > 20
           MOVE 'A' TO OC-ESTADO
           MOVE ZERO TO OC-IMP-PEDIDO
           MOVE ZERO TO OC-IMP-RECIBIDO
           MOVE ZERO TO OC-IMP-FACTURADO
           MOVE 1 TO WKS-OC-I
           PERFORM 414000-CAPTURA-PARTIDA-OC
              UNTIL WKS-OC-I > OC-NUM-PART
           ADD 1 TO WKS-ULT-ORDEN
           MOVE WKS-ULT-ORDEN TO OC-FOLIO
           WRITE REG-ORDEN
              INVALID KEY
                 DISPLAY "YA EXISTE LA ORDEN " OC-FOLIO
                         ", REVISE EL CONTROL DE FOLIOS."
              NOT INVALID KEY
                 MOVE WKS-ULT-FOLIO TO CF-ULTIMO-FOLIO
                 MOVE WKS-DESCTO-EMPLEADO TO CF-DESCTO-EMPLEADO
                 MOVE WKS-ULT-COTIZA TO CF-ULT-COTIZACION
                 MOVE WKS-ULT-CORTE-COM TO CF-ULT-CORTE-COM
                 MOVE WKS-PCT-DESC-NOM TO CF-PCT-DESC-NOM
                 MOVE WKS-ULT-ORDEN TO CF-ULT-ORDEN
                 MOVE WKS-ULT-TRASPASO TO CF-ULT-TRASPASO
                 MOVE WKS-TOL-TC TO CF-TOL-TC
                 MOVE WKS-ULT-PEDIDO TO CF-ULT-PEDIDO
                 OPEN OUTPUT F-CONTROL-FOLIO
                 WRITE REG-CONTROL-FOLIO
                 CLOSE F-CONTROL-FOLIO
                 MOVE OC-IMP-PEDIDO TO WKS-PAGO-FMT
                 DISPLAY "ORDEN DE COMPRA " OC-FOLIO " GRABADA, "
                         "IMPORTE " WKS-PAGO-FMT
           END-WRITE
           CLOSE F-ORDENES.

       412000-CAPTURA-ENTREGA-OC.
           DISPLAY "FECHA COMPROMETIDA DE ENTREGA (AAAAMMDD): "
           ACCEPT OC-ENTREGA
           IF FUNCTION TEST-DATE-YYYYMMDD(OC-ENTREGA) = 0
              AND OC-ENTREGA NOT < OC-FECHA
              MOVE 1 TO WKS-OC-OK
           ELSE
              DISPLAY "FECHA INVALIDA O ANTERIOR A HOY, VERIFIQUE."
           END-IF.

       413000-CAPTURA-NUM-PART-OC.
           DISPLAY "NUMERO DE PARTIDAS DE LA ORDEN (1-20): "
           ACCEPT OC-NUM-PART
           IF OC-NUM-PART = 0 OR OC-NUM-PART > 20
              DISPLAY "NUMERO DE PARTIDAS INVALIDO, VERIFIQUE."
           END-IF.

       414000-CAPTURA-PARTIDA-OC.
      *La partida solo avanza cuando el producto existe y la
      *cantidad no viene en ceros.
           DISPLAY "PARTIDA " WKS-OC-I " - CODIGO DE PRODUCTO: "
           ACCEPT PRO-CODIGO
           READ F-PRODUCTOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE PRODUCTO, VERIFIQUE."
              NOT INVALID KEY
                 DISPLAY PRO-DESCRIPCION " EXISTENCIA "
                         PRO-EXISTENCIA
                 DISPLAY "CANTIDAD PEDIDA: "
                 ACCEPT WKS-OC-CANT
                 IF WKS-OC-CANT = 0
                    DISPLAY "CANTIDAD EN CEROS, VERIFIQUE."
                 ELSE
                    DISPLAY "COSTO UNITARIO PACTADO: "
                    ACCEPT WKS-OC-COSTO
                    MOVE PRO-CODIGO TO OC-PRODUCTO(WKS-OC-I)
                    MOVE WKS-OC-CANT TO OC-CANTIDAD(WKS-OC-I)
                    MOVE WKS-OC-COSTO TO OC-COSTO(WKS-OC-I)
                    MOVE ZERO TO OC-RECIBIDO(WKS-OC-I)
                    COMPUTE OC-IMP-PEDIDO = OC-IMP-PEDIDO
                            + WKS-OC-CANT * WKS-OC-COSTO
                    ADD 1 TO WKS-OC-I
                 END-IF
           END-READ.

       420000-RECEPCION-MERCANCIA.
      *Entrada de mercancia contra una orden de compra abierta. Se
      *admiten entregas parciales: cada partida recibe hasta lo que
      *le falta, sube la existencia del producto y recalcula su
      *costo promedio ponderado.
           OPEN I-O F-ORDENES
           IF WKS-FS-ORDENES NOT = '00'
              DISPLAY "NO HAY ORDENES DE COMPRA REGISTRADAS."
           ELSE
              DISPLAY "FOLIO DE LA ORDEN DE COMPRA: "
              ACCEPT OC-FOLIO
              READ F-ORDENES
                 INVALID KEY
                    DISPLAY "NO EXISTE ESA ORDEN DE COMPRA."
                 NOT INVALID KEY
                    IF OC-ESTADO = 'A' OR OC-ESTADO = 'P'
                       PERFORM 421000-RECEPCION-CUERPO
                    ELSE
                       DISPLAY "LA ORDEN YA FUE SURTIDA POR "
                               "COMPLETO."
                    END-IF
              END-READ
              CLOSE F-ORDENES
           END-IF.

       421000-RECEPCION-CUERPO.
           OPEN I-O F-RECEPCIONES
           IF WKS-FS-RECEPCIONES = '35'
              OPEN OUTPUT F-RECEPCIONES
              CLOSE F-RECEPCIONES
              OPEN I-O F-RECEPCIONES
           END-IF
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE OC-FOLIO TO RE-FOLIO-OC
           MOVE WKS-FECHA-HOY TO RE-FECHA
           MOVE OC-NUM-PART TO RE-NUM-PART
           MOVE ZERO TO WKS-OC-RECIBIDAS
           MOVE 1 TO WKS-OC-I
           PERFORM 422000-RECIBE-PARTIDA
              UNTIL WKS-OC-I > OC-NUM-PART
           IF WKS-OC-RECIBIDAS = 0
              DISPLAY "NO SE RECIBIO NADA, LA ORDEN QUEDA IGUAL."
           ELSE
              MOVE ZERO TO RE-CONSEC
              MOVE ZERO TO WKS-OC-LISTO
              PERFORM 424000-INTENTA-RECEPCION
                 UNTIL WKS-OC-LISTO = 1 OR RE-CONSEC > 998
           END-IF
           IF WKS-OC-RECIBIDAS > 0 AND WKS-OC-LISTO = 0
              DISPLAY "ERROR AL GRABAR LA ENTRADA, NO SE APLICA."
           END-IF
           IF WKS-OC-RECIBIDAS > 0 AND WKS-OC-LISTO = 1
      *Ya con numero de entrada, lo recibido sube existencias y
      *queda en el kardex con la orden y la entrada como documento.
              MOVE SPACES TO WKS-MI-DOCTO
              STRING "OC " OC-FOLIO "-" RE-CONSEC
                     DELIMITED BY SIZE INTO WKS-MI-DOCTO
              MOVE 1 TO WKS-OC-I
              PERFORM 428000-APLICA-ENTRADA-PARTIDA
                 UNTIL WKS-OC-I > OC-NUM-PART
              PERFORM 386000-PEDIDOS-POR-SURTIR
      *La orden queda surtida cuando ninguna partida tiene
      *pendiente; si no, parcial.
              MOVE 'C' TO OC-ESTADO
              MOVE 1 TO WKS-OC-I
              PERFORM 425000-REVISA-PENDIENTE-OC
                 UNTIL WKS-OC-I > OC-NUM-PART
              REWRITE REG-ORDEN
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR LA ORDEN " OC-FOLIO
              END-REWRITE
              MOVE OC-IMP-RECIBIDO TO WKS-PAGO-FMT
              DISPLAY "ENTRADA " RE-CONSEC " DE LA ORDEN " OC-FOLIO
                      " REGISTRADA; RECIBIDO A LA FECHA "
                      WKS-PAGO-FMT
              IF OC-ESTADO = 'C'
                 DISPLAY "ORDEN SURTIDA POR COMPLETO."
              END-IF
              IF OC-IMP-FACTURADO > 0
                 PERFORM 426000-LIBERA-RETENIDAS-OC
              END-IF
           END-IF
           CLOSE F-RECEPCIONES.

       422000-RECIBE-PARTIDA.
           MOVE ZERO TO RE-CANTIDAD(WKS-OC-I)
           MOVE OC-COSTO(WKS-OC-I) TO RE-COSTO(WKS-OC-I)
           COMPUTE WKS-OC-PENDIENTE = OC-CANTIDAD(WKS-OC-I)
                   - OC-RECIBIDO(WKS-OC-I)
           IF WKS-OC-PENDIENTE NOT > 0
              ADD 1 TO WKS-OC-I
           ELSE
              DISPLAY "PARTIDA " WKS-OC-I " PRODUCTO "
                      OC-PRODUCTO(WKS-OC-I) " PENDIENTE "
                      WKS-OC-PENDIENTE
              DISPLAY "CANTIDAD RECIBIDA (0 = NADA): "
              ACCEPT WKS-OC-CANT
              IF WKS-OC-CANT > WKS-OC-PENDIENTE
                 DISPLAY "EXCEDE LO PENDIENTE DE LA ORDEN, "
                         "VERIFIQUE."
              ELSE
                 MOVE WKS-OC-CANT TO RE-CANTIDAD(WKS-OC-I)
                 ADD WKS-OC-CANT TO WKS-OC-RECIBIDAS
                 ADD 1 TO WKS-OC-I
              END-IF
           END-IF.

       428000-APLICA-ENTRADA-PARTIDA.
           IF RE-CANTIDAD(WKS-OC-I) > 0
              MOVE RE-CANTIDAD(WKS-OC-I) TO WKS-OC-CANT
              ADD WKS-OC-CANT TO OC-RECIBIDO(WKS-OC-I)
              COMPUTE OC-IMP-RECIBIDO = OC-IMP-RECIBIDO
                      + WKS-OC-CANT * OC-COSTO(WKS-OC-I)
              PERFORM 423000-ENTRADA-ALMACEN
           END-IF
           ADD 1 TO WKS-OC-I.

       423000-ENTRADA-ALMACEN.
      *Costo promedio ponderado: lo que vale la existencia a su
      *costo promedio mas lo que entra a su costo pactado, entre
      *la existencia resultante. Sin existencia previa el costo
      *promedio es el de la entrada.
           MOVE OC-PRODUCTO(WKS-OC-I) TO PRO-CODIGO
           READ F-PRODUCTOS
              INVALID KEY
                 DISPLAY "EL PRODUCTO " PRO-CODIGO " YA NO ESTA EN "
                         "EL CATALOGO, NO SE MUEVE SU EXISTENCIA."
              NOT INVALID KEY
                 IF PRO-COSTO-PROM NOT NUMERIC
                    MOVE ZERO TO PRO-COSTO-PROM
                 END-IF
                 IF PRO-EXISTENCIA > 0
                    COMPUTE PRO-COSTO-PROM ROUNDED =
                            (PRO-EXISTENCIA * PRO-COSTO-PROM
                            + WKS-OC-CANT * OC-COSTO(WKS-OC-I))
                            / (PRO-EXISTENCIA + WKS-OC-CANT)
                 ELSE
                    MOVE OC-COSTO(WKS-OC-I) TO PRO-COSTO-PROM
                 END-IF
      *La mercancia entra a la sucursal que la recibe.
                 MOVE WKS-SERIE-ACTIVA TO WKS-ES-SERIE
                 MOVE WKS-OC-CANT TO WKS-ES-MOVTO
                 PERFORM 268000-MUEVE-EXIST-SUC
                 ADD WKS-OC-CANT TO PRO-EXISTENCIA
                 REWRITE REG-PRODUCTO
                    INVALID KEY
                       DISPLAY "ERROR AL REGRABAR EL PRODUCTO "
                               PRO-CODIGO
                    NOT INVALID KEY
                       MOVE 'E' TO WKS-MI-TIPO
                       MOVE WKS-OC-CANT TO WKS-MI-CANT
                       PERFORM 450000-GRABA-MOVTO-INV
                 END-REWRITE
           END-READ.

       424000-INTENTA-RECEPCION.
           ADD 1 TO RE-CONSEC
           WRITE REG-RECEPCION
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WKS-OC-LISTO
           END-WRITE.

       425000-REVISA-PENDIENTE-OC.
           IF OC-RECIBIDO(WKS-OC-I) < OC-CANTIDAD(WKS-OC-I)
              MOVE 'P' TO OC-ESTADO
           END-IF
           ADD 1 TO WKS-OC-I.

       426000-LIBERA-RETENIDAS-OC.
      *Con lo recien recibido puede que ya cuadre lo facturado: las
      *compras de la orden que estaban retenidas entran a pagos.
           IF OC-IMP-FACTURADO NOT > OC-IMP-RECIBIDO + 1
              OPEN I-O F-COMPRAS
              IF WKS-FS-COMPRAS = '00'
                 MOVE OC-PROVEEDOR TO CP-PROVEEDOR
                 MOVE ZEROS TO CP-FECHA
                 MOVE ZEROS TO CP-CONSEC
                 START F-COMPRAS KEY IS NOT LESS THAN CP-LLAVE
                    INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                    NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
                 END-START
                 PERFORM 427000-LIBERA-RETENIDA-RENGLON
                    UNTIL WKS-SCAN-FIN = 1
                 CLOSE F-COMPRAS
              END-IF
           END-IF.

       427000-LIBERA-RETENIDA-RENGLON.
           READ F-COMPRAS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF CP-PROVEEDOR NOT = OC-PROVEEDOR
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                 IF CP-OC NUMERIC AND CP-OC = OC-FOLIO
                    AND CP-RETENIDA = 'R'
                    MOVE SPACE TO CP-RETENIDA
                    REWRITE REG-COMPRA
                       INVALID KEY
                          DISPLAY "ERROR AL LIBERAR LA COMPRA DEL "
                                  CP-FECHA
                    END-REWRITE
                    DISPLAY "COMPRA DEL " CP-FECHA "-" CP-CONSEC
                            " LIBERADA PARA PAGO."
                 END-IF
                 END-IF
           END-READ.

       430000-CAPTURA-OC-COMPRA.
      *Casa la factura de compra con su orden: la orden debe ser
      *del mismo proveedor, y si con esta factura lo facturado
      *rebasa lo recibido (con un peso de tolerancia por redondeo)
      *la compra queda retenida y no entra a pagos hasta que llegue
      *la mercancia o se libere a mano.
           DISPLAY "ORDEN DE COMPRA QUE AMPARA (0 = SIN ORDEN): "
           ACCEPT WKS-OC-FOLIO
           IF WKS-OC-FOLIO = 0
              MOVE 1 TO WKS-OC-OK
           ELSE
              OPEN INPUT F-ORDENES
              IF WKS-FS-ORDENES NOT = '00'
                 DISPLAY "NO HAY ORDENES DE COMPRA REGISTRADAS."
                 MOVE ZERO TO WKS-OC-FOLIO
                 MOVE 1 TO WKS-OC-OK
              ELSE
                 MOVE WKS-OC-FOLIO TO OC-FOLIO
                 READ F-ORDENES
                    INVALID KEY
                       DISPLAY "NO EXISTE ESA ORDEN, VERIFIQUE."
                    NOT INVALID KEY
                       IF OC-PROVEEDOR NOT = CP-PROVEEDOR
                          DISPLAY "LA ORDEN ES DE OTRO PROVEEDOR, "
                                  "VERIFIQUE."
                       ELSE
                          MOVE 1 TO WKS-OC-OK
                          MOVE WKS-OC-FOLIO TO CP-OC
                          IF OC-IMP-FACTURADO + CP-TOTAL >
                             OC-IMP-RECIBIDO + 1
                             MOVE 'R' TO CP-RETENIDA
                             MOVE OC-IMP-RECIBIDO TO WKS-PAGO-FMT
                             DISPLAY "LO FACTURADO EXCEDE LO "
                                     "RECIBIDO DE LA ORDEN ("
                                     WKS-PAGO-FMT ")."
                             DISPLAY "LA COMPRA QUEDA RETENIDA Y NO "
                                     "ENTRA A PAGOS."
                          END-IF
                       END-IF
                 END-READ
                 CLOSE F-ORDENES
              END-IF
           END-IF.

       431000-ABONA-FACTURADO-OC.
           OPEN I-O F-ORDENES
           IF WKS-FS-ORDENES = '00'
              MOVE CP-OC TO OC-FOLIO
              READ F-ORDENES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD CP-TOTAL TO OC-IMP-FACTURADO
                    REWRITE REG-ORDEN
                       INVALID KEY
                          DISPLAY "ERROR AL REGRABAR LA ORDEN "
                                  OC-FOLIO
                    END-REWRITE
              END-READ
              CLOSE F-ORDENES
           END-IF.

       435000-LIBERA-COMPRA.
      *Liberacion manual de una compra retenida (por ejemplo, una
      *diferencia de precio ya aclarada con el proveedor).
           OPEN I-O F-COMPRAS
           IF WKS-FS-COMPRAS NOT = '00'
              DISPLAY "SIN COMPRAS REGISTRADAS."
           ELSE
              DISPLAY "CODIGO DEL PROVEEDOR: "
              ACCEPT CP-PROVEEDOR
              DISPLAY "FECHA DE LA FACTURA (AAAAMMDD): "
              ACCEPT CP-FECHA
              DISPLAY "CONSECUTIVO DEL DIA: "
              ACCEPT CP-CONSEC
              READ F-COMPRAS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESA COMPRA."
                 NOT INVALID KEY
                    IF CP-RETENIDA NOT = 'R'
                       DISPLAY "LA COMPRA NO ESTA RETENIDA."
                    ELSE
                       MOVE CP-SALDO TO WKS-PAGO-FMT
                       DISPLAY "ORDEN " CP-OC " SALDO " WKS-PAGO-FMT
                       DISPLAY "LIBERAR PARA PAGO (S/N): "
                       ACCEPT WKS-OC-RESP
                       IF WKS-OC-RESP = 'S' OR WKS-OC-RESP = 's'
                          MOVE SPACE TO CP-RETENIDA
                          REWRITE REG-COMPRA
                             INVALID KEY
                                DISPLAY "ERROR AL LIBERAR LA COMPRA."
                             NOT INVALID KEY
                                DISPLAY "COMPRA LIBERADA PARA PAGO."
                          END-REWRITE
                       END-IF
                    END-IF
              END-READ
              CLOSE F-COMPRAS
           END-IF.

       440000-ORDENES-ABIERTAS.
      *Ordenes abiertas o surtidas en parte, con lo que falta por
      *partida; las que ya pasaron su fecha de entrega salen como
      *vencidas.
           OPEN INPUT F-ORDENES
           IF WKS-FS-ORDENES NOT = '00'
              DISPLAY "NO HAY ORDENES DE COMPRA REGISTRADAS."
           ELSE
              ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
              MOVE ZERO TO WKS-OC-ABIERTAS
              MOVE ZERO TO WKS-OC-VENCIDAS
              OPEN INPUT F-PROVEEDORES
              IF WKS-FS-PROV = '00'
                 MOVE 1 TO WKS-CXP-EXISTE
              ELSE
                 MOVE ZERO TO WKS-CXP-EXISTE
              END-IF
              OPEN OUTPUT F-ORDENES-REP
              MOVE "ORDENES DE COMPRA ABIERTAS Y VENCIDAS AL"
                   TO REG-ORDENES-REP
              MOVE WKS-FECHA-HOY TO REG-ORDENES-REP(42:8)
              WRITE REG-ORDENES-REP
              MOVE ALL "-" TO REG-ORDENES-REP
              WRITE REG-ORDENES-REP
              MOVE ZEROS TO OC-FOLIO
              START F-ORDENES KEY IS NOT LESS THAN OC-FOLIO
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 441000-ORDENES-RENGLON UNTIL WKS-SCAN-FIN = 1
              MOVE ALL "-" TO REG-ORDENES-REP
              WRITE REG-ORDENES-REP
              MOVE SPACES TO REG-ORDENES-REP
              STRING "ORDENES ABIERTAS: " WKS-OC-ABIERTAS
                     "  VENCIDAS: " WKS-OC-VENCIDAS
                     DELIMITED BY SIZE INTO REG-ORDENES-REP
              WRITE REG-ORDENES-REP
              CLOSE F-ORDENES-REP
              IF WKS-CXP-EXISTE = 1
                 CLOSE F-PROVEEDORES
              END-IF
              CLOSE F-ORDENES
              DISPLAY WKS-OC-ABIERTAS " ORDEN(ES) ABIERTA(S), "
                      WKS-OC-VENCIDAS " VENCIDA(S)."
              DISPLAY "REPORTE EN IVA-ORDENES-ABIERTAS.TXT"
           END-IF.

       441000-ORDENES-RENGLON.
           READ F-ORDENES NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF OC-ESTADO = 'A' OR OC-ESTADO = 'P'
                    ADD 1 TO WKS-OC-ABIERTAS
                    IF OC-ENTREGA < WKS-FECHA-HOY
                       ADD 1 TO WKS-OC-VENCIDAS
                       MOVE "VENCIDA" TO WKS-CXP-NOTA
                    ELSE
                       MOVE SPACES TO WKS-CXP-NOTA
                    END-IF
                    MOVE "(SIN CATALOGO)" TO WKS-CXP-NOMBRE
                    IF WKS-CXP-EXISTE = 1
                       MOVE OC-PROVEEDOR TO PRV-CODIGO
                       READ F-PROVEEDORES
                          NOT INVALID KEY
                             MOVE PRV-NOMBRE TO WKS-CXP-NOMBRE
                       END-READ
                    END-IF
                    MOVE SPACES TO REG-ORDENES-REP
                    STRING "OC " OC-FOLIO " PROV " OC-PROVEEDOR " "
                           DELIMITED BY SIZE
                           WKS-CXP-NOMBRE(1:20) DELIMITED BY SIZE
                           " ENTREGA " OC-ENTREGA " " OC-ESTADO " "
                           DELIMITED BY SIZE
                           WKS-CXP-NOTA DELIMITED BY SIZE
                           INTO REG-ORDENES-REP
                    WRITE REG-ORDENES-REP
                    MOVE 1 TO WKS-OC-I
                    PERFORM 442000-ORDENES-PARTIDA
                       UNTIL WKS-OC-I > OC-NUM-PART
                 END-IF
           END-READ.

       442000-ORDENES-PARTIDA.
           COMPUTE WKS-OC-PENDIENTE = OC-CANTIDAD(WKS-OC-I)
                   - OC-RECIBIDO(WKS-OC-I)
           IF WKS-OC-PENDIENTE > 0
              COMPUTE WKS-CXP-IMPORTE =
                      WKS-OC-PENDIENTE * OC-COSTO(WKS-OC-I)
              MOVE WKS-CXP-IMPORTE TO WKS-CXP-IMP-FMT
              MOVE SPACES TO REG-ORDENES-REP
              STRING "   PRODUCTO " OC-PRODUCTO(WKS-OC-I)
                     " PEDIDO " OC-CANTIDAD(WKS-OC-I)
                     " RECIBIDO " OC-RECIBIDO(WKS-OC-I)
                     " FALTA " DELIMITED BY SIZE
                     WKS-CXP-IMP-FMT DELIMITED BY SIZE
                     INTO REG-ORDENES-REP
              WRITE REG-ORDENES-REP
           END-IF
           ADD 1 TO WKS-OC-I.

       450000-GRABA-MOVTO-INV.
      *Deja en el kardex el movimiento del producto que esta en
      *REG-PRODUCTO, ya regrabado con su nueva existencia: tipo
      *WKS-MI-TIPO, cantidad con signo WKS-MI-CANT (negativa las
      *salidas) y documento que lo causo WKS-MI-DOCTO.
           ACCEPT WKS-MI-FECHA FROM DATE YYYYMMDD
           MOVE PRO-CODIGO TO MI-PRODUCTO
           MOVE WKS-MI-FECHA TO MI-FECHA
           MOVE ZERO TO MI-CONSEC
           MOVE ZERO TO WKS-MI-LISTO
           PERFORM 451000-INTENTA-MOVTO-INV
              UNTIL WKS-MI-LISTO = 1 OR MI-CONSEC > 9998
           IF WKS-MI-LISTO = 0
              DISPLAY "ERROR AL GRABAR EL MOVIMIENTO DE INVENTARIO "
                      "DEL PRODUCTO " PRO-CODIGO
           END-IF.

       451000-INTENTA-MOVTO-INV.
           ADD 1 TO MI-CONSEC
           MOVE WKS-MI-TIPO TO MI-TIPO
           MOVE WKS-MI-CANT TO MI-CANTIDAD
           MOVE WKS-MI-DOCTO TO MI-DOCUMENTO
           MOVE PRO-EXISTENCIA TO MI-EXIST-RES
           MOVE ZERO TO MI-COSTO
           IF PRO-COSTO-PROM NUMERIC
              MOVE PRO-COSTO-PROM TO MI-COSTO
           END-IF
           WRITE REG-MOVTO-INV
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WKS-MI-LISTO
           END-WRITE.

       455000-KARDEX.
      *Kardex de un producto en un rango de fechas: cada
      *movimiento con su documento, entradas, salidas y la
      *existencia que dejo. La existencia inicial es la que habia
      *antes del primer movimiento del rango.
           DISPLAY "CODIGO DEL PRODUCTO: "
           ACCEPT PRO-CODIGO
           READ F-PRODUCTOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE PRODUCTO."
              NOT INVALID KEY
                 MOVE PRO-CODIGO TO WKS-KX-PRODUCTO
                 MOVE ZERO TO WKS-KX-OK
                 PERFORM 456000-KARDEX-CAPTURA-RANGO
                    UNTIL WKS-KX-OK = 1
                 PERFORM 457000-KARDEX-CUERPO
           END-READ.

       456000-KARDEX-CAPTURA-RANGO.
           DISPLAY "DESDE LA FECHA (AAAAMMDD): "
           ACCEPT WKS-KX-DESDE
           DISPLAY "HASTA LA FECHA (AAAAMMDD): "
           ACCEPT WKS-KX-HASTA
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-KX-DESDE) = 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WKS-KX-HASTA) = 0
              AND WKS-KX-DESDE NOT > WKS-KX-HASTA
              MOVE 1 TO WKS-KX-OK
           ELSE
              DISPLAY "RANGO DE FECHAS INVALIDO, VERIFIQUE."
           END-IF.

       457000-KARDEX-CUERPO.
           OPEN OUTPUT F-KARDEX
           MOVE SPACES TO REG-KARDEX
           STRING "KARDEX DEL PRODUCTO " WKS-KX-PRODUCTO " "
                  DELIMITED BY SIZE
                  PRO-DESCRIPCION DELIMITED BY SIZE
                  " DEL " WKS-KX-DESDE " AL " WKS-KX-HASTA
                  DELIMITED BY SIZE
                  INTO REG-KARDEX
           WRITE REG-KARDEX
           MOVE "FECHA    MOVIMIENTO   DOCUMENTO         ENTRADA"
                TO REG-KARDEX
           MOVE "  SALIDA    EXIST COSTO PROM" TO REG-KARDEX(49:28)
           WRITE REG-KARDEX
           MOVE ALL "-" TO REG-KARDEX
           WRITE REG-KARDEX
           MOVE ZERO TO WKS-KX-MOVS
           MOVE ZERO TO WKS-KX-ENTRADAS
           MOVE ZERO TO WKS-KX-SALIDAS
           MOVE PRO-EXISTENCIA TO WKS-KX-SALDO-INI
           MOVE WKS-KX-PRODUCTO TO MI-PRODUCTO
           MOVE WKS-KX-DESDE TO MI-FECHA
           MOVE ZEROS TO MI-CONSEC
           START F-MOVTOS-INV KEY IS NOT LESS THAN MI-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 458000-KARDEX-RENGLON UNTIL WKS-SCAN-FIN = 1
           MOVE ALL "-" TO REG-KARDEX
           WRITE REG-KARDEX
           MOVE WKS-KX-SALDO-INI TO WKS-KX-EXIST-FMT
           MOVE SPACES TO REG-KARDEX
           STRING "EXISTENCIA INICIAL " WKS-KX-EXIST-FMT
                  DELIMITED BY SIZE INTO REG-KARDEX
           WRITE REG-KARDEX
           MOVE WKS-KX-ENTRADAS TO WKS-KX-CANT-FMT
           MOVE WKS-KX-SALIDAS TO WKS-KX-SAL-FMT
           MOVE SPACES TO REG-KARDEX
           STRING "ENTRADAS " WKS-KX-CANT-FMT
                  "  SALIDAS " WKS-KX-SAL-FMT
                  DELIMITED BY SIZE INTO REG-KARDEX
           WRITE REG-KARDEX
           COMPUTE WKS-KX-SALDO-FIN = WKS-KX-SALDO-INI
                   + WKS-KX-ENTRADAS - WKS-KX-SALIDAS
           MOVE WKS-KX-SALDO-FIN TO WKS-KX-EXIST-FMT
           MOVE SPACES TO REG-KARDEX
           STRING "EXISTENCIA FINAL   " WKS-KX-EXIST-FMT
                  DELIMITED BY SIZE INTO REG-KARDEX
           WRITE REG-KARDEX
           CLOSE F-KARDEX
           DISPLAY WKS-KX-MOVS " MOVIMIENTO(S) EN EL RANGO."
           DISPLAY "REPORTE EN IVA-KARDEX.TXT".

       458000-KARDEX-RENGLON.
           READ F-MOVTOS-INV NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF MI-PRODUCTO NOT = WKS-KX-PRODUCTO
                    OR MI-FECHA > WKS-KX-HASTA
      *Sin movimientos en el rango, la existencia de entonces es la
      *que habia antes del primer movimiento posterior.
                    IF MI-PRODUCTO = WKS-KX-PRODUCTO
                       AND WKS-KX-MOVS = 0
                       COMPUTE WKS-KX-SALDO-INI =
                               MI-EXIST-RES - MI-CANTIDAD
                    END-IF
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                    ADD 1 TO WKS-KX-MOVS
                    IF WKS-KX-MOVS = 1
                       COMPUTE WKS-KX-SALDO-INI =
                               MI-EXIST-RES - MI-CANTIDAD
                    END-IF
                    IF MI-VENTA
                       MOVE "VENTA" TO WKS-KX-TIPO-DESC
                    ELSE
                    IF MI-CANCELACION
                       MOVE "CANCELACION" TO WKS-KX-TIPO-DESC
                    ELSE
                    IF MI-ENTRADA
                       MOVE "ENTRADA OC" TO WKS-KX-TIPO-DESC
                    ELSE
                    IF MI-AJUSTE
                       MOVE "AJUSTE" TO WKS-KX-TIPO-DESC
                    ELSE
                    IF MI-TRASPASO
                       MOVE "TRASPASO" TO WKS-KX-TIPO-DESC
                    ELSE
                       MOVE "OTRO" TO WKS-KX-TIPO-DESC
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    MOVE ZERO TO WKS-KX-CANT-FMT
                    MOVE ZERO TO WKS-KX-SAL-FMT
                    IF MI-CANTIDAD > 0
                       ADD MI-CANTIDAD TO WKS-KX-ENTRADAS
                       MOVE MI-CANTIDAD TO WKS-KX-CANT-FMT
                    ELSE
                       SUBTRACT MI-CANTIDAD FROM WKS-KX-SALIDAS
                       COMPUTE WKS-KX-SAL-FMT = 0 - MI-CANTIDAD
                    END-IF
                    MOVE MI-EXIST-RES TO WKS-KX-EXIST-FMT
                    MOVE MI-COSTO TO WKS-KX-COSTO-FMT
                    MOVE SPACES TO REG-KARDEX
                    STRING MI-FECHA " " WKS-KX-TIPO-DESC " "
                           MI-DOCUMENTO " " WKS-KX-CANT-FMT " "
                           WKS-KX-SAL-FMT " " WKS-KX-EXIST-FMT " "
                           WKS-KX-COSTO-FMT
                           DELIMITED BY SIZE INTO REG-KARDEX
                    WRITE REG-KARDEX
                 END-IF
           END-READ.

       460000-CONGELA-CONTEO.
      *Congela la hoja de conteo fisico: guarda la existencia y el
      *costo promedio de cada producto en este momento (contra eso
      *se comparara lo contado) e imprime la hoja para los
      *contadores, sin la existencia del sistema. Las ventas que
      *ocurran despues no alteran la diferencia: el ajuste se
      *aplica sobre la existencia del dia en que se postea.
           MOVE 'S' TO WKS-FC-RESP
           OPEN INPUT F-CONTEO
           IF WKS-FS-CONTEO = '00'
              MOVE ZEROS TO FC-PRODUCTO
              READ F-CONTEO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FC-EN-CAPTURA
                       DISPLAY "HAY UN CONTEO SIN APLICAR CONGELADO "
                               "EL " FC-FECHA-CONGELA
                       DISPLAY "DESCARTARLO Y CONGELAR UNO NUEVO "
                               "(S/N): "
                       ACCEPT WKS-FC-RESP
                    END-IF
              END-READ
              CLOSE F-CONTEO
           END-IF
           IF WKS-FC-RESP NOT = 'S' AND WKS-FC-RESP NOT = 's'
              DISPLAY "SE CONSERVA EL CONTEO EN CURSO."
           ELSE
              OPEN OUTPUT F-CONTEO
              MOVE SPACES TO REG-CONTEO
              MOVE ZEROS TO FC-PRODUCTO
              ACCEPT FC-FECHA-CONGELA FROM DATE YYYYMMDD
              MOVE FC-FECHA-CONGELA TO WKS-FC-FECHA
              MOVE 'A' TO FC-ESTADO
              MOVE SPACES TO FC-AUTORIZO
              MOVE ZEROS TO FC-FECHA-APLICA
              WRITE REG-CONTEO
              OPEN OUTPUT F-HOJA-CONTEO
              MOVE SPACES TO REG-HOJA-CONTEO
              STRING "HOJA DE CONTEO FISICO CONGELADA EL "
                     WKS-FC-FECHA DELIMITED BY SIZE
                     INTO REG-HOJA-CONTEO
              WRITE REG-HOJA-CONTEO
              MOVE ALL "-" TO REG-HOJA-CONTEO
              WRITE REG-HOJA-CONTEO
              MOVE ZERO TO WKS-FC-CONTADOS
              MOVE ZEROS TO PRO-CODIGO
              START F-PRODUCTOS KEY IS NOT LESS THAN PRO-CODIGO
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 461000-CONGELA-RENGLON UNTIL WKS-SCAN-FIN = 1
              CLOSE F-HOJA-CONTEO
              CLOSE F-CONTEO
              DISPLAY WKS-FC-CONTADOS " PRODUCTO(S) EN LA HOJA."
              DISPLAY "HOJA EN IVA-HOJA-CONTEO.TXT"
           END-IF.

       461000-CONGELA-RENGLON.
           READ F-PRODUCTOS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 MOVE SPACES TO REG-CONTEO
                 MOVE PRO-CODIGO TO FC-PRODUCTO
                 MOVE PRO-EXISTENCIA TO FC-TEORICA
                 MOVE ZERO TO FC-COSTO
                 IF PRO-COSTO-PROM NUMERIC
                    MOVE PRO-COSTO-PROM TO FC-COSTO
                 END-IF
                 MOVE ZERO TO FC-CONTADA
                 MOVE 'N' TO FC-CAPTURADO
                 WRITE REG-CONTEO
                    INVALID KEY
                       DISPLAY "ERROR AL CONGELAR EL PRODUCTO "
                               PRO-CODIGO
                 END-WRITE
                 ADD 1 TO WKS-FC-CONTADOS
                 MOVE SPACES TO REG-HOJA-CONTEO
                 STRING PRO-CODIGO " " DELIMITED BY SIZE
                        PRO-DESCRIPCION DELIMITED BY SIZE
                        "   CONTADO: ____________" DELIMITED BY SIZE
                        INTO REG-HOJA-CONTEO
                 WRITE REG-HOJA-CONTEO
           END-READ.

       465000-CAPTURA-CONTEO.
      *Captura de lo contado por producto contra la hoja congelada;
      *un producto se puede recapturar mientras no se apliquen los
      *ajustes.
           OPEN I-O F-CONTEO
           IF WKS-FS-CONTEO NOT = '00'
              DISPLAY "CONGELE PRIMERO LA HOJA DE CONTEO (OPCION 37)."
           ELSE
              MOVE ZEROS TO FC-PRODUCTO
              READ F-CONTEO
                 INVALID KEY
                    MOVE SPACE TO FC-ESTADO
              END-READ
              IF NOT FC-EN-CAPTURA
                 DISPLAY "NO HAY CONTEO EN CURSO; CONGELE UNA HOJA "
                         "NUEVA (OPCION 37)."
              ELSE
                 MOVE 1 TO WKS-FC-PRODUCTO
                 PERFORM 466000-CAPTURA-CONTEO-PRODUCTO
                    UNTIL WKS-FC-PRODUCTO = 0
              END-IF
              CLOSE F-CONTEO
           END-IF.

       466000-CAPTURA-CONTEO-PRODUCTO.
           DISPLAY "CODIGO DEL PRODUCTO CONTADO (0 = TERMINAR): "
           ACCEPT WKS-FC-PRODUCTO
           IF WKS-FC-PRODUCTO > 0
              MOVE WKS-FC-PRODUCTO TO FC-PRODUCTO
              READ F-CONTEO
                 INVALID KEY
                    DISPLAY "EL PRODUCTO NO ESTA EN LA HOJA "
                            "CONGELADA."
                 NOT INVALID KEY
                    IF FC-YA-CONTADO
                       MOVE FC-CONTADA TO WKS-FC-CON-FMT
                       DISPLAY "YA CONTADO: " WKS-FC-CON-FMT
                               " (SE SUSTITUYE)"
                    END-IF
                    DISPLAY "CANTIDAD CONTADA: "
                    ACCEPT FC-CONTADA
                    MOVE 'S' TO FC-CAPTURADO
                    REWRITE REG-CONTEO
                       INVALID KEY
                          DISPLAY "ERROR AL GRABAR EL CONTEO."
                    END-REWRITE
              END-READ
           END-IF.

       470000-DIFERENCIAS-CONTEO.
      *Diferencias del conteo contra la existencia congelada,
      *valuadas al costo promedio del momento del congelado; los
      *productos sin contar se listan aparte y no se ajustan.
           OPEN INPUT F-CONTEO
           IF WKS-FS-CONTEO NOT = '00'
              DISPLAY "NO HAY HOJA DE CONTEO CONGELADA."
           ELSE
              MOVE ZEROS TO FC-PRODUCTO
              READ F-CONTEO
                 INVALID KEY
                    MOVE ZEROS TO FC-FECHA-CONGELA
              END-READ
              MOVE FC-FECHA-CONGELA TO WKS-FC-FECHA
              MOVE ZERO TO WKS-FC-CONTADOS
              MOVE ZERO TO WKS-FC-SIN-CONTAR
              MOVE ZERO TO WKS-FC-AJUSTES
              MOVE ZERO TO WKS-FC-FALTANTE
              MOVE ZERO TO WKS-FC-SOBRANTE
              OPEN OUTPUT F-DIF-CONTEO
              MOVE SPACES TO REG-DIF-CONTEO
              STRING "DIFERENCIAS DEL CONTEO FISICO CONGELADO EL "
                     WKS-FC-FECHA DELIMITED BY SIZE
                     INTO REG-DIF-CONTEO
              WRITE REG-DIF-CONTEO
              MOVE ALL "-" TO REG-DIF-CONTEO
              WRITE REG-DIF-CONTEO
              MOVE 1 TO FC-PRODUCTO
              START F-CONTEO KEY IS NOT LESS THAN FC-PRODUCTO
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 471000-DIFERENCIAS-RENGLON
                 UNTIL WKS-SCAN-FIN = 1
              MOVE ALL "-" TO REG-DIF-CONTEO
              WRITE REG-DIF-CONTEO
              MOVE WKS-FC-FALTANTE TO WKS-CXP-IMP-FMT
              MOVE SPACES TO REG-DIF-CONTEO
              STRING "FALTANTE VALUADO: " WKS-CXP-IMP-FMT
                     DELIMITED BY SIZE INTO REG-DIF-CONTEO
              WRITE REG-DIF-CONTEO
              MOVE WKS-FC-SOBRANTE TO WKS-CXP-IMP-FMT
              MOVE SPACES TO REG-DIF-CONTEO
              STRING "SOBRANTE VALUADO: " WKS-CXP-IMP-FMT
                     DELIMITED BY SIZE INTO REG-DIF-CONTEO
              WRITE REG-DIF-CONTEO
              COMPUTE WKS-FC-VALOR = WKS-FC-SOBRANTE - WKS-FC-FALTANTE
              MOVE WKS-FC-VALOR TO WKS-CXP-IMP-FMT
              MOVE SPACES TO REG-DIF-CONTEO
              STRING "DIFERENCIA NETA:  " WKS-CXP-IMP-FMT
                     "  CONTADOS " WKS-FC-CONTADOS
                     "  SIN CONTAR " WKS-FC-SIN-CONTAR
                     DELIMITED BY SIZE INTO REG-DIF-CONTEO
              WRITE REG-DIF-CONTEO
              CLOSE F-DIF-CONTEO
              CLOSE F-CONTEO
              DISPLAY WKS-FC-AJUSTES " PRODUCTO(S) CON DIFERENCIA, "
                      WKS-FC-SIN-CONTAR " SIN CONTAR."
              DISPLAY "REPORTE EN IVA-DIFERENCIAS-CONTEO.TXT"
           END-IF.

       471000-DIFERENCIAS-RENGLON.
           READ F-CONTEO NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 MOVE SPACES TO REG-DIF-CONTEO
                 IF NOT FC-YA-CONTADO
                    ADD 1 TO WKS-FC-SIN-CONTAR
                    MOVE FC-TEORICA TO WKS-FC-TEO-FMT
                    STRING FC-PRODUCTO "  TEORICA " WKS-FC-TEO-FMT
                           "  SIN CONTAR" DELIMITED BY SIZE
                           INTO REG-DIF-CONTEO
                    WRITE REG-DIF-CONTEO
                 ELSE
                    ADD 1 TO WKS-FC-CONTADOS
                    COMPUTE WKS-FC-DIFERENCIA = FC-CONTADA - FC-TEORICA
                    IF WKS-FC-DIFERENCIA NOT = 0
                       ADD 1 TO WKS-FC-AJUSTES
                       COMPUTE WKS-FC-VALOR ROUNDED =
                               WKS-FC-DIFERENCIA * FC-COSTO
                       IF WKS-FC-VALOR < 0
                          SUBTRACT WKS-FC-VALOR FROM WKS-FC-FALTANTE
                       ELSE
                          ADD WKS-FC-VALOR TO WKS-FC-SOBRANTE
                       END-IF
                       MOVE WKS-FC-DIFERENCIA TO WKS-KX-CANT-FMT
                       MOVE WKS-FC-VALOR TO WKS-CXP-IMP-FMT
                       MOVE FC-TEORICA TO WKS-FC-TEO-FMT
                       MOVE FC-CONTADA TO WKS-FC-CON-FMT
                       STRING FC-PRODUCTO "  TEORICA " WKS-FC-TEO-FMT
                              "  CONTADA " WKS-FC-CON-FMT
                              "  DIF " WKS-KX-CANT-FMT
                              "  VALOR " WKS-CXP-IMP-FMT
                              DELIMITED BY SIZE INTO REG-DIF-CONTEO
                       WRITE REG-DIF-CONTEO
                    END-IF
                 END-IF
           END-READ.

       475000-APLICA-AJUSTES.
      *Postea las diferencias del conteo como ajustes de
      *inventario, solo con la autorizacion de un supervisor de
      *NOMINA-OPERADORES.DAT. El conteo queda marcado como aplicado
      *con quien lo autorizo, para que no se postee dos veces.
           OPEN I-O F-CONTEO
           IF WKS-FS-CONTEO NOT = '00'
              DISPLAY "NO HAY HOJA DE CONTEO CONGELADA."
           ELSE
              MOVE ZEROS TO FC-PRODUCTO
              READ F-CONTEO
                 INVALID KEY
                    MOVE SPACE TO FC-ESTADO
              END-READ
              IF NOT FC-EN-CAPTURA
                 DISPLAY "EL CONTEO YA FUE APLICADO O NO EXISTE."
              ELSE
                 MOVE FC-FECHA-CONGELA TO WKS-FC-FECHA
                 PERFORM 480000-AUTORIZA-SUPERVISOR
                 IF WKS-AUT-OK = 1
                    MOVE SPACES TO WKS-MI-DOCTO
                    STRING "CONTEO " WKS-FC-FECHA DELIMITED BY SIZE
                           INTO WKS-MI-DOCTO
                    MOVE ZERO TO WKS-FC-AJUSTES
                    MOVE 1 TO FC-PRODUCTO
                    START F-CONTEO KEY IS NOT LESS THAN FC-PRODUCTO
                       INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                       NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
                    END-START
                    PERFORM 476000-APLICA-AJUSTE-RENGLON
                       UNTIL WKS-SCAN-FIN = 1
                    MOVE ZEROS TO FC-PRODUCTO
                    READ F-CONTEO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'P' TO FC-ESTADO
                          MOVE WKS-AUT-ID TO FC-AUTORIZO
                          ACCEPT FC-FECHA-APLICA FROM DATE YYYYMMDD
                          REWRITE REG-CONTEO
                             INVALID KEY
                                DISPLAY "ERROR AL CERRAR EL CONTEO."
                          END-REWRITE
                    END-READ
                    DISPLAY WKS-FC-AJUSTES " AJUSTE(S) APLICADO(S), "
                            "AUTORIZO " WKS-AUT-ID
                 ELSE
                    DISPLAY "SIN AUTORIZACION NO SE APLICAN AJUSTES."
                 END-IF
              END-IF
              CLOSE F-CONTEO
           END-IF.

       476000-APLICA-AJUSTE-RENGLON.
           READ F-CONTEO NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF FC-YA-CONTADO AND FC-CONTADA NOT = FC-TEORICA
                    COMPUTE WKS-MI-CANT = FC-CONTADA - FC-TEORICA
                    MOVE FC-PRODUCTO TO PRO-CODIGO
                    READ F-PRODUCTOS
                       INVALID KEY
                          DISPLAY "EL PRODUCTO " FC-PRODUCTO
                                  " YA NO ESTA EN EL CATALOGO."
                       NOT INVALID KEY
      *El ajuste del conteo se carga a la sucursal activa.
                          MOVE WKS-SERIE-ACTIVA TO WKS-ES-SERIE
                          MOVE WKS-MI-CANT TO WKS-ES-MOVTO
                          PERFORM 268000-MUEVE-EXIST-SUC
                          ADD WKS-MI-CANT TO PRO-EXISTENCIA
                          REWRITE REG-PRODUCTO
                             INVALID KEY
                                DISPLAY "ERROR AL AJUSTAR EL "
                                        "PRODUCTO " PRO-CODIGO
                             NOT INVALID KEY
                                MOVE 'A' TO WKS-MI-TIPO
                                PERFORM 450000-GRABA-MOVTO-INV
                                ADD 1 TO WKS-FC-AJUSTES
                          END-REWRITE
                    END-READ
                 END-IF
           END-READ.

       480000-AUTORIZA-SUPERVISOR.
      *Pide clave y contrasena de un operador de NOMINA con perfil
      *de supervisor; deja WKS-AUT-OK en 1 y su clave en
      *WKS-AUT-ID si pasan.
           MOVE ZERO TO WKS-AUT-OK
           DISPLAY "AUTORIZACION DE SUPERVISOR - CLAVE: "
           ACCEPT WKS-AUT-ID
           DISPLAY "CONTRASENA: "
           ACCEPT WKS-AUT-PWD
           OPEN INPUT F-OPER-IVA
           IF WKS-FS-OPER-IVA NOT = '00'
              DISPLAY "NO SE PUDO LEER EL CATALOGO DE OPERADORES."
           ELSE
              MOVE WKS-AUT-ID TO OV-ID
              READ F-OPER-IVA
                 INVALID KEY
                    DISPLAY "OPERADOR O CONTRASENA INCORRECTOS."
                 NOT INVALID KEY
                    IF OV-PASSWORD NOT = WKS-AUT-PWD
                       OR OV-ESTA-BLOQUEADO
                       DISPLAY "OPERADOR O CONTRASENA INCORRECTOS."
                    ELSE
                    IF NOT OV-ES-SUPERVISOR
                       DISPLAY "SE REQUIERE UN OPERADOR CON PERFIL "
                               "DE SUPERVISOR."
                    ELSE
                       MOVE 1 TO WKS-AUT-OK
                    END-IF
                    END-IF
              END-READ
              CLOSE F-OPER-IVA
           END-IF.

       482000-MARGEN-BRUTO.
      *Margen bruto del mes desde el maestro de facturas: cada
      *partida de catalogo se valua al costo promedio que tenia el
      *producto al venderse (los folios anteriores al costeo toman
      *el costo promedio actual) y la venta neta del descuento de
      *la factura. Se agrupa por producto, por cliente (telefono)
      *y por serie/sucursal; los folios cancelados (notas de
      *credito) restan venta y costo y no entran a los grupos.
           DISPLAY "MES A ANALIZAR (AAAAMM): "
           ACCEPT WKS-MG-ANOMES
           MOVE ZERO TO WKS-MG-PNUM
           MOVE ZERO TO WKS-MG-CNUM
           MOVE ZERO TO WKS-MG-SNUM
           MOVE ZERO TO WKS-MG-DESBORDE
           MOVE ZERO TO WKS-MG-VTA-BRUTA
           MOVE ZERO TO WKS-MG-COS-BRUTO
           MOVE ZERO TO WKS-MG-VTA-CANC
           MOVE ZERO TO WKS-MG-COS-CANC
           MOVE ZERO TO WKS-MG-LIBRE
           MOVE SPACES TO FV-SERIE
           MOVE ZEROS TO FV-FOLIO
           START F-FACTURAS-M KEY IS NOT LESS THAN FV-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 483000-MARGEN-FACTURA UNTIL WKS-SCAN-FIN = 1
           OPEN OUTPUT F-MARGEN
           MOVE SPACES TO REG-MARGEN
           STRING "MARGEN BRUTO DEL MES " WKS-MG-ANOMES
                  DELIMITED BY SIZE INTO REG-MARGEN
           WRITE REG-MARGEN
           MOVE ALL "-" TO REG-MARGEN
           WRITE REG-MARGEN
           PERFORM 488000-MARGEN-TITULOS
           MOVE "VENTAS BRUTAS" TO WKS-MG-ETIQ
           MOVE WKS-MG-VTA-BRUTA TO WKS-MG-V
           MOVE WKS-MG-COS-BRUTO TO WKS-MG-C
           PERFORM 489000-MARGEN-RENGLON
           MOVE "CANCELACIONES" TO WKS-MG-ETIQ
           COMPUTE WKS-MG-V = 0 - WKS-MG-VTA-CANC
           COMPUTE WKS-MG-C = 0 - WKS-MG-COS-CANC
           PERFORM 489000-MARGEN-RENGLON
           MOVE "VENTAS NETAS" TO WKS-MG-ETIQ
           COMPUTE WKS-MG-V = WKS-MG-VTA-BRUTA - WKS-MG-VTA-CANC
           COMPUTE WKS-MG-C = WKS-MG-COS-BRUTO - WKS-MG-COS-CANC
           PERFORM 489000-MARGEN-RENGLON
           MOVE WKS-MG-LIBRE TO WKS-CXP-IMP-FMT
           MOVE SPACES TO REG-MARGEN
           STRING "PARTIDAS DE TEXTO LIBRE (SIN COSTO, FUERA DEL "
                  "MARGEN): " WKS-CXP-IMP-FMT
                  DELIMITED BY SIZE INTO REG-MARGEN
           WRITE REG-MARGEN
           MOVE SPACES TO REG-MARGEN
           WRITE REG-MARGEN
           MOVE "POR PRODUCTO:" TO REG-MARGEN
           WRITE REG-MARGEN
           MOVE 1 TO WKS-MG-I
           PERFORM 485000-MARGEN-PRODUCTO UNTIL WKS-MG-I > WKS-MG-PNUM
           MOVE SPACES TO REG-MARGEN
           WRITE REG-MARGEN
           MOVE "POR CLIENTE (TELEFONO; CEROS = MOSTRADOR):"
                TO REG-MARGEN
           WRITE REG-MARGEN
           MOVE 1 TO WKS-MG-I
           PERFORM 486000-MARGEN-CLIENTE UNTIL WKS-MG-I > WKS-MG-CNUM
           MOVE SPACES TO REG-MARGEN
           WRITE REG-MARGEN
           MOVE "POR SERIE / SUCURSAL:" TO REG-MARGEN
           WRITE REG-MARGEN
           MOVE 1 TO WKS-MG-I
           PERFORM 487000-MARGEN-SERIE UNTIL WKS-MG-I > WKS-MG-SNUM
           MOVE SPACES TO REG-MARGEN
           WRITE REG-MARGEN
           MOVE "PRODUCTOS VENDIDOS BAJO COSTO:" TO REG-MARGEN
           WRITE REG-MARGEN
           MOVE ZERO TO WKS-MG-BAJOS
           MOVE 1 TO WKS-MG-I
           PERFORM 485500-MARGEN-BAJO-COSTO
              UNTIL WKS-MG-I > WKS-MG-PNUM
           IF WKS-MG-BAJOS = 0
              MOVE "   (NINGUNO)" TO REG-MARGEN
              WRITE REG-MARGEN
           END-IF
           IF WKS-MG-DESBORDE > 0
              MOVE SPACES TO REG-MARGEN
              STRING "*AVISO: " WKS-MG-DESBORDE " PARTIDA(S) NO "
                     "CUPIERON EN LAS TABLAS DE GRUPOS."
                     DELIMITED BY SIZE INTO REG-MARGEN
              WRITE REG-MARGEN
           END-IF
           CLOSE F-MARGEN
           DISPLAY "REPORTE EN IVA-MARGEN-BRUTO.TXT".

       483000-MARGEN-FACTURA.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF FV-FECHA(1:6) = WKS-MG-ANOMES
                    MOVE FV-NUM-ITEMS TO WKS-NUM-ITEMS
                    SET WKS-IDX TO 1
                    PERFORM 484000-MARGEN-PARTIDA
                       UNTIL WKS-IDX > WKS-NUM-ITEMS
                 END-IF
           END-READ.

       484000-MARGEN-PARTIDA.
           COMPUTE WKS-MG-VENTA ROUNDED = FV-IMPORTE(WKS-IDX)
                   * (1 - (FV-DESCTO-TASA / 100))
           IF FV-PRODUCTO(WKS-IDX) NOT NUMERIC
              OR FV-PRODUCTO(WKS-IDX) = 0
              IF FV-ESTADO NOT = 'C'
                 ADD WKS-MG-VENTA TO WKS-MG-LIBRE
              END-IF
           ELSE
              IF FV-COSTO(WKS-IDX) NUMERIC
                 MOVE FV-COSTO(WKS-IDX) TO WKS-MG-UNIT
              ELSE
                 MOVE ZERO TO WKS-MG-UNIT
                 MOVE FV-PRODUCTO(WKS-IDX) TO PRO-CODIGO
                 READ F-PRODUCTOS
                    NOT INVALID KEY
                       IF PRO-COSTO-PROM NUMERIC
                          MOVE PRO-COSTO-PROM TO WKS-MG-UNIT
                       END-IF
                 END-READ
              END-IF
              COMPUTE WKS-MG-COSTO ROUNDED =
                      WKS-MG-UNIT * FV-CANTIDAD(WKS-IDX)
              ADD WKS-MG-VENTA TO WKS-MG-VTA-BRUTA
              ADD WKS-MG-COSTO TO WKS-MG-COS-BRUTO
              IF FV-ESTADO = 'C'
                 ADD WKS-MG-VENTA TO WKS-MG-VTA-CANC
                 ADD WKS-MG-COSTO TO WKS-MG-COS-CANC
              ELSE
                 PERFORM 484100-MARGEN-ACUM-PRODUCTO
                 PERFORM 484200-MARGEN-ACUM-CLIENTE
                 PERFORM 484300-MARGEN-ACUM-SERIE
              END-IF
           END-IF
           SET WKS-IDX UP BY 1.

       484100-MARGEN-ACUM-PRODUCTO.
           MOVE ZERO TO WKS-MG-HALLADO
           MOVE 1 TO WKS-MG-I
           PERFORM 484110-MARGEN-BUSCA-PRODUCTO
              UNTIL WKS-MG-HALLADO = 1 OR WKS-MG-I > WKS-MG-PNUM
           IF WKS-MG-HALLADO = 0
              IF WKS-MG-PNUM < 200
                 ADD 1 TO WKS-MG-PNUM
                 MOVE WKS-MG-PNUM TO WKS-MG-I
                 MOVE FV-PRODUCTO(WKS-IDX) TO WKS-MG-PCOD(WKS-MG-I)
                 MOVE ZERO TO WKS-MG-PVTA(WKS-MG-I)
                 MOVE ZERO TO WKS-MG-PCOS(WKS-MG-I)
                 MOVE ZERO TO WKS-MG-PBAJO(WKS-MG-I)
                 MOVE 1 TO WKS-MG-HALLADO
              ELSE
                 ADD 1 TO WKS-MG-DESBORDE
              END-IF
           END-IF
           IF WKS-MG-HALLADO = 1
              ADD WKS-MG-VENTA TO WKS-MG-PVTA(WKS-MG-I)
              ADD WKS-MG-COSTO TO WKS-MG-PCOS(WKS-MG-I)
              IF WKS-MG-VENTA < WKS-MG-COSTO
                 ADD 1 TO WKS-MG-PBAJO(WKS-MG-I)
              END-IF
           END-IF.

       484110-MARGEN-BUSCA-PRODUCTO.
           IF WKS-MG-PCOD(WKS-MG-I) = FV-PRODUCTO(WKS-IDX)
              MOVE 1 TO WKS-MG-HALLADO
           ELSE
              ADD 1 TO WKS-MG-I
           END-IF.

       484200-MARGEN-ACUM-CLIENTE.
           MOVE ZERO TO WKS-MG-HALLADO
           MOVE 1 TO WKS-MG-I
           PERFORM 484210-MARGEN-BUSCA-CLIENTE
              UNTIL WKS-MG-HALLADO = 1 OR WKS-MG-I > WKS-MG-CNUM
           IF WKS-MG-HALLADO = 0
              IF WKS-MG-CNUM < 300
                 ADD 1 TO WKS-MG-CNUM
                 MOVE WKS-MG-CNUM TO WKS-MG-I
                 MOVE FV-TELEFONO TO WKS-MG-CTEL(WKS-MG-I)
                 MOVE ZERO TO WKS-MG-CVTA(WKS-MG-I)
                 MOVE ZERO TO WKS-MG-CCOS(WKS-MG-I)
                 MOVE 1 TO WKS-MG-HALLADO
              ELSE
                 ADD 1 TO WKS-MG-DESBORDE
              END-IF
           END-IF
           IF WKS-MG-HALLADO = 1
              ADD WKS-MG-VENTA TO WKS-MG-CVTA(WKS-MG-I)
              ADD WKS-MG-COSTO TO WKS-MG-CCOS(WKS-MG-I)
           END-IF.

       484210-MARGEN-BUSCA-CLIENTE.
           IF WKS-MG-CTEL(WKS-MG-I) = FV-TELEFONO
              MOVE 1 TO WKS-MG-HALLADO
           ELSE
              ADD 1 TO WKS-MG-I
           END-IF.

       484300-MARGEN-ACUM-SERIE.
           MOVE ZERO TO WKS-MG-HALLADO
           MOVE 1 TO WKS-MG-I
           PERFORM 484310-MARGEN-BUSCA-SERIE
              UNTIL WKS-MG-HALLADO = 1 OR WKS-MG-I > WKS-MG-SNUM
           IF WKS-MG-HALLADO = 0
              IF WKS-MG-SNUM < 30
                 ADD 1 TO WKS-MG-SNUM
                 MOVE WKS-MG-SNUM TO WKS-MG-I
                 MOVE FV-SERIE TO WKS-MG-SSER(WKS-MG-I)
                 MOVE ZERO TO WKS-MG-SVTA(WKS-MG-I)
                 MOVE ZERO TO WKS-MG-SCOS(WKS-MG-I)
                 MOVE 1 TO WKS-MG-HALLADO
              ELSE
                 ADD 1 TO WKS-MG-DESBORDE
              END-IF
           END-IF
           IF WKS-MG-HALLADO = 1
              ADD WKS-MG-VENTA TO WKS-MG-SVTA(WKS-MG-I)
              ADD WKS-MG-COSTO TO WKS-MG-SCOS(WKS-MG-I)
           END-IF.

       484310-MARGEN-BUSCA-SERIE.
           IF WKS-MG-SSER(WKS-MG-I) = FV-SERIE
              MOVE 1 TO WKS-MG-HALLADO
           ELSE
              ADD 1 TO WKS-MG-I
           END-IF.

       485000-MARGEN-PRODUCTO.
           MOVE WKS-MG-PCOD(WKS-MG-I) TO PRO-CODIGO
           READ F-PRODUCTOS
              INVALID KEY
                 MOVE "(SIN CATALOGO)" TO PRO-DESCRIPCION
           END-READ
           MOVE SPACES TO WKS-MG-ETIQ
           STRING WKS-MG-PCOD(WKS-MG-I) " " PRO-DESCRIPCION
                  DELIMITED BY SIZE INTO WKS-MG-ETIQ
           MOVE WKS-MG-PVTA(WKS-MG-I) TO WKS-MG-V
           MOVE WKS-MG-PCOS(WKS-MG-I) TO WKS-MG-C
           PERFORM 489000-MARGEN-RENGLON
           ADD 1 TO WKS-MG-I.

       485500-MARGEN-BAJO-COSTO.
           IF WKS-MG-PBAJO(WKS-MG-I) > 0
              ADD 1 TO WKS-MG-BAJOS
              MOVE WKS-MG-PCOD(WKS-MG-I) TO PRO-CODIGO
              READ F-PRODUCTOS
                 INVALID KEY
                    MOVE "(SIN CATALOGO)" TO PRO-DESCRIPCION
              END-READ
              COMPUTE WKS-MG-MARGEN = WKS-MG-PVTA(WKS-MG-I)
                      - WKS-MG-PCOS(WKS-MG-I)
              MOVE WKS-MG-MARGEN TO WKS-MG-MAR-FMT
              MOVE SPACES TO REG-MARGEN
              STRING "   " WKS-MG-PCOD(WKS-MG-I) " " PRO-DESCRIPCION
                     "  PARTIDAS BAJO COSTO " WKS-MG-PBAJO(WKS-MG-I)
                     "  MARGEN " WKS-MG-MAR-FMT
                     DELIMITED BY SIZE INTO REG-MARGEN
              WRITE REG-MARGEN
           END-IF
           ADD 1 TO WKS-MG-I.

       486000-MARGEN-CLIENTE.
           MOVE SPACES TO WKS-MG-ETIQ
           STRING "TEL " WKS-MG-CTEL(WKS-MG-I)
                  DELIMITED BY SIZE INTO WKS-MG-ETIQ
           MOVE WKS-MG-CVTA(WKS-MG-I) TO WKS-MG-V
           MOVE WKS-MG-CCOS(WKS-MG-I) TO WKS-MG-C
           PERFORM 489000-MARGEN-RENGLON
           ADD 1 TO WKS-MG-I.

       487000-MARGEN-SERIE.
           MOVE WKS-MG-SSER(WKS-MG-I) TO SE-SERIE
           READ F-SERIES
              INVALID KEY
                 MOVE "(SIN NOMBRE)" TO SE-SUCURSAL
           END-READ
           MOVE SPACES TO WKS-MG-ETIQ
           STRING WKS-MG-SSER(WKS-MG-I) " " SE-SUCURSAL
                  DELIMITED BY SIZE INTO WKS-MG-ETIQ
           MOVE WKS-MG-SVTA(WKS-MG-I) TO WKS-MG-V
           MOVE WKS-MG-SCOS(WKS-MG-I) TO WKS-MG-C
           PERFORM 489000-MARGEN-RENGLON
           ADD 1 TO WKS-MG-I.

       488000-MARGEN-TITULOS.
           MOVE SPACES TO REG-MARGEN
           MOVE "CONCEPTO" TO REG-MARGEN(1:27)
           MOVE "       VENTAS" TO REG-MARGEN(29:13)
           MOVE "        COSTO" TO REG-MARGEN(43:13)
           MOVE "       MARGEN" TO REG-MARGEN(57:13)
           MOVE "  MARGEN%" TO REG-MARGEN(70:9)
           WRITE REG-MARGEN.

       489000-MARGEN-RENGLON.
      *Renglon comun del reporte: etiqueta, venta, costo, margen
      *bruto y porcentaje de margen sobre la venta.
           COMPUTE WKS-MG-MARGEN = WKS-MG-V - WKS-MG-C
           IF WKS-MG-V NOT = 0
              COMPUTE WKS-MG-PCT ROUNDED =
                      WKS-MG-MARGEN * 100 / WKS-MG-V
           ELSE
              MOVE ZERO TO WKS-MG-PCT
           END-IF
           MOVE WKS-MG-V TO WKS-MG-VTA-FMT
           MOVE WKS-MG-C TO WKS-MG-COS-FMT
           MOVE WKS-MG-MARGEN TO WKS-MG-MAR-FMT
           MOVE WKS-MG-PCT TO WKS-MG-PCT-FMT
           MOVE SPACES TO REG-MARGEN
           MOVE WKS-MG-ETIQ TO REG-MARGEN(1:27)
           MOVE WKS-MG-VTA-FMT TO REG-MARGEN(29:13)
           MOVE WKS-MG-COS-FMT TO REG-MARGEN(43:13)
           MOVE WKS-MG-MAR-FMT TO REG-MARGEN(57:13)
           MOVE WKS-MG-PCT-FMT TO REG-MARGEN(71:8)
           WRITE REG-MARGEN.

       120000-ELIGE-PRECIO.
      *Precio de la partida de catalogo: parte del precio regular
      *del catalogo; si la lista del cliente trae precio para el
      *producto, manda la lista, y una promocion vigente entra solo
      *si deja el precio mas bajo. Las promociones no se acumulan.
           MOVE PRO-PRECIO TO WKS-PRECIO-REG(WKS-IDX)
           MOVE PRO-PRECIO TO WKS-PRECIO-APL(WKS-IDX)
           MOVE 'R' TO WKS-PRECIO-ORIGEN(WKS-IDX)
           MOVE ZERO TO WKS-PRECIO-PROMO(WKS-IDX)
           OPEN INPUT F-LISTAS-PRECIO
           IF WKS-FS-LISTAS = '00'
              MOVE WKS-LISTA-FACT TO LI-LISTA
              MOVE PRO-CODIGO TO LI-PRODUCTO
              READ F-LISTAS-PRECIO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LI-PRECIO > 0
                       MOVE LI-PRECIO TO WKS-PRECIO-APL(WKS-IDX)
                       MOVE WKS-LISTA-FACT
                            TO WKS-PRECIO-ORIGEN(WKS-IDX)
                    END-IF
              END-READ
              CLOSE F-LISTAS-PRECIO
           END-IF
           PERFORM 121000-BUSCA-PROMOCIONES.

       121000-BUSCA-PROMOCIONES.
      *Recorre las promociones buscando las vigentes hoy para el
      *producto o para su clase.
           ACCEPT WKS-PR-HOY FROM DATE YYYYMMDD
           OPEN INPUT F-PROMOCIONES
           IF WKS-FS-PROMOS = '00'
              MOVE ZERO TO PO-CLAVE
              START F-PROMOCIONES KEY IS NOT LESS THAN PO-CLAVE
                 INVALID KEY MOVE 1 TO WKS-PR-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-PR-FIN
              END-START
              PERFORM 122000-EVALUA-PROMOCION
                 UNTIL WKS-PR-FIN = 1
              CLOSE F-PROMOCIONES
           END-IF.

       122000-EVALUA-PROMOCION.
           READ F-PROMOCIONES NEXT RECORD
              AT END MOVE 1 TO WKS-PR-FIN
              NOT AT END
                 IF PO-INICIO NOT > WKS-PR-HOY
                    AND PO-FIN NOT < WKS-PR-HOY
                    AND ((PO-POR-PRODUCTO
                          AND PO-PRODUCTO = PRO-CODIGO)
                      OR (PO-POR-CLASE
                          AND PO-CLASE-COM = PRO-CLASE-COM))
                    IF PO-ES-PORCENTAJE
                       COMPUTE WKS-PR-PRECIO ROUNDED =
                               PRO-PRECIO * (1 - PO-PORCENTAJE / 100)
                    ELSE
                       MOVE PO-PRECIO TO WKS-PR-PRECIO
                    END-IF
                    IF WKS-PR-PRECIO < WKS-PRECIO-APL(WKS-IDX)
                       MOVE WKS-PR-PRECIO TO WKS-PRECIO-APL(WKS-IDX)
                       MOVE 'X' TO WKS-PRECIO-ORIGEN(WKS-IDX)
                       MOVE PO-CLAVE TO WKS-PRECIO-PROMO(WKS-IDX)
                    END-IF
                 END-IF
           END-READ.

       125000-DESCRIBE-ORIGEN.
      *Leyenda del origen del precio aplicado a la partida.
           MOVE SPACES TO WKS-PR-ETIQ
           IF WKS-PRECIO-ORIGEN(WKS-IDX) = 'D'
              MOVE "LISTA MENUDEO" TO WKS-PR-ETIQ
           ELSE
           IF WKS-PRECIO-ORIGEN(WKS-IDX) = 'M'
              MOVE "LISTA MAYOREO" TO WKS-PR-ETIQ
           ELSE
           IF WKS-PRECIO-ORIGEN(WKS-IDX) = 'P'
              MOVE "LISTA PREFERENCIAL" TO WKS-PR-ETIQ
           ELSE
           IF WKS-PRECIO-ORIGEN(WKS-IDX) = 'X'
              STRING "PROMOCION " WKS-PRECIO-PROMO(WKS-IDX)
                     DELIMITED BY SIZE INTO WKS-PR-ETIQ
           ELSE
              MOVE "PRECIO REGULAR" TO WKS-PR-ETIQ
           END-IF
           END-IF
           END-IF
           END-IF.

       130000-CAPTURA-LISTA-PRECIO.
      *Alta, cambio o baja del precio de un producto en una lista;
      *precio cero borra el renglon y el cliente de esa lista vuelve
      *al precio regular del catalogo.
           OPEN I-O F-LISTAS-PRECIO
           IF WKS-FS-LISTAS = '35'
              OPEN OUTPUT F-LISTAS-PRECIO
              CLOSE F-LISTAS-PRECIO
              OPEN I-O F-LISTAS-PRECIO
           END-IF
           PERFORM 131000-PIDE-LISTA
           DISPLAY "CODIGO DEL PRODUCTO: "
           ACCEPT LI-PRODUCTO
           MOVE LI-PRODUCTO TO PRO-CODIGO
           READ F-PRODUCTOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE PRODUCTO, VERIFIQUE."
              NOT INVALID KEY
                 DISPLAY PRO-DESCRIPCION "  PRECIO REGULAR "
                         PRO-PRECIO
                 PERFORM 131500-GRABA-LISTA-PRECIO
           END-READ
           CLOSE F-LISTAS-PRECIO.

       131000-PIDE-LISTA.
           DISPLAY "LISTA: D.MENUDEO M.MAYOREO P.PREFERENCIAL"
           ACCEPT LI-LISTA
           IF LI-LISTA NOT = 'D' AND LI-LISTA NOT = 'M'
              AND LI-LISTA NOT = 'P'
              DISPLAY "LISTA INVALIDA, VERIFIQUE."
              PERFORM 131000-PIDE-LISTA
           END-IF.

       131500-GRABA-LISTA-PRECIO.
           READ F-LISTAS-PRECIO
              INVALID KEY
                 MOVE ZERO TO WKS-PR-EXISTE
              NOT INVALID KEY
                 MOVE 1 TO WKS-PR-EXISTE
                 DISPLAY "PRECIO ACTUAL EN LA LISTA: " LI-PRECIO
           END-READ
           DISPLAY "PRECIO EN LA LISTA (0 = QUITAR): "
           ACCEPT LI-PRECIO
           IF LI-PRECIO = 0
              IF WKS-PR-EXISTE = 1
                 DELETE F-LISTAS-PRECIO
                    INVALID KEY
                       DISPLAY "ERROR AL QUITAR EL PRECIO."
                    NOT INVALID KEY
                       DISPLAY "PRECIO QUITADO DE LA LISTA."
                 END-DELETE
              END-IF
           ELSE
              IF WKS-PR-EXISTE = 1
                 REWRITE REG-LISTA-PRECIO
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL PRECIO."
                 END-REWRITE
              ELSE
                 WRITE REG-LISTA-PRECIO
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL PRECIO."
                 END-WRITE
              END-IF
              DISPLAY "PRECIO GRABADO."
           END-IF.

       132000-CAPTURA-PROMOCION.
      *Alta o cambio de una promocion por clave. Para terminarla
      *antes de tiempo basta recapturarla con la fecha final de ayer.
           OPEN I-O F-PROMOCIONES
           IF WKS-FS-PROMOS = '35'
              OPEN OUTPUT F-PROMOCIONES
              CLOSE F-PROMOCIONES
              OPEN I-O F-PROMOCIONES
           END-IF
           DISPLAY "CLAVE DE LA PROMOCION (1-9999): "
           ACCEPT PO-CLAVE
           IF PO-CLAVE = 0
              DISPLAY "CLAVE INVALIDA, VERIFIQUE."
           ELSE
              READ F-PROMOCIONES
                 INVALID KEY
                    MOVE ZERO TO WKS-PR-EXISTE
                 NOT INVALID KEY
                    MOVE 1 TO WKS-PR-EXISTE
                    DISPLAY "PROMOCION EXISTENTE: " PO-DESCRIPCION
                            " DEL " PO-INICIO " AL " PO-FIN
              END-READ
              PERFORM 132500-DATOS-PROMOCION
              IF WKS-PR-OK = 1
                 PERFORM 133000-GRABA-PROMOCION
              ELSE
                 DISPLAY "PROMOCION NO GRABADA, VERIFIQUE."
              END-IF
           END-IF
           CLOSE F-PROMOCIONES.

       132500-DATOS-PROMOCION.
      *Captura el periodo, el alcance y el tipo de la promocion;
      *cualquier dato invalido deja WKS-PR-OK en cero.
           MOVE ZERO TO WKS-PR-OK
           DISPLAY "DESCRIPCION: "
           ACCEPT PO-DESCRIPCION
           DISPLAY "FECHA INICIAL (AAAAMMDD): "
           ACCEPT PO-INICIO
           DISPLAY "FECHA FINAL (AAAAMMDD): "
           ACCEPT PO-FIN
           IF PO-INICIO NOT NUMERIC OR PO-FIN NOT NUMERIC
              OR PO-INICIO = 0 OR PO-FIN < PO-INICIO
              DISPLAY "PERIODO INVALIDO."
           ELSE
              PERFORM 132600-ALCANCE-PROMOCION
           END-IF
           IF WKS-PR-OK = 1
              PERFORM 132700-TIPO-PROMOCION
           END-IF.

       132600-ALCANCE-PROMOCION.
           DISPLAY "APLICA A: P.UN PRODUCTO C.UNA CLASE DE PRODUCTO"
           ACCEPT PO-ALCANCE
           MOVE ZERO TO PO-PRODUCTO
           MOVE SPACES TO PO-CLASE-COM
           IF PO-POR-PRODUCTO
              DISPLAY "CODIGO DEL PRODUCTO: "
              ACCEPT PO-PRODUCTO
              MOVE PO-PRODUCTO TO PRO-CODIGO
              READ F-PRODUCTOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PRODUCTO."
                 NOT INVALID KEY
                    MOVE 1 TO WKS-PR-OK
              END-READ
           ELSE
           IF PO-POR-CLASE
      *La clase de producto es la misma clase del catalogo que usan
      *las comisiones; en blanco no se acepta porque abarcaria a
      *todos los productos de la clase general.
              DISPLAY "CLASE DE PRODUCTO (2 LETRAS): "
              ACCEPT PO-CLASE-COM
              IF PO-CLASE-COM = SPACES
                 DISPLAY "CLASE INVALIDA."
              ELSE
                 MOVE 1 TO WKS-PR-OK
              END-IF
           ELSE
              DISPLAY "ALCANCE INVALIDO."
           END-IF
           END-IF.

       132700-TIPO-PROMOCION.
           MOVE ZERO TO WKS-PR-OK
           DISPLAY "TIPO: D.PORCENTAJE DE DESCUENTO E.PRECIO ESPECIAL"
           ACCEPT PO-TIPO
           MOVE ZERO TO PO-PORCENTAJE
           MOVE ZERO TO PO-PRECIO
           IF PO-ES-PORCENTAJE
              DISPLAY "PORCENTAJE DE DESCUENTO (EJ. 15.00): "
              ACCEPT PO-PORCENTAJE
              IF PO-PORCENTAJE = 0
                 DISPLAY "PORCENTAJE INVALIDO."
              ELSE
                 MOVE 1 TO WKS-PR-OK
              END-IF
           ELSE
           IF PO-ES-PRECIO
              DISPLAY "PRECIO ESPECIAL: "
              ACCEPT PO-PRECIO
              MOVE 1 TO WKS-PR-OK
           ELSE
              DISPLAY "TIPO INVALIDO."
           END-IF
           END-IF.

       133000-GRABA-PROMOCION.
           IF WKS-PR-EXISTE = 1
              REWRITE REG-PROMOCION
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR LA PROMOCION."
              END-REWRITE
           ELSE
              WRITE REG-PROMOCION
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR LA PROMOCION."
              END-WRITE
           END-IF
           DISPLAY "PROMOCION GRABADA.".

       134000-PROMOCIONES-VIGENTES.
      *Lista en pantalla las promociones vigentes hoy y las que
      *estan por empezar.
           ACCEPT WKS-PR-HOY FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-PR-VIGENTES
           OPEN INPUT F-PROMOCIONES
           IF WKS-FS-PROMOS NOT = '00'
              DISPLAY "NO HAY PROMOCIONES CAPTURADAS."
           ELSE
              MOVE ZERO TO PO-CLAVE
              START F-PROMOCIONES KEY IS NOT LESS THAN PO-CLAVE
                 INVALID KEY MOVE 1 TO WKS-PR-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-PR-FIN
              END-START
              PERFORM 135000-PROMOCION-RENGLON
                 UNTIL WKS-PR-FIN = 1
              CLOSE F-PROMOCIONES
              DISPLAY "PROMOCIONES VIGENTES O POR EMPEZAR: "
                      WKS-PR-VIGENTES
           END-IF.

       135000-PROMOCION-RENGLON.
           READ F-PROMOCIONES NEXT RECORD
              AT END MOVE 1 TO WKS-PR-FIN
              NOT AT END
                 IF PO-FIN NOT < WKS-PR-HOY
                    ADD 1 TO WKS-PR-VIGENTES
                    IF PO-POR-PRODUCTO
                       MOVE SPACES TO WKS-PR-ETIQ
                       STRING "PRODUCTO " PO-PRODUCTO
                              DELIMITED BY SIZE INTO WKS-PR-ETIQ
                    ELSE
                       MOVE SPACES TO WKS-PR-ETIQ
                       STRING "CLASE " PO-CLASE-COM
                              DELIMITED BY SIZE INTO WKS-PR-ETIQ
                    END-IF
                    IF PO-ES-PORCENTAJE
                       DISPLAY PO-CLAVE " " PO-DESCRIPCION " "
                               PO-INICIO "-" PO-FIN " " WKS-PR-ETIQ
                               " -" PO-PORCENTAJE "%"
                    ELSE
                       DISPLAY PO-CLAVE " " PO-DESCRIPCION " "
                               PO-INICIO "-" PO-FIN " " WKS-PR-ETIQ
                               " PRECIO " PO-PRECIO
                    END-IF
                 END-IF
           END-READ.

       240000-POLIZA-INGRESOS.
      *Poliza de ingresos del dia por serie, con el mismo formato
      *de NOMINA-POLIZA.TXT y la cuenta contable al lado de cada
      *importe: ventas por clase de IVA, IVA trasladado, cobro por
      *forma de pago, ventas a credito a clientes, abonos de
      *IVA-PAGOS.DAT, puntos redimidos, anticipos de clientes
      *cobrados y aplicados, y cancelaciones (notas de credito) del
      *dia. Solo se escribe si cada serie cuadra y si
      *todos los conceptos con importe tienen cuenta asignada.
           DISPLAY "FECHA DE LA POLIZA (AAAAMMDD, 0 = HOY): "
           ACCEPT WKS-PI-FECHA
           IF WKS-PI-FECHA = 0
              ACCEPT WKS-PI-FECHA FROM DATE YYYYMMDD
           END-IF
           MOVE ZERO TO WKS-PI-NUM
           MOVE ZERO TO WKS-PI-DESBORDE
           MOVE SPACES TO FV-SERIE
           MOVE ZEROS TO FV-FOLIO
           START F-FACTURAS-M KEY IS NOT LESS THAN FV-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 241000-PI-FACTURA UNTIL WKS-SCAN-FIN = 1
           OPEN INPUT F-PAGOS
           IF WKS-FS-PAGOS = '00'
              MOVE ZERO TO WKS-PI-FIN
              PERFORM 244000-PI-PAGO UNTIL WKS-PI-FIN = 1
              CLOSE F-PAGOS
           END-IF
           OPEN INPUT F-ANTICIPOS
           IF WKS-FS-ANTICIPOS = '00'
              MOVE ZERO TO WKS-PI-FIN
              PERFORM 244500-PI-ANTICIPO UNTIL WKS-PI-FIN = 1
              CLOSE F-ANTICIPOS
           END-IF
           IF WKS-PI-DESBORDE > 0
              DISPLAY "AVISO: MAS DE 30 SERIES; " WKS-PI-DESBORDE
                      " MOVIMIENTO(S) SE ACUMULARON EN LA ULTIMA."
           END-IF
           IF WKS-PI-NUM = 0
              DISPLAY "SIN MOVIMIENTOS EN LA FECHA " WKS-PI-FECHA
                      "; NO SE GENERA POLIZA."
           ELSE
              PERFORM 246000-PI-VALIDA
              IF WKS-PI-OK = 1
                 PERFORM 248000-PI-ESCRIBE
              END-IF
           END-IF.

       241000-PI-FACTURA.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF FV-FECHA = WKS-PI-FECHA
                    MOVE FV-SERIE TO WKS-PI-SERIE-BUSCA
                    PERFORM 245000-PI-BUSCA-SERIE
                    PERFORM 242000-PI-VENTA
                 END-IF
                 IF FV-ESTADO = 'C' AND FV-FECHA-CANC NUMERIC
                    AND FV-FECHA-CANC = WKS-PI-FECHA
                    MOVE FV-SERIE TO WKS-PI-SERIE-BUSCA
                    PERFORM 245000-PI-BUSCA-SERIE
                    PERFORM 243000-PI-CANCELACION
                 END-IF
           END-READ.

       242000-PI-VENTA.
      *Venta del dia: abono a ventas de cada clase y al IVA, cargo
      *a la cuenta de la forma de pago por el total con IVA.
           ADD FV-BASE-CLASE(1) TO WKS-PI-IMPORTE(WKS-PI-I, 1)
           ADD FV-BASE-CLASE(2) TO WKS-PI-IMPORTE(WKS-PI-I, 2)
           ADD FV-BASE-CLASE(3) TO WKS-PI-IMPORTE(WKS-PI-I, 3)
           ADD FV-IVA-MONTO TO WKS-PI-IMPORTE(WKS-PI-I, 4)
           PERFORM 242500-PI-RENGLON-COBRO
           COMPUTE WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R) =
                   WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
                   + FV-TOTAL-NETO + FV-IVA-MONTO
      *Lo que retuvo el cliente no entra a la cuenta de cobro: queda
      *a cargo en IVA e ISR retenidos.
           IF FV-RET-IVA NUMERIC AND FV-RET-ISR NUMERIC
              SUBTRACT FV-RET-IVA FROM
                       WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
              SUBTRACT FV-RET-ISR FROM
                       WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
              ADD FV-RET-IVA TO WKS-PI-IMPORTE(WKS-PI-I, 29)
              ADD FV-RET-ISR TO WKS-PI-IMPORTE(WKS-PI-I, 30)
           END-IF
      *Lo cubierto con anticipos tampoco se cobra: baja el pasivo
      *de anticipos por la base y el IVA de anticipos por su IVA.
           PERFORM 198500-CARGA-ANTICIPO-FOLIO
           IF WKS-ANC-TOTAL > 0
              SUBTRACT WKS-ANC-TOTAL FROM
                       WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
              ADD WKS-ANC-BASE-TOT TO WKS-PI-IMPORTE(WKS-PI-I, 33)
              COMPUTE WKS-PI-IMPORTE(WKS-PI-I, 34) =
                      WKS-PI-IMPORTE(WKS-PI-I, 34)
                      + WKS-ANC-TOTAL - WKS-ANC-BASE-TOT
           END-IF
      *Los puntos redimidos bajan el pasivo del programa de lealtad
      *contra la venta que pagaron.
           IF FV-PUNTOS-REDIM NUMERIC AND FV-PUNTOS-REDIM > 0
              ADD FV-PUNTOS-REDIM TO WKS-PI-IMPORTE(WKS-PI-I, 14)
              ADD FV-PUNTOS-REDIM TO WKS-PI-IMPORTE(WKS-PI-I, 15)
           END-IF.

       242500-PI-RENGLON-COBRO.
      *Renglon de cargo de la venta segun su forma de pago; en
      *blanco (folios viejos) es efectivo. Los renglones de la
      *cancelacion correspondiente quedan 15 lugares adelante.
           IF FV-FORMA-PAGO = 'T'
              MOVE 6 TO WKS-PI-R
           ELSE
           IF FV-FORMA-PAGO = 'F'
              MOVE 7 TO WKS-PI-R
           ELSE
           IF FV-FORMA-PAGO = 'R'
              MOVE 8 TO WKS-PI-R
           ELSE
           IF FV-FORMA-PAGO = 'N'
              MOVE 9 TO WKS-PI-R
           ELSE
              MOVE 5 TO WKS-PI-R
           END-IF
           END-IF
           END-IF
           END-IF.

       243000-PI-CANCELACION.
      *Nota de credito del dia: reversa completa de la venta contra
      *la misma cuenta con que se cobro.
           ADD FV-BASE-CLASE(1) TO WKS-PI-IMPORTE(WKS-PI-I, 16)
           ADD FV-BASE-CLASE(2) TO WKS-PI-IMPORTE(WKS-PI-I, 17)
           ADD FV-BASE-CLASE(3) TO WKS-PI-IMPORTE(WKS-PI-I, 18)
           ADD FV-IVA-MONTO TO WKS-PI-IMPORTE(WKS-PI-I, 19)
           PERFORM 242500-PI-RENGLON-COBRO
           ADD 15 TO WKS-PI-R
           COMPUTE WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R) =
                   WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
                   + FV-TOTAL-NETO + FV-IVA-MONTO
           IF FV-RET-IVA NUMERIC AND FV-RET-ISR NUMERIC
              SUBTRACT FV-RET-IVA FROM
                       WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
              SUBTRACT FV-RET-ISR FROM
                       WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
              ADD FV-RET-IVA TO WKS-PI-IMPORTE(WKS-PI-I, 31)
              ADD FV-RET-ISR TO WKS-PI-IMPORTE(WKS-PI-I, 32)
           END-IF
           PERFORM 198500-CARGA-ANTICIPO-FOLIO
           IF WKS-ANC-TOTAL > 0
              SUBTRACT WKS-ANC-TOTAL FROM
                       WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
              ADD WKS-ANC-BASE-TOT TO WKS-PI-IMPORTE(WKS-PI-I, 35)
              COMPUTE WKS-PI-IMPORTE(WKS-PI-I, 36) =
                      WKS-PI-IMPORTE(WKS-PI-I, 36)
                      + WKS-ANC-TOTAL - WKS-ANC-BASE-TOT
           END-IF
           IF FV-PUNTOS-REDIM NUMERIC AND FV-PUNTOS-REDIM > 0
              ADD FV-PUNTOS-REDIM TO WKS-PI-IMPORTE(WKS-PI-I, 25)
              ADD FV-PUNTOS-REDIM TO WKS-PI-IMPORTE(WKS-PI-I, 26)
           END-IF.

       244000-PI-PAGO.
      *Abonos del dia: cargo a caja o a bancos segun la forma del
      *abono y los descontados por NOMINA a la cuenta de descuentos
      *de nomina; todos abonan a la cuenta por cobrar. Pagos viejos
      *sin serie van a la serie 'A' (matriz). En los abonos a folios
      *en moneda extranjera la cuenta por cobrar baja por su valor en
      *libros y la diferencia contra lo cobrado es utilidad o
      *perdida cambiaria.
           READ F-PAGOS NEXT RECORD
              AT END MOVE 1 TO WKS-PI-FIN
              NOT AT END
                 IF PAG-FECHA = WKS-PI-FECHA
                    IF PAG-SERIE = SPACES
                       MOVE "A " TO WKS-PI-SERIE-BUSCA
                    ELSE
                       MOVE PAG-SERIE TO WKS-PI-SERIE-BUSCA
                    END-IF
                    PERFORM 245000-PI-BUSCA-SERIE
                    IF PAG-ORIGEN = 'N'
                       ADD PAG-MONTO TO WKS-PI-IMPORTE(WKS-PI-I, 12)
                       ADD PAG-MONTO TO WKS-PI-IMPORTE(WKS-PI-I, 13)
                    ELSE
                       IF PAG-ORIGEN = 'T'
                          ADD PAG-MONTO
                             TO WKS-PI-IMPORTE(WKS-PI-I, 27)
                       ELSE
                       IF PAG-ORIGEN = 'F'
                          ADD PAG-MONTO
                             TO WKS-PI-IMPORTE(WKS-PI-I, 28)
                       ELSE
                          ADD PAG-MONTO
                             TO WKS-PI-IMPORTE(WKS-PI-I, 10)
                       END-IF
                       END-IF
                       IF PAG-DIF-CAMBIO NOT NUMERIC
                          MOVE ZERO TO PAG-DIF-CAMBIO
                       END-IF
                       COMPUTE WKS-PI-IMPORTE(WKS-PI-I, 11) =
                               WKS-PI-IMPORTE(WKS-PI-I, 11)
                               + PAG-MONTO - PAG-DIF-CAMBIO
                       IF PAG-DIF-CAMBIO > 0
                          ADD PAG-DIF-CAMBIO
                             TO WKS-PI-IMPORTE(WKS-PI-I, 42)
                       ELSE
                          SUBTRACT PAG-DIF-CAMBIO
                             FROM WKS-PI-IMPORTE(WKS-PI-I, 43)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       244500-PI-ANTICIPO.
      *Anticipos cobrados en el dia: cargo a caja o bancos segun la
      *forma de pago por el importe recibido, abono al pasivo de
      *anticipos por la base y al IVA de anticipos por su IVA.
           READ F-ANTICIPOS NEXT RECORD
              AT END MOVE 1 TO WKS-PI-FIN
              NOT AT END
                 IF AN-FECHA = WKS-PI-FECHA
                    MOVE AN-SERIE TO WKS-PI-SERIE-BUSCA
                    PERFORM 245000-PI-BUSCA-SERIE
                    ADD AN-BASE TO WKS-PI-IMPORTE(WKS-PI-I, 37)
                    ADD AN-IVA TO WKS-PI-IMPORTE(WKS-PI-I, 38)
                    IF AN-FORMA-PAGO = 'T'
                       ADD AN-IMPORTE TO WKS-PI-IMPORTE(WKS-PI-I, 40)
                    ELSE
                    IF AN-FORMA-PAGO = 'F'
                       ADD AN-IMPORTE TO WKS-PI-IMPORTE(WKS-PI-I, 41)
                    ELSE
                       ADD AN-IMPORTE TO WKS-PI-IMPORTE(WKS-PI-I, 39)
                    END-IF
                    END-IF
                 END-IF
           END-READ.

       245000-PI-BUSCA-SERIE.
      *Deja en WKS-PI-I el renglon de la serie WKS-PI-SERIE-BUSCA,
      *dandolo de alta en ceros si es nueva.
           MOVE 1 TO WKS-PI-I
           PERFORM 245500-PI-SIGUIENTE-SERIE
              UNTIL WKS-PI-I > WKS-PI-NUM
                 OR WKS-PI-SERIE(WKS-PI-I) = WKS-PI-SERIE-BUSCA
           IF WKS-PI-I > WKS-PI-NUM
              IF WKS-PI-NUM < 30
                 ADD 1 TO WKS-PI-NUM
                 MOVE WKS-PI-NUM TO WKS-PI-I
                 MOVE WKS-PI-SERIE-BUSCA TO WKS-PI-SERIE(WKS-PI-I)
                 MOVE 1 TO WKS-PI-R
                 PERFORM 245600-PI-LIMPIA-RENGLON
                    UNTIL WKS-PI-R > 43
              ELSE
                 ADD 1 TO WKS-PI-DESBORDE
                 MOVE WKS-PI-NUM TO WKS-PI-I
              END-IF
           END-IF.

       245500-PI-SIGUIENTE-SERIE.
           ADD 1 TO WKS-PI-I.

       245600-PI-LIMPIA-RENGLON.
           MOVE ZERO TO WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
           MOVE SPACES TO WKS-PI-CUENTA(WKS-PI-I, WKS-PI-R)
           ADD 1 TO WKS-PI-R.

       246000-PI-VALIDA.
      *Antes de escribir: cargos igual a abonos en cada serie y una
      *cuenta para cada concepto con importe (la de la serie o, en
      *su defecto, la general de serie en blanco).
           MOVE 1 TO WKS-PI-OK
           OPEN INPUT F-CUENTAS-POL
           MOVE 1 TO WKS-PI-I
           PERFORM 246500-PI-VALIDA-SERIE
              UNTIL WKS-PI-I > WKS-PI-NUM
           IF WKS-FS-CUENTAS-POL = '00'
              CLOSE F-CUENTAS-POL
           END-IF
           IF WKS-PI-OK = 0
              DISPLAY "POLIZA DE INGRESOS NO GENERADA, CORRIJA LO "
                      "ANTERIOR."
           END-IF.

       246500-PI-VALIDA-SERIE.
           MOVE ZERO TO WKS-PI-CARGOS
           MOVE ZERO TO WKS-PI-ABONOS
           MOVE 1 TO WKS-PI-R
           PERFORM 247000-PI-VALIDA-RENGLON UNTIL WKS-PI-R > 43
           IF WKS-PI-CARGOS NOT = WKS-PI-ABONOS
              MOVE ZERO TO WKS-PI-OK
              MOVE WKS-PI-CARGOS TO WKS-PI-FMT
              DISPLAY "SERIE " WKS-PI-SERIE(WKS-PI-I)
                      ": CARGOS " WKS-PI-FMT
              MOVE WKS-PI-ABONOS TO WKS-PI-FMT
              DISPLAY "          ABONOS " WKS-PI-FMT
                      " -- NO CUADRA."
           END-IF
           ADD 1 TO WKS-PI-I.

       247000-PI-VALIDA-RENGLON.
           IF WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R) NOT = 0
              IF WKS-PI-LADO(WKS-PI-R) = "C"
                 ADD WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
                    TO WKS-PI-CARGOS
              ELSE
                 ADD WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
                    TO WKS-PI-ABONOS
              END-IF
              PERFORM 247500-PI-BUSCA-CUENTA
              IF WKS-PI-CUENTA(WKS-PI-I, WKS-PI-R) = SPACES
                 MOVE ZERO TO WKS-PI-OK
                 DISPLAY "SERIE " WKS-PI-SERIE(WKS-PI-I)
                         ": SIN CUENTA PARA EL CONCEPTO "
                         WKS-PI-CONCEPTO(WKS-PI-R) " "
                         WKS-PI-ETIQ(WKS-PI-R)
              END-IF
           END-IF
           ADD 1 TO WKS-PI-R.

       247500-PI-BUSCA-CUENTA.
           MOVE SPACES TO WKS-PI-CUENTA(WKS-PI-I, WKS-PI-R)
           IF WKS-FS-CUENTAS-POL = '00'
              MOVE WKS-PI-SERIE(WKS-PI-I) TO CU-SERIE
              MOVE WKS-PI-CONCEPTO(WKS-PI-R) TO CU-CONCEPTO
              READ F-CUENTAS-POL
                 INVALID KEY
                    MOVE SPACES TO CU-SERIE
                    READ F-CUENTAS-POL
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE CU-CUENTA
                               TO WKS-PI-CUENTA(WKS-PI-I, WKS-PI-R)
                    END-READ
                 NOT INVALID KEY
                    MOVE CU-CUENTA TO WKS-PI-CUENTA(WKS-PI-I, WKS-PI-R)
              END-READ
           END-IF.

       248000-PI-ESCRIBE.
      *Una seccion por serie, cargos primero y abonos despues, como
      *la poliza de NOMINA.
           OPEN OUTPUT F-POLIZA-ING
           MOVE 1 TO WKS-PI-I
           PERFORM 248500-PI-ESCRIBE-SERIE
              UNTIL WKS-PI-I > WKS-PI-NUM
           CLOSE F-POLIZA-ING
           DISPLAY "POLIZA DE INGRESOS GENERADA EN "
                   "IVA-POLIZA-INGRESOS.TXT".

       248500-PI-ESCRIBE-SERIE.
           MOVE SPACES TO REG-POLIZA-ING
           STRING "POLIZA DE INGRESOS - SERIE " DELIMITED BY SIZE
                  WKS-PI-SERIE(WKS-PI-I) DELIMITED BY SIZE
                  "  FECHA " DELIMITED BY SIZE
                  WKS-PI-FECHA DELIMITED BY SIZE
                  INTO REG-POLIZA-ING
           WRITE REG-POLIZA-ING
           MOVE WKS-PI-SERIE(WKS-PI-I) TO SE-SERIE
           READ F-SERIES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SPACES TO REG-POLIZA-ING
                 STRING "SUCURSAL " DELIMITED BY SIZE
                        SE-SUCURSAL DELIMITED BY SIZE
                        INTO REG-POLIZA-ING
                 WRITE REG-POLIZA-ING
           END-READ
           MOVE ALL "-" TO REG-POLIZA-ING
           WRITE REG-POLIZA-ING
           MOVE ZERO TO WKS-PI-CARGOS
           MOVE "C" TO WKS-PI-LADO-SEL
           MOVE 1 TO WKS-PI-R
           PERFORM 249000-PI-ESCRIBE-RENGLON UNTIL WKS-PI-R > 43
           MOVE "A" TO WKS-PI-LADO-SEL
           MOVE 1 TO WKS-PI-R
           PERFORM 249000-PI-ESCRIBE-RENGLON UNTIL WKS-PI-R > 43
           MOVE ALL "-" TO REG-POLIZA-ING
           WRITE REG-POLIZA-ING
           MOVE WKS-PI-CARGOS TO WKS-PI-FMT
           MOVE SPACES TO REG-POLIZA-ING
           STRING "TOTAL CARGOS = TOTAL ABONOS = " DELIMITED BY SIZE
                  WKS-PI-FMT DELIMITED BY SIZE
                  INTO REG-POLIZA-ING
           WRITE REG-POLIZA-ING
           MOVE SPACES TO REG-POLIZA-ING
           WRITE REG-POLIZA-ING
           ADD 1 TO WKS-PI-I.

       249000-PI-ESCRIBE-RENGLON.
           IF WKS-PI-LADO(WKS-PI-R) = WKS-PI-LADO-SEL
              AND WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R) NOT = 0
              MOVE SPACES TO WKS-LIN-POL-ING
              IF WKS-PI-LADO-SEL = "C"
                 MOVE "CARGO" TO WKS-LPI-MOVTO
                 ADD WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
                    TO WKS-PI-CARGOS
              ELSE
                 MOVE "ABONO" TO WKS-LPI-MOVTO
              END-IF
              MOVE WKS-PI-ETIQ(WKS-PI-R) TO WKS-LPI-CONCEPTO
              MOVE WKS-PI-IMPORTE(WKS-PI-I, WKS-PI-R)
                   TO WKS-LPI-IMPORTE
              MOVE WKS-PI-CUENTA(WKS-PI-I, WKS-PI-R)
                   TO WKS-LPI-CUENTA
              WRITE REG-POLIZA-ING FROM WKS-LIN-POL-ING
           END-IF
           ADD 1 TO WKS-PI-R.

       250000-CUENTAS-POLIZA.
      *Catalogo de cuentas de la poliza de ingresos: una cuenta por
      *serie y concepto; la serie en blanco es la cuenta general que
      *toman las series sin cuenta propia. Cuenta en blanco borra.
           OPEN I-O F-CUENTAS-POL
           IF WKS-FS-CUENTAS-POL = '35'
              OPEN OUTPUT F-CUENTAS-POL
              CLOSE F-CUENTAS-POL
              OPEN I-O F-CUENTAS-POL
           END-IF
           DISPLAY "CONCEPTOS: V1 VENTAS TASA GENERAL  V2 VENTAS "
                   "TASA CERO  V3 VENTAS EXENTAS"
           DISPLAY "  IV IVA TRASLADADO  CE CAJA  CT BANCOS TARJETA"
                   "  CF BANCOS TRANSFERENCIA"
           DISPLAY "  CR CLIENTES  CN DEUDORES EMPLEADOS  DN "
                   "DESCUENTOS DE NOMINA"
           DISPLAY "  PR PASIVO DE PUNTOS  PB VENTAS PAGADAS CON "
                   "PUNTOS"
           DISPLAY "  RI IVA RETENIDO POR CLIENTES  RS ISR RETENIDO "
                   "POR CLIENTES"
           DISPLAY "  AN ANTICIPOS DE CLIENTES  AI IVA DE ANTICIPOS"
           DISPLAY "  UC UTILIDAD CAMBIARIA  PC PERDIDA CAMBIARIA"
           DISPLAY "SERIE (BLANCO = CUENTA GENERAL): "
           ACCEPT CU-SERIE
           DISPLAY "CONCEPTO: "
           ACCEPT CU-CONCEPTO
           MOVE 1 TO WKS-PI-R
           PERFORM 250500-PI-SIGUIENTE-CONCEPTO
              UNTIL WKS-PI-R > 43
                 OR WKS-PI-CONCEPTO(WKS-PI-R) = CU-CONCEPTO
           IF WKS-PI-R > 43
              DISPLAY "CONCEPTO INVALIDO, VERIFIQUE."
           ELSE
              READ F-CUENTAS-POL
                 INVALID KEY
                    MOVE ZERO TO WKS-PI-OK
                 NOT INVALID KEY
                    MOVE 1 TO WKS-PI-OK
                    DISPLAY "CUENTA ACTUAL: " CU-CUENTA
              END-READ
              DISPLAY "CUENTA CONTABLE (BLANCO = QUITAR): "
              ACCEPT CU-CUENTA
              IF CU-CUENTA = SPACES
                 IF WKS-PI-OK = 1
                    DELETE F-CUENTAS-POL
                       INVALID KEY
                          DISPLAY "ERROR AL QUITAR LA CUENTA."
                       NOT INVALID KEY
                          DISPLAY "CUENTA QUITADA."
                    END-DELETE
                 END-IF
              ELSE
                 IF WKS-PI-OK = 1
                    REWRITE REG-CUENTA-POL
                       INVALID KEY
                          DISPLAY "ERROR AL GRABAR LA CUENTA."
                    END-REWRITE
                 ELSE
                    WRITE REG-CUENTA-POL
                       INVALID KEY
                          DISPLAY "ERROR AL GRABAR LA CUENTA."
                    END-WRITE
                 END-IF
                 DISPLAY "CUENTA GRABADA."
              END-IF
           END-IF
           CLOSE F-CUENTAS-POL.

       250500-PI-SIGUIENTE-CONCEPTO.
           ADD 1 TO WKS-PI-R.

       260000-EXPORTA-COMPLEMENTOS.
      *Complementos de pago de las ventas a credito: un renglon 'P'
      *por cada abono de IVA-PAGOS.DAT del rango de fechas con la
      *serie y el folio pagado, el numero de parcialidad, el saldo
      *anterior, lo pagado, el saldo insoluto y la parte de base e
      *IVA de cada clase que corresponde al abono; al final un 'T'
      *de control. La parcialidad y el saldo anterior se reconstruyen
      *recorriendo todos los abonos en orden de llave, que trae
      *juntos los de cada cliente y en orden de fecha.
           DISPLAY "FECHA DESDE (AAAAMMDD): "
           ACCEPT WKS-EXP-FDESDE
           DISPLAY "FECHA HASTA (AAAAMMDD): "
           ACCEPT WKS-EXP-FHASTA
           IF WKS-EXP-FHASTA < WKS-EXP-FDESDE
              MOVE WKS-EXP-FDESDE TO WKS-EXP-FHASTA
           END-IF
           DISPLAY "1. TODOS LOS ABONOS  2. SOLO LOS SIN UUID"
           ACCEPT WKS-CPL-FILTRO
           OPEN INPUT F-PAGOS
           IF WKS-FS-PAGOS NOT = '00'
              DISPLAY "NO HAY PAGOS REGISTRADOS."
           ELSE
              OPEN OUTPUT F-COMPLEMENTOS
              MOVE ZERO TO WKS-EXP-CUANTAS
              MOVE ZERO TO WKS-EXP-SUMA-TOT
              MOVE ZERO TO WKS-EXP-SUMA-IVA
              MOVE ZERO TO WKS-CPL-TELEFONO
              MOVE ZERO TO WKS-CPL-NUM
              MOVE ZERO TO WKS-PI-FIN
              PERFORM 261000-CPL-PAGO UNTIL WKS-PI-FIN = 1
              CLOSE F-PAGOS
              MOVE SPACES TO WKS-LIN-CPL-CTRL
              MOVE 'T' TO WKS-CPT-TIPO
              MOVE WKS-EXP-CUANTAS TO WKS-CPT-CUANTAS
              MOVE WKS-EXP-SUMA-TOT TO WKS-CPT-SUMA-PAGADO
              MOVE WKS-EXP-SUMA-IVA TO WKS-CPT-SUMA-IVA
              WRITE REG-COMPLEMENTO FROM WKS-LIN-CPL-CTRL
              CLOSE F-COMPLEMENTOS
              DISPLAY "EXPORTADOS " WKS-EXP-CUANTAS " COMPLEMENTO(S)"
                      " EN IVA-COMPLEMENTOS-PAGO.TXT"
           END-IF.

       261000-CPL-PAGO.
           READ F-PAGOS NEXT RECORD
              AT END MOVE 1 TO WKS-PI-FIN
              NOT AT END
                 IF PAG-TELEFONO NOT = WKS-CPL-TELEFONO
      *Cliente nuevo: su tabla de folios arranca vacia.
                    MOVE PAG-TELEFONO TO WKS-CPL-TELEFONO
                    MOVE ZERO TO WKS-CPL-NUM
                 END-IF
                 PERFORM 262000-CPL-BUSCA-FOLIO
                 IF WKS-CPL-EXISTE = 1
                    PERFORM 263000-CPL-CALCULA
                    IF PAG-FECHA NOT < WKS-EXP-FDESDE
                       AND PAG-FECHA NOT > WKS-EXP-FHASTA
                       AND (WKS-CPL-FILTRO NOT = 2
                            OR PAG-UUID = SPACES)
                       PERFORM 264000-CPL-ESCRIBE
                    END-IF
                 END-IF
           END-READ.

       262000-CPL-BUSCA-FOLIO.
      *Lee la factura abonada. Los abonos anteriores a la poliza de
      *ingresos no traen serie: se busca el folio entre las
      *facturas del mismo cliente.
           MOVE ZERO TO WKS-CPL-EXISTE
           IF PAG-SERIE NOT = SPACES
              MOVE PAG-SERIE TO FV-SERIE
              MOVE PAG-FOLIO TO FV-FOLIO
              READ F-FACTURAS-M
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO WKS-CPL-EXISTE
              END-READ
           ELSE
              MOVE PAG-TELEFONO TO FV-TELEFONO
              START F-FACTURAS-M KEY IS NOT LESS THAN FV-TELEFONO
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 262500-CPL-FOLIO-CLIENTE
                 UNTIL WKS-SCAN-FIN = 1
           END-IF
           IF WKS-CPL-EXISTE = 0
              DISPLAY "ABONO " PAG-TELEFONO "-" PAG-FECHA "-"
                      PAG-CONSEC ": FOLIO " PAG-FOLIO " NO EXISTE."
           END-IF.

       262500-CPL-FOLIO-CLIENTE.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF FV-TELEFONO NOT = PAG-TELEFONO
                    MOVE 1 TO WKS-SCAN-FIN
                 ELSE
                 IF FV-FOLIO = PAG-FOLIO AND FV-FORMA-PAGO = 'R'
                    MOVE 1 TO WKS-CPL-EXISTE
                    MOVE 1 TO WKS-SCAN-FIN
                 END-IF
                 END-IF
           END-READ.

       263000-CPL-CALCULA.
      *Parcialidad y saldo anterior a partir de los abonos previos
      *del mismo folio; el saldo de credito abre por el total neto
      *de la factura, y sobre el se prorratean base e IVA.
           MOVE 1 TO WKS-CPL-I
           MOVE ZERO TO WKS-CPL-POS
           PERFORM 263500-CPL-COMPARA-FOLIO
              UNTIL WKS-CPL-I > WKS-CPL-NUM OR WKS-CPL-POS > 0
           IF WKS-CPL-POS = 0
              IF WKS-CPL-NUM < 100
                 ADD 1 TO WKS-CPL-NUM
                 MOVE WKS-CPL-NUM TO WKS-CPL-POS
                 MOVE FV-SERIE TO WKS-CPL-SERIE(WKS-CPL-POS)
                 MOVE FV-FOLIO TO WKS-CPL-FOLIO(WKS-CPL-POS)
                 MOVE ZERO TO WKS-CPL-PARC(WKS-CPL-POS)
                 MOVE ZERO TO WKS-CPL-PAGADO(WKS-CPL-POS)
              ELSE
                 MOVE 101 TO WKS-CPL-POS
                 MOVE FV-SERIE TO WKS-CPL-SERIE(WKS-CPL-POS)
                 MOVE FV-FOLIO TO WKS-CPL-FOLIO(WKS-CPL-POS)
                 MOVE ZERO TO WKS-CPL-PARC(WKS-CPL-POS)
                 MOVE ZERO TO WKS-CPL-PAGADO(WKS-CPL-POS)
              END-IF
           END-IF
           ADD 1 TO WKS-CPL-PARC(WKS-CPL-POS)
           IF FV-TOTAL-NETO > WKS-CPL-PAGADO(WKS-CPL-POS)
              COMPUTE WKS-CPL-SALDO-ANT =
                      FV-TOTAL-NETO - WKS-CPL-PAGADO(WKS-CPL-POS)
           ELSE
              MOVE ZERO TO WKS-CPL-SALDO-ANT
           END-IF
           IF PAG-MONTO > WKS-CPL-SALDO-ANT
              MOVE WKS-CPL-SALDO-ANT TO WKS-CPL-PAGADO-HOY
           ELSE
              MOVE PAG-MONTO TO WKS-CPL-PAGADO-HOY
           END-IF
           ADD WKS-CPL-PAGADO-HOY TO WKS-CPL-PAGADO(WKS-CPL-POS)
           COMPUTE WKS-CPL-INSOLUTO =
                   WKS-CPL-SALDO-ANT - WKS-CPL-PAGADO-HOY.

       263500-CPL-COMPARA-FOLIO.
           IF WKS-CPL-SERIE(WKS-CPL-I) = FV-SERIE
              AND WKS-CPL-FOLIO(WKS-CPL-I) = FV-FOLIO
              MOVE WKS-CPL-I TO WKS-CPL-POS
           END-IF
           ADD 1 TO WKS-CPL-I.

       264000-CPL-ESCRIBE.
           MOVE SPACES TO WKS-LIN-CPL
           MOVE 'P' TO WKS-CPG-TIPO
           MOVE PAG-TELEFONO TO WKS-CPG-TELEFONO
           MOVE PAG-FECHA TO WKS-CPG-FECHA
           MOVE PAG-CONSEC TO WKS-CPG-CONSEC
           MOVE PAG-ORIGEN TO WKS-CPG-FORMA
           IF WKS-CPG-FORMA = SPACE
              MOVE 'C' TO WKS-CPG-FORMA
           END-IF
           MOVE FV-SERIE TO WKS-CPG-SERIE
           MOVE FV-FOLIO TO WKS-CPG-FOLIO
           MOVE WKS-CPL-PARC(WKS-CPL-POS) TO WKS-CPG-PARCIALIDAD
           MOVE WKS-CPL-SALDO-ANT TO WKS-CPG-SALDO-ANT
           MOVE WKS-CPL-PAGADO-HOY TO WKS-CPG-PAGADO
           MOVE WKS-CPL-INSOLUTO TO WKS-CPG-INSOLUTO
           MOVE 1 TO WKS-CLA
           PERFORM 264500-CPL-CLASE UNTIL WKS-CLA > 3
           MOVE PAG-UUID TO WKS-CPG-UUID
           WRITE REG-COMPLEMENTO FROM WKS-LIN-CPL
           ADD 1 TO WKS-EXP-CUANTAS
           ADD WKS-CPL-PAGADO-HOY TO WKS-EXP-SUMA-TOT.

       264500-CPL-CLASE.
           IF FV-TOTAL-NETO > 0
              COMPUTE WKS-CPG-BASE(WKS-CLA) ROUNDED =
                      FV-BASE-CLASE(WKS-CLA) * WKS-CPL-PAGADO-HOY
                      / FV-TOTAL-NETO
              COMPUTE WKS-CPG-IVA(WKS-CLA) ROUNDED =
                      FV-IVA-CLASE(WKS-CLA) * WKS-CPL-PAGADO-HOY
                      / FV-TOTAL-NETO
           ELSE
              MOVE ZERO TO WKS-CPG-BASE(WKS-CLA)
              MOVE ZERO TO WKS-CPG-IVA(WKS-CLA)
           END-IF
           ADD WKS-CPG-IVA(WKS-CLA) TO WKS-EXP-SUMA-IVA
           ADD 1 TO WKS-CLA.

       265000-CAPTURA-UUID.
      *Folio fiscal (UUID) que devuelve el timbrado de cada
      *complemento; queda en el abono con la fecha de captura.
           OPEN I-O F-PAGOS
           IF WKS-FS-PAGOS NOT = '00'
              DISPLAY "NO HAY PAGOS REGISTRADOS."
           ELSE
              DISPLAY "TELEFONO DEL CLIENTE: "
              ACCEPT PAG-TELEFONO
              DISPLAY "FECHA DEL ABONO (AAAAMMDD): "
              ACCEPT PAG-FECHA
              DISPLAY "CONSECUTIVO DEL ABONO: "
              ACCEPT PAG-CONSEC
              READ F-PAGOS
                 INVALID KEY
                    DISPLAY "ABONO NO ENCONTRADO."
                 NOT INVALID KEY
                    MOVE PAG-MONTO TO WKS-PAGO-FMT
                    DISPLAY "FOLIO " PAG-SERIE "-" PAG-FOLIO
                            "  IMPORTE " WKS-PAGO-FMT
                    IF PAG-UUID NOT = SPACES
                       DISPLAY "UUID ACTUAL: " PAG-UUID
                               " TIMBRADO " PAG-FECHA-TIMBRE
                    END-IF
                    DISPLAY "UUID DEL COMPLEMENTO (ENTER = SIN "
                            "CAMBIO): "
                    MOVE SPACES TO WKS-CPL-UUID
                    ACCEPT WKS-CPL-UUID
                    IF WKS-CPL-UUID NOT = SPACES
                       MOVE WKS-CPL-UUID TO PAG-UUID
                       ACCEPT PAG-FECHA-TIMBRE FROM DATE YYYYMMDD
                       REWRITE REG-PAGO
                          INVALID KEY
                             DISPLAY "ERROR AL GRABAR EL UUID."
                          NOT INVALID KEY
                             DISPLAY "UUID REGISTRADO."
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE F-PAGOS
           END-IF.

       266000-DIOT-MENSUAL.
      *DIOT del mes: lo pagado a cada proveedor en el mes, con la
      *parte de base por clase e IVA que corresponde a cada pago
      *(IVA-PAGOS-PROV.DAT contra su compra), mas las compras del
      *mes grabadas antes de las cuentas por pagar, que se toman
      *como pagadas. Sale en el formato de carga masiva del SAT;
      *los proveedores sin RFC valido van a la lista de rechazos,
      *que cierra con el cuadre contra el libro de compras.
           DISPLAY "MES DE LA DIOT (AAAAMM): "
           ACCEPT WKS-DIO-ANOMES
           OPEN INPUT F-COMPRAS
           IF WKS-FS-COMPRAS NOT = '00'
              DISPLAY "SIN COMPRAS REGISTRADAS TODAVIA."
           ELSE
              MOVE ZERO TO WKS-DIO-NUM
              MOVE ZERO TO WKS-DIO-DESBORDE
              MOVE ZERO TO WKS-DIO-HUERFANOS
              OPEN INPUT F-PAGOS-PROV
              IF WKS-FS-PAGOS-PROV = '00'
                 MOVE ZEROS TO PP-LLAVE
                 START F-PAGOS-PROV KEY IS NOT LESS THAN PP-LLAVE
                    INVALID KEY MOVE 1 TO WKS-DIO-FIN
                    NOT INVALID KEY MOVE ZERO TO WKS-DIO-FIN
                 END-START
                 PERFORM 266100-DIOT-PAGO UNTIL WKS-DIO-FIN = 1
                 CLOSE F-PAGOS-PROV
              END-IF
              MOVE ZEROS TO CP-LLAVE
              START F-COMPRAS KEY IS NOT LESS THAN CP-LLAVE
                 INVALID KEY MOVE 1 TO WKS-DIO-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-DIO-FIN
              END-START
              PERFORM 266200-DIOT-COMPRA-VIEJA UNTIL WKS-DIO-FIN = 1
              CLOSE F-COMPRAS
              PERFORM 266500-DIOT-GENERA
           END-IF.

       266100-DIOT-PAGO.
           READ F-PAGOS-PROV NEXT RECORD
              AT END MOVE 1 TO WKS-DIO-FIN
              NOT AT END
                 IF PP-FECHA(1:6) = WKS-DIO-ANOMES
                    MOVE PP-PROVEEDOR TO CP-PROVEEDOR
                    MOVE PP-CP-FECHA TO CP-FECHA
                    MOVE PP-CP-CONSEC TO CP-CONSEC
                    READ F-COMPRAS
                       INVALID KEY
                          ADD 1 TO WKS-DIO-HUERFANOS
                       NOT INVALID KEY
                          PERFORM 266150-DIOT-PRORRATEA
                    END-READ
                 END-IF
           END-READ.

       266150-DIOT-PRORRATEA.
      *La parte del pago que toca a cada clase y al IVA, en la
      *proporcion del pago contra el total con IVA de la compra.
           COMPUTE WKS-DIO-DIVISOR = CP-TOTAL + CP-IVA
           IF WKS-DIO-DIVISOR > 0
              MOVE CP-PROVEEDOR TO WKS-DIO-PROV-BUSCA
              PERFORM 266300-DIOT-BUSCA-PROV
              MOVE 1 TO WKS-CLA
              PERFORM 266160-DIOT-PRORRATEA-CLASE UNTIL WKS-CLA > 3
              COMPUTE WKS-DIO-IMPORTE ROUNDED =
                      CP-IVA * PP-MONTO / WKS-DIO-DIVISOR
              ADD WKS-DIO-IMPORTE TO WKS-DIO-IVA(WKS-DIO-I)
           END-IF.

       266160-DIOT-PRORRATEA-CLASE.
           COMPUTE WKS-DIO-IMPORTE ROUNDED =
                   CP-BASE-CLASE(WKS-CLA) * PP-MONTO / WKS-DIO-DIVISOR
           ADD WKS-DIO-IMPORTE TO WKS-DIO-BASE(WKS-DIO-I, WKS-CLA)
           ADD 1 TO WKS-CLA.

       266200-DIOT-COMPRA-VIEJA.
      *Compras sin saldo (anteriores a las cuentas por pagar): se
      *toman pagadas completas en el mes de su fecha.
           READ F-COMPRAS NEXT RECORD
              AT END MOVE 1 TO WKS-DIO-FIN
              NOT AT END
                 IF CP-FECHA(1:6) = WKS-DIO-ANOMES
                    AND CP-SALDO NOT NUMERIC
                    MOVE CP-PROVEEDOR TO WKS-DIO-PROV-BUSCA
                    PERFORM 266300-DIOT-BUSCA-PROV
                    MOVE 1 TO WKS-CLA
                    PERFORM 266250-DIOT-SUMA-CLASE UNTIL WKS-CLA > 3
                    ADD CP-IVA TO WKS-DIO-IVA(WKS-DIO-I)
                 END-IF
           END-READ.

       266250-DIOT-SUMA-CLASE.
           ADD CP-BASE-CLASE(WKS-CLA)
              TO WKS-DIO-BASE(WKS-DIO-I, WKS-CLA)
           ADD 1 TO WKS-CLA.

       266300-DIOT-BUSCA-PROV.
      *Deja en WKS-DIO-I el renglon del proveedor, dandolo de alta
      *en ceros si es nuevo; si la tabla se llena, lo que sobre se
      *acumula en el ultimo renglon y se avisa.
           MOVE 1 TO WKS-DIO-I
           PERFORM 266350-DIOT-SIGUIENTE-PROV
              UNTIL WKS-DIO-I > WKS-DIO-NUM
                 OR WKS-DIO-PROV(WKS-DIO-I) = WKS-DIO-PROV-BUSCA
           IF WKS-DIO-I > WKS-DIO-NUM
              IF WKS-DIO-NUM < 500
                 ADD 1 TO WKS-DIO-NUM
                 MOVE WKS-DIO-NUM TO WKS-DIO-I
                 MOVE WKS-DIO-PROV-BUSCA TO WKS-DIO-PROV(WKS-DIO-I)
                 MOVE ZERO TO WKS-DIO-IVA(WKS-DIO-I)
                 MOVE 1 TO WKS-CLA
                 PERFORM 266360-DIOT-LIMPIA-CLASE UNTIL WKS-CLA > 3
              ELSE
                 ADD 1 TO WKS-DIO-DESBORDE
                 MOVE WKS-DIO-NUM TO WKS-DIO-I
              END-IF
           END-IF.

       266350-DIOT-SIGUIENTE-PROV.
           ADD 1 TO WKS-DIO-I.

       266360-DIOT-LIMPIA-CLASE.
           MOVE ZERO TO WKS-DIO-BASE(WKS-DIO-I, WKS-CLA)
           ADD 1 TO WKS-CLA.

       266500-DIOT-GENERA.
      *Un renglon por proveedor en IVA-DIOT.TXT; los rechazos y el
      *cuadre van a IVA-DIOT-RECHAZOS.TXT.
           OPEN OUTPUT F-DIOT
           OPEN OUTPUT F-DIOT-RECH
           MOVE SPACES TO REG-DIOT-RECH
           STRING "DIOT DEL MES " DELIMITED BY SIZE
                  WKS-DIO-ANOMES DELIMITED BY SIZE
                  " -- PROVEEDORES RECHAZADOS" DELIMITED BY SIZE
                  INTO REG-DIOT-RECH
           WRITE REG-DIOT-RECH
           MOVE ALL "-" TO REG-DIOT-RECH
           WRITE REG-DIOT-RECH
           MOVE ZERO TO WKS-DIO-CUANTOS
           MOVE ZERO TO WKS-DIO-RECHAZOS
           MOVE ZERO TO WKS-DIO-TOT-BASE
           MOVE ZERO TO WKS-DIO-TOT-IVA
           MOVE ZERO TO WKS-DIO-REC-BASE
           MOVE ZERO TO WKS-DIO-REC-IVA
           OPEN INPUT F-PROVEEDORES
           MOVE 1 TO WKS-DIO-I
           PERFORM 266600-DIOT-PROVEEDOR UNTIL WKS-DIO-I > WKS-DIO-NUM
           IF WKS-FS-PROV = '00'
              CLOSE F-PROVEEDORES
           END-IF
           IF WKS-DIO-RECHAZOS = 0
              MOVE "(NINGUNO)" TO REG-DIOT-RECH
              WRITE REG-DIOT-RECH
           END-IF
           PERFORM 267000-DIOT-CUADRE
           CLOSE F-DIOT
           CLOSE F-DIOT-RECH
           DISPLAY "DIOT: " WKS-DIO-CUANTOS " PROVEEDOR(ES) EN "
                   "IVA-DIOT.TXT, " WKS-DIO-RECHAZOS " RECHAZADO(S)"
                   " EN IVA-DIOT-RECHAZOS.TXT"
           IF WKS-DIO-DESBORDE > 0
              DISPLAY "AVISO: MAS DE 500 PROVEEDORES EN EL MES, "
                      WKS-DIO-DESBORDE " MOVIMIENTO(S) ACUMULADOS "
                      "EN EL ULTIMO."
           END-IF
           IF WKS-DIO-HUERFANOS > 0
              DISPLAY "AVISO: " WKS-DIO-HUERFANOS " PAGO(S) SIN SU "
                      "COMPRA, FUERA DE LA DIOT."
           END-IF.

       266600-DIOT-PROVEEDOR.
           COMPUTE WKS-DIO-SUMA-BASE = WKS-DIO-BASE(WKS-DIO-I, 1)
                   + WKS-DIO-BASE(WKS-DIO-I, 2)
                   + WKS-DIO-BASE(WKS-DIO-I, 3)
           MOVE SPACES TO WKS-DIO-MOTIVO
           MOVE SPACES TO PRV-NOMBRE
           MOVE SPACES TO PRV-RFC
           MOVE WKS-DIO-PROV(WKS-DIO-I) TO PRV-CODIGO
           IF WKS-FS-PROV NOT = '00'
              MOVE "SIN REGISTRO EN EL CATALOGO" TO WKS-DIO-MOTIVO
           ELSE
              READ F-PROVEEDORES
                 INVALID KEY
                    MOVE "SIN REGISTRO EN EL CATALOGO"
                         TO WKS-DIO-MOTIVO
                 NOT INVALID KEY
                    PERFORM 266700-DIOT-VALIDA-PROV
              END-READ
           END-IF
           IF WKS-DIO-MOTIVO = SPACES
              PERFORM 266800-DIOT-ESCRIBE
           ELSE
              ADD 1 TO WKS-DIO-RECHAZOS
              ADD WKS-DIO-SUMA-BASE TO WKS-DIO-REC-BASE
              ADD WKS-DIO-IVA(WKS-DIO-I) TO WKS-DIO-REC-IVA
              MOVE WKS-DIO-SUMA-BASE TO WKS-PAGO-FMT
              MOVE SPACES TO REG-DIOT-RECH
              STRING "PROVEEDOR " DELIMITED BY SIZE
                     WKS-DIO-PROV(WKS-DIO-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     PRV-NOMBRE DELIMITED BY "  "
                     "  RFC " DELIMITED BY SIZE
                     PRV-RFC DELIMITED BY SIZE
                     "  BASES " DELIMITED BY SIZE
                     WKS-PAGO-FMT DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WKS-DIO-MOTIVO DELIMITED BY SIZE
                     INTO REG-DIOT-RECH
              WRITE REG-DIOT-RECH
           END-IF
           ADD 1 TO WKS-DIO-I.

       266700-DIOT-VALIDA-PROV.
      *Tipos en blanco (proveedores de antes de la DIOT): nacional,
      *otros. El extranjero no lleva RFC mexicano.
           MOVE PRV-TIPO-TERCERO TO WKS-DIO-TERCERO
           MOVE PRV-TIPO-OPERACION TO WKS-DIO-OPERACION
           IF WKS-DIO-TERCERO NOT = "04"
              AND WKS-DIO-TERCERO NOT = "05"
              AND WKS-DIO-TERCERO NOT = "15"
              MOVE "04" TO WKS-DIO-TERCERO
           END-IF
           IF WKS-DIO-OPERACION NOT = "03"
              AND WKS-DIO-OPERACION NOT = "06"
              AND WKS-DIO-OPERACION NOT = "85"
              MOVE "85" TO WKS-DIO-OPERACION
           END-IF
           IF WKS-DIO-TERCERO NOT = "05"
              IF PRV-RFC = SPACES
                 MOVE "SIN RFC" TO WKS-DIO-MOTIVO
              ELSE
                 PERFORM 266750-DIOT-VALIDA-RFC
                 IF WKS-DIO-RFC-OK = 0
                    MOVE "RFC INVALIDO" TO WKS-DIO-MOTIVO
                 END-IF
              END-IF
           END-IF.

       266750-DIOT-VALIDA-RFC.
      *Estructura del RFC: 3 letras (moral, 12 posiciones) o 4
      *(fisica, 13), fecha AAMMDD y homoclave alfanumerica.
           MOVE PRV-RFC TO WKS-DIO-RFC-AREA
           INSPECT WKS-DIO-RFC-AREA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 1 TO WKS-DIO-RFC-OK
           IF WKS-DIO-RFC-CAR(13) = SPACE
              MOVE 3 TO WKS-DIO-LETRAS
           ELSE
              MOVE 4 TO WKS-DIO-LETRAS
           END-IF
           IF WKS-DIO-RFC-CAR(12) = SPACE
              MOVE 0 TO WKS-DIO-RFC-OK
           END-IF
           MOVE 1 TO WKS-DIO-K
           PERFORM 266760-DIOT-RFC-LETRA
              UNTIL WKS-DIO-K > WKS-DIO-LETRAS
           MOVE WKS-DIO-RFC-AREA(WKS-DIO-LETRAS + 1:6)
                TO WKS-DIO-FECHA-RFC
           IF WKS-DIO-FECHA-RFC NOT NUMERIC
              MOVE 0 TO WKS-DIO-RFC-OK
           ELSE
              IF WKS-DIO-RFC-MM < 1 OR WKS-DIO-RFC-MM > 12
                 OR WKS-DIO-RFC-DD < 1 OR WKS-DIO-RFC-DD > 31
                 MOVE 0 TO WKS-DIO-RFC-OK
              END-IF
           END-IF
           COMPUTE WKS-DIO-K = WKS-DIO-LETRAS + 7
           PERFORM 266770-DIOT-RFC-HOMOCLAVE
              UNTIL WKS-DIO-K > WKS-DIO-LETRAS + 9.

       266760-DIOT-RFC-LETRA.
           IF WKS-DIO-RFC-CAR(WKS-DIO-K) = SPACE
              OR (WKS-DIO-RFC-CAR(WKS-DIO-K) NOT ALPHABETIC-UPPER
                  AND WKS-DIO-RFC-CAR(WKS-DIO-K) NOT = '&')
              MOVE 0 TO WKS-DIO-RFC-OK
           END-IF
           ADD 1 TO WKS-DIO-K.

       266770-DIOT-RFC-HOMOCLAVE.
           IF WKS-DIO-RFC-CAR(WKS-DIO-K) = SPACE
              OR (WKS-DIO-RFC-CAR(WKS-DIO-K) NOT ALPHABETIC-UPPER
                  AND WKS-DIO-RFC-CAR(WKS-DIO-K) NOT NUMERIC)
              MOVE 0 TO WKS-DIO-RFC-OK
           END-IF
           ADD 1 TO WKS-DIO-K.

       266800-DIOT-ESCRIBE.
      *Layout de carga masiva: 22 campos separados por '|', importes
      *en pesos sin decimales. Se llenan tipo de tercero, tipo de
      *operacion, RFC (o nombre, el extranjero), valor pagado a la
      *tasa general (campo 8), a tasa cero (19) y exento (20).
           ADD 1 TO WKS-DIO-CUANTOS
           ADD WKS-DIO-SUMA-BASE TO WKS-DIO-TOT-BASE
           ADD WKS-DIO-IVA(WKS-DIO-I) TO WKS-DIO-TOT-IVA
           MOVE SPACES TO REG-DIOT
           MOVE 1 TO WKS-DIO-PTR
           IF WKS-DIO-TERCERO = "05"
              STRING WKS-DIO-TERCERO DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WKS-DIO-OPERACION DELIMITED BY SIZE
                     "||" DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     PRV-NOMBRE DELIMITED BY "  "
                     "|||" DELIMITED BY SIZE
                     INTO REG-DIOT WITH POINTER WKS-DIO-PTR
           ELSE
              STRING WKS-DIO-TERCERO DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WKS-DIO-OPERACION DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WKS-DIO-RFC-AREA DELIMITED BY SPACE
                     "|||||" DELIMITED BY SIZE
                     INTO REG-DIOT WITH POINTER WKS-DIO-PTR
           END-IF
           MOVE WKS-DIO-BASE(WKS-DIO-I, 1) TO WKS-DIO-IMPORTE
           PERFORM 266900-DIOT-CIFRA
           STRING "||||||||||" DELIMITED BY SIZE
                  INTO REG-DIOT WITH POINTER WKS-DIO-PTR
           MOVE WKS-DIO-BASE(WKS-DIO-I, 2) TO WKS-DIO-IMPORTE
           PERFORM 266900-DIOT-CIFRA
           MOVE WKS-DIO-BASE(WKS-DIO-I, 3) TO WKS-DIO-IMPORTE
           PERFORM 266900-DIOT-CIFRA
           STRING "||" DELIMITED BY SIZE
                  INTO REG-DIOT WITH POINTER WKS-DIO-PTR
           WRITE REG-DIOT.

       266900-DIOT-CIFRA.
      *Agrega WKS-DIO-IMPORTE redondeado a pesos, sin ceros a la
      *izquierda, y el separador; en cero el campo va vacio.
           MOVE ZERO TO WKS-DIO-CIFRA
           IF WKS-DIO-IMPORTE > 0
              COMPUTE WKS-DIO-CIFRA ROUNDED = WKS-DIO-IMPORTE
           END-IF
           IF WKS-DIO-CIFRA = 0
              STRING "|" DELIMITED BY SIZE
                     INTO REG-DIOT WITH POINTER WKS-DIO-PTR
           ELSE
              MOVE ZERO TO WKS-DIO-CEROS
              INSPECT WKS-DIO-CIFRA-X TALLYING WKS-DIO-CEROS
                      FOR LEADING '0'
              STRING WKS-DIO-CIFRA-X(WKS-DIO-CEROS + 1:)
                     DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     INTO REG-DIOT WITH POINTER WKS-DIO-PTR
           END-IF.

       267000-DIOT-CUADRE.
      *Lo reportado mas lo rechazado contra el libro de compras del
      *mes, bases e IVA.
           MOVE WKS-DIO-ANOMES TO WKS-LIB-ANOMES
           PERFORM 945000-LEE-LIBRO-COMPRAS-MES
      *La DIOT es de lo pagado: cuadra contra las columnas de lo
      *pagado del libro; los meses grabados antes no las traen y
      *cuadran contra lo facturado.
           IF LC-TOTAL-PAG NUMERIC AND LC-IVA-PAG NUMERIC
              MOVE LC-TOTAL-PAG TO WKS-DIO-LIB-BASE
              MOVE LC-IVA-PAG TO WKS-DIO-LIB-IVA
           ELSE
              MOVE LC-TOTAL TO WKS-DIO-LIB-BASE
              MOVE LC-IVA TO WKS-DIO-LIB-IVA
           END-IF
           MOVE SPACES TO REG-DIOT-RECH
           WRITE REG-DIOT-RECH
           MOVE "CUADRE CONTRA EL LIBRO DE COMPRAS" TO REG-DIOT-RECH
           WRITE REG-DIOT-RECH
           MOVE ALL "-" TO REG-DIOT-RECH
           WRITE REG-DIOT-RECH
           MOVE "EN LA DIOT:        " TO WKS-DIO-ETIQ
           MOVE WKS-DIO-TOT-BASE TO WKS-DIO-CUA-BASE
           MOVE WKS-DIO-TOT-IVA TO WKS-DIO-CUA-IVA
           PERFORM 267500-DIOT-CUADRE-RENGLON
           MOVE "RECHAZADO:         " TO WKS-DIO-ETIQ
           MOVE WKS-DIO-REC-BASE TO WKS-DIO-CUA-BASE
           MOVE WKS-DIO-REC-IVA TO WKS-DIO-CUA-IVA
           PERFORM 267500-DIOT-CUADRE-RENGLON
           MOVE "LIBRO DE COMPRAS:  " TO WKS-DIO-ETIQ
           MOVE WKS-DIO-LIB-BASE TO WKS-DIO-CUA-BASE
           MOVE WKS-DIO-LIB-IVA TO WKS-DIO-CUA-IVA
           PERFORM 267500-DIOT-CUADRE-RENGLON
           COMPUTE WKS-DIO-CUA-BASE = WKS-DIO-LIB-BASE
                   - WKS-DIO-TOT-BASE - WKS-DIO-REC-BASE
           COMPUTE WKS-DIO-CUA-IVA = WKS-DIO-LIB-IVA
                   - WKS-DIO-TOT-IVA - WKS-DIO-REC-IVA
           MOVE "DIFERENCIA:        " TO WKS-DIO-ETIQ
           PERFORM 267500-DIOT-CUADRE-RENGLON
      *En los meses sin columnas de lo pagado el libro asienta la
      *compra en el mes de su factura y la DIOT en el del pago: la
      *diferencia son compras del mes aun no pagadas y pagos de
      *compras de meses anteriores.
           IF WKS-DIO-CUA-BASE = 0 AND WKS-DIO-CUA-IVA = 0
              MOVE "CUADRA CON EL LIBRO DE COMPRAS." TO REG-DIOT-RECH
              DISPLAY "DIOT CUADRA CON EL LIBRO DE COMPRAS."
           ELSE
              MOVE SPACES TO REG-DIOT-RECH
              IF LC-TOTAL-PAG NUMERIC AND LC-IVA-PAG NUMERIC
                 STRING "NO CUADRA: REVISE PAGOS SIN COMPRA O COMPRAS "
                        "SIN SALDO DEL MES." DELIMITED BY SIZE
                        INTO REG-DIOT-RECH
              ELSE
                 STRING "NO CUADRA: COMPRAS DEL MES SIN PAGAR O PAGOS "
                        "DE MESES ANTERIORES." DELIMITED BY SIZE
                        INTO REG-DIOT-RECH
              END-IF
              DISPLAY "DIOT NO CUADRA CON EL LIBRO, VER "
                      "IVA-DIOT-RECHAZOS.TXT"
           END-IF
           WRITE REG-DIOT-RECH.

       267500-DIOT-CUADRE-RENGLON.
           MOVE SPACES TO REG-DIOT-RECH
           MOVE WKS-DIO-CUA-BASE TO WKS-LIB-FMT
           MOVE WKS-DIO-CUA-IVA TO WKS-CLASE-FMT
           STRING WKS-DIO-ETIQ DELIMITED BY SIZE
                  " BASES " DELIMITED BY SIZE
                  WKS-LIB-FMT DELIMITED BY SIZE
                  "  IVA " DELIMITED BY SIZE
                  WKS-CLASE-FMT DELIMITED BY SIZE
                  INTO REG-DIOT-RECH
           WRITE REG-DIOT-RECH.

       267800-CAPTURA-TIPO-DIOT.
      *Tipo de tercero y de operacion del proveedor para la DIOT;
      *el tercero global solo admite la operacion 85.
           DISPLAY "TIPO DE TERCERO DIOT: 04.NACIONAL 05.EXTRANJERO "
                   "15.GLOBAL (BLANCO = 04): "
           ACCEPT PRV-TIPO-TERCERO
           IF PRV-TIPO-TERCERO = SPACES
              MOVE "04" TO PRV-TIPO-TERCERO
           END-IF
           DISPLAY "TIPO DE OPERACION DIOT: 03.SERVICIOS PROFESIONALES"
                   " 06.ARRENDAMIENTO 85.OTROS (BLANCO = 85): "
           ACCEPT PRV-TIPO-OPERACION
           IF PRV-TIPO-OPERACION = SPACES
              MOVE "85" TO PRV-TIPO-OPERACION
           END-IF
           MOVE 1 TO WKS-DIO-OK
           IF PRV-TIPO-TERCERO NOT = "04"
              AND PRV-TIPO-TERCERO NOT = "05"
              AND PRV-TIPO-TERCERO NOT = "15"
              MOVE 0 TO WKS-DIO-OK
           END-IF
           IF PRV-TIPO-OPERACION NOT = "03"
              AND PRV-TIPO-OPERACION NOT = "06"
              AND PRV-TIPO-OPERACION NOT = "85"
              MOVE 0 TO WKS-DIO-OK
           END-IF
           IF PRV-TIPO-TERCERO = "15" AND PRV-TIPO-OPERACION NOT = "85"
              MOVE 0 TO WKS-DIO-OK
           END-IF
           IF WKS-DIO-OK = 0
              DISPLAY "TIPO INVALIDO, VERIFIQUE."
           END-IF.

       268000-MUEVE-EXIST-SUC.
      *Aplica WKS-ES-MOVTO (con signo) a la existencia del producto
      *en la serie WKS-ES-SERIE. Se llama con REG-PRODUCTO leido y
      *antes de mover PRO-EXISTENCIA, que sigue siendo la suma de
      *todas las sucursales; el REWRITE del producto que sigue
      *conserva la marca de sucursales iniciadas.
           IF PRO-SUC-INICIADA NOT = 'S'
              PERFORM 268100-INICIA-EXIST-SUC
           END-IF
           MOVE PRO-CODIGO TO ES-PRODUCTO
           MOVE WKS-ES-SERIE TO ES-SERIE
           READ F-EXIST-SUC
              INVALID KEY
                 MOVE PRO-CODIGO TO ES-PRODUCTO
                 MOVE WKS-ES-SERIE TO ES-SERIE
                 MOVE WKS-ES-MOVTO TO ES-EXISTENCIA
                 MOVE ZERO TO ES-MINIMO
                 MOVE ZERO TO ES-APARTADO
                 WRITE REG-EXIST-SUC
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA EXISTENCIA DE LA "
                               "SERIE " WKS-ES-SERIE " DEL PRODUCTO "
                               PRO-CODIGO
                 END-WRITE
              NOT INVALID KEY
                 ADD WKS-ES-MOVTO TO ES-EXISTENCIA
                 REWRITE REG-EXIST-SUC
                    INVALID KEY
                       DISPLAY "ERROR AL MOVER LA EXISTENCIA DE LA "
                               "SERIE " WKS-ES-SERIE " DEL PRODUCTO "
                               PRO-CODIGO
                 END-REWRITE
           END-READ.

       268100-INICIA-EXIST-SUC.
      *Productos de antes de la existencia por sucursal: todo lo que
      *traian queda en la serie 'A' (matriz) la primera vez que se
      *mueven.
           MOVE PRO-CODIGO TO ES-PRODUCTO
           MOVE 'A ' TO ES-SERIE
           MOVE PRO-EXISTENCIA TO ES-EXISTENCIA
           MOVE ZERO TO ES-MINIMO
           MOVE ZERO TO ES-APARTADO
           WRITE REG-EXIST-SUC
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE 'S' TO PRO-SUC-INICIADA.

       268200-LEE-EXIST-SUC.
      *Existencia y minimo del producto leido en la serie
      *WKS-ES-SERIE; sin registro la existencia es cero y el
      *minimo el general del producto. Tambien lo apartado por
      *pedidos en WKS-ES-APART (en blanco en registros viejos).
           MOVE ZERO TO WKS-ES-CANT
           MOVE ZERO TO WKS-ES-APART
           MOVE PRO-MINIMO TO WKS-ES-MIN
           IF PRO-SUC-INICIADA NOT = 'S'
              IF WKS-ES-SERIE = 'A '
                 MOVE PRO-EXISTENCIA TO WKS-ES-CANT
              END-IF
           ELSE
              MOVE PRO-CODIGO TO ES-PRODUCTO
              MOVE WKS-ES-SERIE TO ES-SERIE
              READ F-EXIST-SUC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ES-EXISTENCIA TO WKS-ES-CANT
                    IF ES-MINIMO > 0
                       MOVE ES-MINIMO TO WKS-ES-MIN
                    END-IF
                    IF ES-APARTADO NUMERIC
                       MOVE ES-APARTADO TO WKS-ES-APART
                    END-IF
              END-READ
           END-IF.

       268300-MINIMO-SUCURSAL.
      *Punto de resurtido propio de la serie activa; en cero la
      *sucursal usa el minimo general del producto.
           MOVE PRO-CODIGO TO ES-PRODUCTO
           MOVE WKS-SERIE-ACTIVA TO ES-SERIE
           READ F-EXIST-SUC
              INVALID KEY
                 MOVE PRO-CODIGO TO ES-PRODUCTO
                 MOVE WKS-SERIE-ACTIVA TO ES-SERIE
                 MOVE ZERO TO ES-EXISTENCIA
                 MOVE WKS-ES-MIN-CAPT TO ES-MINIMO
                 MOVE ZERO TO ES-APARTADO
                 WRITE REG-EXIST-SUC
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL MINIMO DE LA "
                               "SUCURSAL."
                 END-WRITE
              NOT INVALID KEY
                 MOVE WKS-ES-MIN-CAPT TO ES-MINIMO
                 REWRITE REG-EXIST-SUC
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL MINIMO DE LA "
                               "SUCURSAL."
                 END-REWRITE
           END-READ.

       268500-ENVIA-TRASPASO.
      *Traspaso entre sucursales: sale de la serie activa hacia la
      *serie destino y queda en transito hasta que la destino lo
      *recibe. Lleva consecutivo propio en el control de folios,
      *como las ordenes de compra.
           DISPLAY "TRASPASO DESDE LA SERIE " WKS-SERIE-ACTIVA
           DISPLAY "SERIE DESTINO: "
           ACCEPT WKS-TR-DESTINO
           MOVE ZERO TO WKS-TR-OK
           IF WKS-TR-DESTINO = WKS-SERIE-ACTIVA
              DISPLAY "LA SERIE DESTINO ES LA MISMA QUE LA ORIGEN."
           ELSE
              MOVE WKS-TR-DESTINO TO SE-SERIE
              READ F-SERIES
                 INVALID KEY
                    DISPLAY "NO EXISTE ESA SERIE EN EL CATALOGO."
                 NOT INVALID KEY
                    DISPLAY "DESTINO: " SE-SUCURSAL
                    MOVE 1 TO WKS-TR-OK
              END-READ
           END-IF
           IF WKS-TR-OK = 1
              PERFORM 268510-CAPTURA-TRASPASO
           END-IF.

       268510-CAPTURA-TRASPASO.
           MOVE WKS-SERIE-ACTIVA TO TR-ORIGEN
           MOVE WKS-TR-DESTINO TO TR-DESTINO
           ACCEPT TR-FECHA-ENVIO FROM DATE YYYYMMDD
           MOVE ZEROS TO TR-FECHA-RECIBE
           MOVE 'T' TO TR-ESTADO
           MOVE ZERO TO TR-NUM-PART
           PERFORM 268520-CAPTURA-NUM-PART-TR
              UNTIL TR-NUM-PART > 0 AND TR-NUM-PART NOT > 20
           MOVE 1 TO WKS-TR-I
           PERFORM 268530-CAPTURA-PARTIDA-TR
              UNTIL WKS-TR-I > TR-NUM-PART
           DISPLAY "CONFIRMA EL ENVIO? 1.SI 2.NO"
           ACCEPT WKS-OPCION-MENU
           IF WKS-OPCION-MENU NOT = 1
              DISPLAY "TRASPASO DESCARTADO."
           ELSE
              ADD 1 TO WKS-ULT-TRASPASO
              MOVE WKS-ULT-TRASPASO TO TR-FOLIO
              WRITE REG-TRASPASO
                 INVALID KEY
                    DISPLAY "YA EXISTE EL TRASPASO " TR-FOLIO
                            ", REVISE EL CONTROL DE FOLIOS."
                 NOT INVALID KEY
                    MOVE WKS-ULT-FOLIO TO CF-ULTIMO-FOLIO
                    MOVE WKS-DESCTO-EMPLEADO TO CF-DESCTO-EMPLEADO
                    MOVE WKS-ULT-COTIZA TO CF-ULT-COTIZACION
                    MOVE WKS-ULT-CORTE-COM TO CF-ULT-CORTE-COM
                    MOVE WKS-PCT-DESC-NOM TO CF-PCT-DESC-NOM
                    MOVE WKS-ULT-ORDEN TO CF-ULT-ORDEN
                    MOVE WKS-ULT-TRASPASO TO CF-ULT-TRASPASO
                    MOVE WKS-TOL-TC TO CF-TOL-TC
                    MOVE WKS-ULT-PEDIDO TO CF-ULT-PEDIDO
                    OPEN OUTPUT F-CONTROL-FOLIO
                    WRITE REG-CONTROL-FOLIO
                    CLOSE F-CONTROL-FOLIO
                    MOVE -1 TO WKS-TR-SIGNO
                    MOVE TR-ORIGEN TO WKS-ES-SERIE
                    MOVE 1 TO WKS-TR-I
                    PERFORM 268550-APLICA-PARTIDA-TR
                       UNTIL WKS-TR-I > TR-NUM-PART
                    DISPLAY "TRASPASO " TR-FOLIO " ENVIADO A LA SERIE "
                            TR-DESTINO ", QUEDA EN TRANSITO."
              END-WRITE
           END-IF.

       268520-CAPTURA-NUM-PART-TR.
           DISPLAY "NUMERO DE PARTIDAS (1-20): "
           ACCEPT TR-NUM-PART
           IF TR-NUM-PART = 0 OR TR-NUM-PART > 20
              DISPLAY "NUMERO DE PARTIDAS INVALIDO, VERIFIQUE."
           END-IF.

       268530-CAPTURA-PARTIDA-TR.
      *La partida solo avanza cuando el producto existe, no se
      *repite en el documento y la sucursal origen tiene con que
      *cubrir la cantidad.
           DISPLAY "PARTIDA " WKS-TR-I " - CODIGO DE PRODUCTO: "
           ACCEPT PRO-CODIGO
           MOVE ZERO TO WKS-TR-DUP
           MOVE 1 TO WKS-TR-J
           PERFORM 268540-BUSCA-PARTIDA-TR
              UNTIL WKS-TR-J NOT < WKS-TR-I OR WKS-TR-DUP = 1
           IF WKS-TR-DUP = 1
              DISPLAY "ESE PRODUCTO YA ESTA EN EL TRASPASO."
           ELSE
              READ F-PRODUCTOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PRODUCTO, VERIFIQUE."
                 NOT INVALID KEY
                    MOVE TR-ORIGEN TO WKS-ES-SERIE
                    PERFORM 268200-LEE-EXIST-SUC
                    DISPLAY PRO-DESCRIPCION " EXISTENCIA EN "
                            TR-ORIGEN " " WKS-ES-CANT
                    DISPLAY "CANTIDAD A ENVIAR: "
                    ACCEPT WKS-TR-CANT
                    IF WKS-TR-CANT = 0
                       DISPLAY "CANTIDAD EN CEROS, VERIFIQUE."
                    ELSE
                    IF WKS-TR-CANT > WKS-ES-CANT
                       DISPLAY "LA SUCURSAL ORIGEN SOLO TIENE "
                               WKS-ES-CANT ", VERIFIQUE."
                    ELSE
                       MOVE PRO-CODIGO TO TR-PRODUCTO(WKS-TR-I)
                       MOVE WKS-TR-CANT TO TR-CANTIDAD(WKS-TR-I)
                       ADD 1 TO WKS-TR-I
                    END-IF
                    END-IF
              END-READ
           END-IF.

       268540-BUSCA-PARTIDA-TR.
           IF TR-PRODUCTO(WKS-TR-J) = PRO-CODIGO
              MOVE 1 TO WKS-TR-DUP
           ELSE
              ADD 1 TO WKS-TR-J
           END-IF.

       268550-APLICA-PARTIDA-TR.
      *Mueve la partida en la sucursal WKS-ES-SERIE y en la
      *existencia de la empresa: al enviar sale (WKS-TR-SIGNO -1) y
      *lo que va en camino no cuenta como existencia de nadie hasta
      *que se recibe (+1). Cada lado queda en el kardex como
      *traspaso.
           MOVE TR-PRODUCTO(WKS-TR-I) TO PRO-CODIGO
           READ F-PRODUCTOS
              INVALID KEY
                 DISPLAY "EL PRODUCTO " PRO-CODIGO " YA NO ESTA EN "
                         "EL CATALOGO, NO SE MUEVE SU EXISTENCIA."
              NOT INVALID KEY
                 COMPUTE WKS-ES-MOVTO =
                         WKS-TR-SIGNO * TR-CANTIDAD(WKS-TR-I)
                 PERFORM 268000-MUEVE-EXIST-SUC
                 ADD WKS-ES-MOVTO TO PRO-EXISTENCIA
                 REWRITE REG-PRODUCTO
                    INVALID KEY
                       DISPLAY "ERROR AL REGRABAR EL PRODUCTO "
                               PRO-CODIGO
                    NOT INVALID KEY
                       MOVE 'T' TO WKS-MI-TIPO
                       MOVE WKS-ES-MOVTO TO WKS-MI-CANT
                       MOVE SPACES TO WKS-MI-DOCTO
                       STRING "TR " TR-FOLIO " " TR-ORIGEN ">"
                              TR-DESTINO
                              DELIMITED BY SIZE INTO WKS-MI-DOCTO
                       PERFORM 450000-GRABA-MOVTO-INV
                 END-REWRITE
           END-READ
           ADD 1 TO WKS-TR-I.

       268600-RECIBE-TRASPASO.
      *La sucursal destino recibe el traspaso completo: entra a su
      *existencia y el documento deja de estar en transito. Solo lo
      *recibe la serie destino.
           DISPLAY "FOLIO DEL TRASPASO: "
           ACCEPT TR-FOLIO
           READ F-TRASPASOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE TRASPASO."
              NOT INVALID KEY
                 IF NOT TR-EN-TRANSITO
                    DISPLAY "EL TRASPASO YA FUE RECIBIDO EL "
                            TR-FECHA-RECIBE
                 ELSE
                 IF TR-DESTINO NOT = WKS-SERIE-ACTIVA
                    DISPLAY "EL TRASPASO VA A LA SERIE " TR-DESTINO
                            "; ELIJA ESA SERIE PARA RECIBIRLO."
                 ELSE
                    DISPLAY "TRASPASO " TR-FOLIO " DE LA SERIE "
                            TR-ORIGEN " ENVIADO EL " TR-FECHA-ENVIO
                    MOVE 1 TO WKS-TR-I
                    PERFORM 268610-MUESTRA-PARTIDA-TR
                       UNTIL WKS-TR-I > TR-NUM-PART
                    DISPLAY "CONFIRMA LA RECEPCION? 1.SI 2.NO"
                    ACCEPT WKS-OPCION-MENU
                    IF WKS-OPCION-MENU = 1
                       PERFORM 268620-APLICA-RECEPCION-TR
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       268610-MUESTRA-PARTIDA-TR.
           DISPLAY "  PRODUCTO " TR-PRODUCTO(WKS-TR-I)
                   "  CANTIDAD " TR-CANTIDAD(WKS-TR-I)
           ADD 1 TO WKS-TR-I.

       268620-APLICA-RECEPCION-TR.
           MOVE 'R' TO TR-ESTADO
           ACCEPT TR-FECHA-RECIBE FROM DATE YYYYMMDD
           REWRITE REG-TRASPASO
              INVALID KEY
                 DISPLAY "ERROR AL MARCAR EL TRASPASO RECIBIDO."
              NOT INVALID KEY
                 MOVE 1 TO WKS-TR-SIGNO
                 MOVE TR-DESTINO TO WKS-ES-SERIE
                 MOVE 1 TO WKS-TR-I
                 PERFORM 268550-APLICA-PARTIDA-TR
                    UNTIL WKS-TR-I > TR-NUM-PART
                 DISPLAY "TRASPASO " TR-FOLIO " RECIBIDO."
           END-REWRITE.

       268700-EXISTENCIA-CONSOLIDADA.
      *Existencia de cada sucursal lado a lado con lo que va en
      *transito y el total de la empresa, de un producto o de todo
      *el catalogo.
           MOVE ZERO TO WKS-CNS-NSUC
           MOVE SPACES TO SE-SERIE
           START F-SERIES KEY IS NOT LESS THAN SE-SERIE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 268710-CNS-CARGA-SERIE UNTIL WKS-SCAN-FIN = 1
           MOVE ZERO TO WKS-CNS-NTRN
           MOVE ZEROS TO TR-FOLIO
           START F-TRASPASOS KEY IS NOT LESS THAN TR-FOLIO
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 268720-CNS-CARGA-TRASPASO UNTIL WKS-SCAN-FIN = 1
           DISPLAY "PRODUCTO (0 = TODO EL CATALOGO): "
           ACCEPT WKS-CNS-PRODUCTO
           IF WKS-CNS-PRODUCTO > 0
              MOVE WKS-CNS-PRODUCTO TO PRO-CODIGO
              READ F-PRODUCTOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PRODUCTO, VERIFIQUE."
                 NOT INVALID KEY
                    PERFORM 268750-CNS-PRODUCTO
              END-READ
           ELSE
              MOVE ZEROS TO PRO-CODIGO
              START F-PRODUCTOS KEY IS NOT LESS THAN PRO-CODIGO
                 INVALID KEY MOVE 1 TO WKS-SCAN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
              END-START
              PERFORM 268740-CNS-RENGLON UNTIL WKS-SCAN-FIN = 1
           END-IF.

       268710-CNS-CARGA-SERIE.
           READ F-SERIES NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF WKS-CNS-NSUC < 30
                    ADD 1 TO WKS-CNS-NSUC
                    MOVE SE-SERIE TO WKS-CNS-SERIE(WKS-CNS-NSUC)
                    MOVE SE-SUCURSAL TO WKS-CNS-SUCURSAL(WKS-CNS-NSUC)
                 END-IF
           END-READ.

       268720-CNS-CARGA-TRASPASO.
      *Lo que va en transito se junta por producto.
           READ F-TRASPASOS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF TR-EN-TRANSITO
                    MOVE 1 TO WKS-TR-I
                    PERFORM 268730-CNS-TRANSITO-PARTIDA
                       UNTIL WKS-TR-I > TR-NUM-PART
                 END-IF
           END-READ.

       268730-CNS-TRANSITO-PARTIDA.
           MOVE TR-PRODUCTO(WKS-TR-I) TO WKS-CNS-BUSCA
           PERFORM 268760-CNS-BUSCA-TRANSITO
           IF WKS-CNS-HALLADO = 0 AND WKS-CNS-NTRN < 500
              ADD 1 TO WKS-CNS-NTRN
              MOVE WKS-CNS-NTRN TO WKS-CNS-K
              MOVE WKS-CNS-BUSCA TO WKS-CNS-TPROD(WKS-CNS-K)
              MOVE ZERO TO WKS-CNS-TCANT(WKS-CNS-K)
              MOVE 1 TO WKS-CNS-HALLADO
           END-IF
           IF WKS-CNS-HALLADO = 1
              ADD TR-CANTIDAD(WKS-TR-I) TO WKS-CNS-TCANT(WKS-CNS-K)
           END-IF
           ADD 1 TO WKS-TR-I.

       268740-CNS-RENGLON.
           READ F-PRODUCTOS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 PERFORM 268750-CNS-PRODUCTO
           END-READ.

       268750-CNS-PRODUCTO.
           DISPLAY PRO-CODIGO " " PRO-DESCRIPCION
           MOVE 1 TO WKS-CNS-I
           PERFORM 268770-CNS-SUCURSAL UNTIL WKS-CNS-I > WKS-CNS-NSUC
           MOVE PRO-CODIGO TO WKS-CNS-BUSCA
           PERFORM 268760-CNS-BUSCA-TRANSITO
           MOVE ZERO TO WKS-CNS-TRANSITO
           IF WKS-CNS-HALLADO = 1
              MOVE WKS-CNS-TCANT(WKS-CNS-K) TO WKS-CNS-TRANSITO
           END-IF
           COMPUTE WKS-CNS-TOTAL = PRO-EXISTENCIA + WKS-CNS-TRANSITO
           DISPLAY "      EN SUCURSALES " PRO-EXISTENCIA
                   "  EN TRANSITO " WKS-CNS-TRANSITO
                   "  TOTAL EMPRESA " WKS-CNS-TOTAL.

       268760-CNS-BUSCA-TRANSITO.
           MOVE ZERO TO WKS-CNS-HALLADO
           MOVE 1 TO WKS-CNS-K
           PERFORM 268780-CNS-COMPARA-TRANSITO
              UNTIL WKS-CNS-HALLADO = 1 OR WKS-CNS-K > WKS-CNS-NTRN.

       268770-CNS-SUCURSAL.
      *Las sucursales sin existencia ni registro no se listan.
           MOVE WKS-CNS-SERIE(WKS-CNS-I) TO WKS-ES-SERIE
           PERFORM 268200-LEE-EXIST-SUC
           IF WKS-ES-CANT NOT = 0
              DISPLAY "      " WKS-CNS-SERIE(WKS-CNS-I) " "
                      WKS-CNS-SUCURSAL(WKS-CNS-I) " " WKS-ES-CANT
           END-IF
           ADD 1 TO WKS-CNS-I.

       268780-CNS-COMPARA-TRANSITO.
           IF WKS-CNS-TPROD(WKS-CNS-K) = WKS-CNS-BUSCA
              MOVE 1 TO WKS-CNS-HALLADO
           ELSE
              ADD 1 TO WKS-CNS-K
           END-IF.

       890000-CAPTURA-COTIZACION.
      *vigencia. No toca el libro ni las existencias: solo cuando
      *se convierta en folio.
           PERFORM 150000-CAPTURA-CLIENTE
           PERFORM 185000-CAPTURA-VENDEDOR
           DISPLAY "MONEDA DE LAS PARTIDAS (MXN, USD, EUR, ETC.): "
           ACCEPT WKS-MONEDA
           IF WKS-MONEDA = "MXN"
              MOVE 1 TO WKS-TIPO-CAMBIO
           ELSE
              PERFORM 372000-CAPTURA-TIPO-CAMBIO
           END-IF
           PERFORM 105000-CAPTURA-NUM-ITEMS
           SET WKS-IDX TO 1
           MOVE WKS-ULT-FOLIO TO CF-ULTIMO-FOLIO
           MOVE WKS-DESCTO-EMPLEADO TO CF-DESCTO-EMPLEADO
           MOVE WKS-ULT-COTIZA TO CF-ULT-COTIZACION
           MOVE WKS-ULT-CORTE-COM TO CF-ULT-CORTE-COM
           MOVE WKS-PCT-DESC-NOM TO CF-PCT-DESC-NOM
           MOVE WKS-ULT-ORDEN TO CF-ULT-ORDEN
           MOVE WKS-ULT-TRASPASO TO CF-ULT-TRASPASO
           MOVE WKS-TOL-TC TO CF-TOL-TC
           MOVE WKS-ULT-PEDIDO TO CF-ULT-PEDIDO
           OPEN OUTPUT F-CONTROL-FOLIO
           WRITE REG-CONTROL-FOLIO
           CLOSE F-CONTROL-FOLIO
           MOVE 'V' TO CT-ESTADO
           MOVE ZEROS TO CT-FOLIO-FACTURA
           MOVE SPACES TO CT-SERIE-FACTURA
           MOVE WKS-VENDEDOR-FACT TO CT-VENDEDOR
           SET WKS-IDX TO 1
           PERFORM 891000-GRABA-PARTIDA-COTIZA
              UNTIL WKS-IDX > WKS-NUM-ITEMS
                 IF CT-FACTURADA
                    DISPLAY "ESA COTIZACION YA SE FACTURO (FOLIO "
                            CT-FOLIO-FACTURA ")."
                 ELSE
                 IF CT-EN-PEDIDO
                    DISPLAY "ESA COTIZACION PASO AL PEDIDO "
                            CT-FOLIO-FACTURA "; FACTURE EL SURTIDO."
                 ELSE
                    ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
                    IF CT-VALIDA-HASTA < WKS-FECHA-HOY
                       PERFORM 895000-FACTURA-DESDE-COTIZA
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       895000-FACTURA-DESDE-COTIZA.
           MOVE CT-DESCTO-TASA TO WKS-DESCTO-TASA
           MOVE CT-NUM-ITEMS TO WKS-NUM-ITEMS
           MOVE ZERO TO WKS-EMPLEADO-FACT
      *El vendedor es el de la cotizacion; las cotizaciones viejas
      *lo traen en blanco y se facturan sin vendedor.
           MOVE ZERO TO WKS-VENDEDOR-FACT
           IF CT-VENDEDOR NUMERIC
              MOVE CT-VENDEDOR TO WKS-VENDEDOR-FACT
           END-IF
           SET WKS-IDX TO 1
           PERFORM 896000-CARGA-PARTIDA-COTIZA
              UNTIL WKS-IDX > WKS-NUM-ITEMS
      *forma de pago: la prueba de credito mira CV-CREDITO-DIAS y
      *sin esta lectura juzgaria al ultimo cliente que paso por el
      *area del registro.
           MOVE 'N' TO WKS-RETENEDOR-FACT
           IF WKS-TELEFONO-FACT > 0
              MOVE WKS-TELEFONO-FACT TO WKS-TEL-ALFA
              PERFORM 160000-VALIDA-CLIENTE
              IF WKS-CLIENTE-OK = 0
                 MOVE ZEROS TO CV-CREDITO-DIAS
              ELSE
                 PERFORM 140500-TOMA-RETENEDOR
              END-IF
           END-IF
           PERFORM 180000-CAPTURA-FORMA-PAGO
           PERFORM 197000-CAPTURA-ANTICIPOS
           PERFORM 200000-CALCULO
           PERFORM 300000-RESULTADO
           PERFORM 350000-IMPRIME-RECIBO
           MOVE CT-CLASE(WKS-IDX) TO WKS-CLASE(WKS-IDX)
           MOVE CT-PRODUCTO(WKS-IDX) TO WKS-PRODUCTO(WKS-IDX)
           MOVE CT-CANTIDAD(WKS-IDX) TO WKS-CANTIDAD(WKS-IDX)
           MOVE SPACE TO WKS-PRECIO-ORIGEN(WKS-IDX)
           SET WKS-IDX UP BY 1.

       897000-REPORTE-COTIZACIONES.
           MOVE ZERO TO WKS-COT-VIGENTES
           MOVE ZERO TO WKS-COT-FACTURADAS
           MOVE ZERO TO WKS-COT-VENCIDAS
           MOVE ZERO TO WKS-COT-PEDIDOS
           OPEN OUTPUT F-COTIZA-REP
           MOVE "CONVERSION DE COTIZACIONES" TO REG-COTIZA-REP
           WRITE REG-COTIZA-REP
              UNTIL WKS-SCAN-FIN = 1
           MOVE SPACES TO REG-COTIZA-REP
           STRING "FACTURADAS: " WKS-COT-FACTURADAS
                  "  EN PEDIDO: " WKS-COT-PEDIDOS
                  "  VIGENTES: " WKS-COT-VIGENTES
                  "  VENCIDAS: " WKS-COT-VENCIDAS
                  DELIMITED BY SIZE INTO REG-COTIZA-REP
           WRITE REG-COTIZA-REP
      *Una cotizacion que paso a pedido cuenta como convertida.
           IF WKS-COT-FACTURADAS + WKS-COT-PEDIDOS + WKS-COT-VIGENTES
              + WKS-COT-VENCIDAS > 0
              COMPUTE WKS-COT-PCT ROUNDED =
                      (WKS-COT-FACTURADAS + WKS-COT-PEDIDOS) * 100
                      / (WKS-COT-FACTURADAS + WKS-COT-PEDIDOS
                         + WKS-COT-VIGENTES + WKS-COT-VENCIDAS)
              MOVE SPACES TO REG-COTIZA-REP
              STRING "TASA DE CONVERSION: " WKS-COT-PCT "%"
                     DELIMITED BY SIZE INTO REG-COTIZA-REP
                 IF CT-FACTURADA
                    ADD 1 TO WKS-COT-FACTURADAS
                 ELSE
                 IF CT-EN-PEDIDO
                    ADD 1 TO WKS-COT-PEDIDOS
                 ELSE
                 IF CT-VALIDA-HASTA < WKS-FECHA-HOY
                    ADD 1 TO WKS-COT-VENCIDAS
                 ELSE
                    ADD 1 TO WKS-COT-VIGENTES
                 END-IF
                 END-IF
                 END-IF
                 MOVE SPACES TO REG-COTIZA-REP
                 STRING "COTIZACION " CT-FOLIO "  FECHA " CT-FECHA
                        "  ESTADO " CT-ESTADO "  FOLIO "
           IF PRO-CODIGO = 0
              DISPLAY "CODIGO INVALIDO, VERIFIQUE."
           ELSE
      *En un cambio el costo promedio se conserva: solo lo mueven
      *las entradas de mercancia.
              READ F-PRODUCTOS
                 INVALID KEY
                    MOVE ZERO TO WKS-OC-OK
                    MOVE ZERO TO WKS-MI-ANTERIOR
                 NOT INVALID KEY
                    MOVE 1 TO WKS-OC-OK
                    MOVE PRO-EXISTENCIA TO WKS-MI-ANTERIOR
                    IF PRO-COSTO-PROM NOT NUMERIC
                       MOVE ZERO TO PRO-COSTO-PROM
                    END-IF
                    IF PRO-SUC-INICIADA NOT = 'S'
                       PERFORM 268100-INICIA-EXIST-SUC
                    END-IF
              END-READ
              DISPLAY "DESCRIPCION: "
              ACCEPT PRO-DESCRIPCION
              DISPLAY "PRECIO UNITARIO: "
              IF PRO-CLASE < 1 OR PRO-CLASE > 3
                 MOVE 1 TO PRO-CLASE
              END-IF
              DISPLAY "CLASE DE COMISION (2 LETRAS, BLANCO = "
                      "GENERAL): "
              ACCEPT PRO-CLASE-COM
              DISPLAY "EXISTENCIA INICIAL: "
              ACCEPT PRO-EXISTENCIA
              DISPLAY "EXISTENCIA MINIMA (PUNTO DE RESURTIDO): "
              ACCEPT PRO-MINIMO
              DISPLAY "MINIMO EN LA SUCURSAL " WKS-SERIE-ACTIVA
                      " (0 = EL GENERAL): "
              ACCEPT WKS-ES-MIN-CAPT
              IF WKS-OC-OK = 0
                 DISPLAY "COSTO UNITARIO DE LA EXISTENCIA INICIAL: "
                 ACCEPT PRO-COSTO-PROM
                 MOVE 'S' TO PRO-SUC-INICIADA
              END-IF
              WRITE REG-PRODUCTO
                 INVALID KEY
                    REWRITE REG-PRODUCTO
                          DISPLAY "ERROR AL GRABAR PRODUCTO."
                    END-REWRITE
              END-WRITE
      *La existencia capturada en el catalogo entra al kardex como
      *ajuste por la diferencia contra la que habia; la diferencia
      *es de la sucursal activa.
              COMPUTE WKS-MI-CANT = PRO-EXISTENCIA - WKS-MI-ANTERIOR
              IF WKS-MI-CANT NOT = 0
                 MOVE 'A' TO WKS-MI-TIPO
                 MOVE "CATALOGO" TO WKS-MI-DOCTO
                 PERFORM 450000-GRABA-MOVTO-INV
                 MOVE WKS-SERIE-ACTIVA TO WKS-ES-SERIE
                 MOVE WKS-MI-CANT TO WKS-ES-MOVTO
                 PERFORM 268000-MUEVE-EXIST-SUC
              END-IF
              PERFORM 268300-MINIMO-SUCURSAL
              DISPLAY "PRODUCTO GRABADO."
           END-IF.

                         " CLASE " PRO-CLASE
                         " EXISTENCIA " PRO-EXISTENCIA
                         " MINIMO " PRO-MINIMO
                 IF PRO-COSTO-PROM NUMERIC
                    DISPLAY "      COSTO PROMEDIO " PRO-COSTO-PROM
                 END-IF
           END-READ.

       870000-VENTAS-POR-PRODUCTO.
           ADD 1 TO WKS-PROD-I.

       880000-EXISTENCIAS-BAJAS.
      *Productos en o bajo su existencia minima, para resurtir; de
      *toda la empresa o de una sola sucursal contra su propio
      *minimo.
           DISPLAY "SERIE (BLANCO = TODA LA EMPRESA): "
           ACCEPT WKS-REO-SERIE
           IF WKS-REO-SERIE NOT = SPACES
              MOVE WKS-REO-SERIE TO SE-SERIE
              READ F-SERIES
                 INVALID KEY
                    DISPLAY "NO EXISTE ESA SERIE EN EL CATALOGO."
                    MOVE SPACES TO WKS-REO-SERIE
                    MOVE "TODA LA EMPRESA" TO SE-SUCURSAL
              END-READ
           END-IF
           OPEN OUTPUT F-REORDEN
           MOVE SPACES TO REG-REORDEN
           IF WKS-REO-SERIE = SPACES
              MOVE "PRODUCTOS POR RESURTIR" TO REG-REORDEN
           ELSE
              STRING "PRODUCTOS POR RESURTIR - SERIE " WKS-REO-SERIE
                     " " SE-SUCURSAL
                     DELIMITED BY SIZE INTO REG-REORDEN
           END-IF
           WRITE REG-REORDEN
           MOVE ALL "-" TO REG-REORDEN
           WRITE REG-REORDEN
           READ F-PRODUCTOS NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF WKS-REO-SERIE = SPACES
                    MOVE PRO-EXISTENCIA TO WKS-ES-CANT
                    MOVE PRO-MINIMO TO WKS-ES-MIN
                 ELSE
                    MOVE WKS-REO-SERIE TO WKS-ES-SERIE
                    PERFORM 268200-LEE-EXIST-SUC
                 END-IF
                 IF WKS-ES-CANT NOT > WKS-ES-MIN
                    MOVE SPACES TO REG-REORDEN
                    STRING PRO-CODIGO " " DELIMITED BY SIZE
                           PRO-DESCRIPCION DELIMITED BY SIZE
                           " EXISTENCIA " DELIMITED BY SIZE
                           WKS-ES-CANT DELIMITED BY SIZE
                           " MINIMO " DELIMITED BY SIZE
                           WKS-ES-MIN DELIMITED BY SIZE
                           INTO REG-REORDEN
                    WRITE REG-REORDEN
                 END-IF
           MOVE ZERO TO WKS-COR-TARJETA
           MOVE ZERO TO WKS-COR-TRANSFER
           MOVE ZERO TO WKS-COR-CREDITO
           MOVE ZERO TO WKS-COR-NOMINA
           MOVE ZERO TO WKS-COR-CANCEL
           OPEN EXTEND F-CORTE
           IF WKS-FS-CORTE = '35'
           STRING "VENTAS A CREDITO:     " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-CORTE
           WRITE REG-CORTE
           MOVE WKS-COR-NOMINA TO WKS-PAGO-FMT
           MOVE SPACES TO REG-CORTE
           STRING "VENTAS POR NOMINA:    " WKS-PAGO-FMT
                  DELIMITED BY SIZE INTO REG-CORTE
           WRITE REG-CORTE
           MOVE WKS-COR-FONDO TO WKS-PAGO-FMT
           MOVE SPACES TO REG-CORTE
           STRING "FONDO DE APERTURA:    " WKS-PAGO-FMT
                    IF FV-FORMA-PAGO = 'R'
                       ADD FV-TOTAL-NETO TO WKS-COR-CREDITO
                    ELSE
                    IF FV-FORMA-PAGO = 'N'
                       ADD FV-TOTAL-NETO TO WKS-COR-NOMINA
                    ELSE
      *Blanco (folios de antes del campo) cuenta como efectivo.
                       ADD FV-TOTAL-NETO TO WKS-COR-EFECTIVO
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                 END-IF
           END-READ.

           MOVE WKS-CLASE(WKS-IDX) TO FV-CLASE(WKS-IDX)
           MOVE WKS-PRODUCTO(WKS-IDX) TO FV-PRODUCTO(WKS-IDX)
           MOVE WKS-CANTIDAD(WKS-IDX) TO FV-CANTIDAD(WKS-IDX)
           MOVE ZERO TO FV-COSTO(WKS-IDX)
           IF WKS-PRECIO-ORIGEN(WKS-IDX) = SPACE
              MOVE ZERO TO FV-PRECIO-REG(WKS-IDX)
              MOVE ZERO TO FV-PRECIO-APL(WKS-IDX)
              MOVE SPACE TO FV-PRECIO-ORIGEN(WKS-IDX)
              MOVE ZERO TO FV-PRECIO-PROMO(WKS-IDX)
           ELSE
              MOVE WKS-PRECIO-REG(WKS-IDX) TO FV-PRECIO-REG(WKS-IDX)
              MOVE WKS-PRECIO-APL(WKS-IDX) TO FV-PRECIO-APL(WKS-IDX)
              MOVE WKS-PRECIO-ORIGEN(WKS-IDX)
                   TO FV-PRECIO-ORIGEN(WKS-IDX)
              MOVE WKS-PRECIO-PROMO(WKS-IDX)
                   TO FV-PRECIO-PROMO(WKS-IDX)
           END-IF
           IF WKS-PRODUCTO(WKS-IDX) > 0
              MOVE WKS-PRODUCTO(WKS-IDX) TO PRO-CODIGO
              READ F-PRODUCTOS
                 NOT INVALID KEY
                    IF PRO-COSTO-PROM NUMERIC
                       MOVE PRO-COSTO-PROM TO FV-COSTO(WKS-IDX)
                    END-IF
              END-READ
           END-IF
           SET WKS-IDX UP BY 1.

       720000-REIMPRIME-FOLIO.
                    UNTIL WKS-IDX > WKS-NUM-ITEMS
                 MOVE 1 TO WKS-CLA
                 PERFORM 745000-CARGA-CLASE-FOLIO UNTIL WKS-CLA > 3
                 PERFORM 141000-CARGA-RETENCIONES-FOLIO
                 PERFORM 350000-IMPRIME-RECIBO
                 MOVE FV-TOTAL-NETO TO FORMAT-NETO
                 DISPLAY "TOTAL CON DESCUENTO: " FORMAT-NETO
              MOVE ZERO TO WKS-PRODUCTO(WKS-IDX)
              MOVE ZERO TO WKS-CANTIDAD(WKS-IDX)
           END-IF
      *Folios viejos no traen precios por partida: se reimprimen
      *sin el renglon de precio regular contra aplicado.
           MOVE SPACE TO WKS-PRECIO-ORIGEN(WKS-IDX)
           IF FV-PRECIO-ORIGEN(WKS-IDX) = 'R' OR 'D' OR 'M' OR 'P'
              OR 'X'
              IF FV-PRECIO-REG(WKS-IDX) NUMERIC
                 AND FV-PRECIO-APL(WKS-IDX) NUMERIC
                 AND FV-PRECIO-PROMO(WKS-IDX) NUMERIC
                 MOVE FV-PRECIO-REG(WKS-IDX) TO WKS-PRECIO-REG(WKS-IDX)
                 MOVE FV-PRECIO-APL(WKS-IDX) TO WKS-PRECIO-APL(WKS-IDX)
                 MOVE FV-PRECIO-ORIGEN(WKS-IDX)
                      TO WKS-PRECIO-ORIGEN(WKS-IDX)
                 MOVE FV-PRECIO-PROMO(WKS-IDX)
                      TO WKS-PRECIO-PROMO(WKS-IDX)
              END-IF
           END-IF
           SET WKS-IDX UP BY 1.

       735000-GRABA-CLASE-FACTURA.
                   WKS-DESCTO-EMPLEADO "%"
           DISPLAY "NUEVA TASA (0 = DEJARLA IGUAL): "
           ACCEPT WKS-DESCTO-TASA
      *En el mismo control va el tope de las compras por nomina.
           DISPLAY "TOPE DEL ABONO POR NOMINA ACTUAL: "
                   WKS-PCT-DESC-NOM "% DEL NETO MENSUAL"
           DISPLAY "NUEVO TOPE (0 = DEJARLO IGUAL): "
           ACCEPT WKS-DN-TOPE
           IF WKS-DN-TOPE > 0
              MOVE WKS-DN-TOPE TO WKS-PCT-DESC-NOM
              IF WKS-DESCTO-TASA = 0
                 MOVE WKS-DESCTO-EMPLEADO TO WKS-DESCTO-TASA
              END-IF
           END-IF
           IF WKS-DESCTO-TASA > 0
              MOVE WKS-DESCTO-TASA TO WKS-DESCTO-EMPLEADO
              MOVE WKS-ULT-FOLIO TO CF-ULTIMO-FOLIO
              MOVE WKS-DESCTO-EMPLEADO TO CF-DESCTO-EMPLEADO
              MOVE WKS-ULT-COTIZA TO CF-ULT-COTIZACION
              MOVE WKS-ULT-CORTE-COM TO CF-ULT-CORTE-COM
              MOVE WKS-PCT-DESC-NOM TO CF-PCT-DESC-NOM
              MOVE WKS-ULT-ORDEN TO CF-ULT-ORDEN
              MOVE WKS-ULT-TRASPASO TO CF-ULT-TRASPASO
              MOVE WKS-TOL-TC TO CF-TOL-TC
              MOVE WKS-ULT-PEDIDO TO CF-ULT-PEDIDO
              OPEN OUTPUT F-CONTROL-FOLIO
              WRITE REG-CONTROL-FOLIO
              CLOSE F-CONTROL-FOLIO
                    DISPLAY "FOLIO " FV-SERIE "-" FV-FOLIO
                            "  FECHA " FV-FECHA
                            "  TOTAL " FORMAT-NETO
                    PERFORM 755000-CANCELA-CONFIRMA
                 END-IF
           END-READ.

       755000-CANCELA-CONFIRMA.
      *Con el mes de la factura cerrado para IVA la cancelacion se
      *rechaza o se asienta en el mes en curso, segun la regla del
      *cierre; la nota de credito se declara en el mes que se emite.
           MOVE "IVA" TO WKS-CIE-AREA
           MOVE FV-FECHA TO WKS-CIE-FECHA
           MOVE 1 TO WKS-CIE-TRASLADO
           PERFORM 785000-REVISA-CIERRE
           MOVE "CANC" TO WKS-CIE-TIPO
           MOVE SPACES TO WKS-CIE-REFERENCIA
           STRING FV-SERIE FV-FOLIO DELIMITED BY SIZE
                  INTO WKS-CIE-REFERENCIA
           MOVE "CANCELACION DE FACTURA" TO WKS-CIE-DETALLE
           IF WKS-CIE-RECHAZA
              PERFORM 786000-ANOTA-CIERRE
           ELSE
              DISPLAY "CONFIRMA CANCELARLA? 1.SI 2.NO"
              ACCEPT WKS-OPCION-MENU
              IF WKS-OPCION-MENU = 1
                 PERFORM 770000-APLICA-CANCELACION
                 PERFORM 786000-ANOTA-CIERRE
              END-IF
           END-IF.

       770000-APLICA-CANCELACION.
      *Entrada negativa al historial con la fecha de hoy.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           WRITE REG-HIST-IVA FROM WKS-LIN-HIST-IVA
           CLOSE F-HIST-IVA
           PERFORM 780000-REVIERTE-MES
           IF FV-FORMA-PAGO = 'N'
              PERFORM 708000-CANCELA-DESC-NOMINA
           END-IF
           IF FV-TELEFONO > 0
              PERFORM 198400-REABRE-ANTICIPOS
           END-IF
           MOVE 'C' TO FV-ESTADO
           MOVE WKS-FECHA-HOY TO FV-FECHA-CANC
           REWRITE REG-FACTURA-M
              INVALID KEY
                 DISPLAY "ERROR AL MARCAR LA FACTURA CANCELADA."
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FV-SERIE TO WKS-ES-SERIE
                    MOVE FV-CANTIDAD(WKS-IDX) TO WKS-ES-MOVTO
                    PERFORM 268000-MUEVE-EXIST-SUC
                    ADD FV-CANTIDAD(WKS-IDX) TO PRO-EXISTENCIA
                    REWRITE REG-PRODUCTO
                       INVALID KEY
                          DISPLAY "ERROR AL REPONER EXISTENCIA "
                                  "DEL PRODUCTO " PRO-CODIGO
                       NOT INVALID KEY
                          MOVE 'C' TO WKS-MI-TIPO
                          MOVE FV-CANTIDAD(WKS-IDX) TO WKS-MI-CANT
                          MOVE SPACES TO WKS-MI-DOCTO
                          STRING "FACT " FV-SERIE "-" FV-FOLIO
                                 DELIMITED BY SIZE INTO WKS-MI-DOCTO
                          PERFORM 450000-GRABA-MOVTO-INV
                    END-REWRITE
              END-READ
           END-IF
       780000-REVIERTE-MES.
      *Resta los totales de la factura del acumulado del mes al que
      *pertenece; si ese corte ya no esta en IVA-CONTROL-MES.DAT
      *solo se avisa. Con el mes de la factura cerrado y trasladado
      *la reversa cae en el mes en curso.
           IF WKS-CIE-TRASLADA
              MOVE WKS-CIE-ANOMES-HOY TO WKS-CIE-ANOMES-DEST
           ELSE
              MOVE FV-FECHA(1:6) TO WKS-CIE-ANOMES-DEST
           END-IF
           OPEN INPUT F-CONTROL-MES
           IF WKS-FS-CTRL-MES NOT = '00'
              DISPLAY "SIN CORTE MENSUAL QUE REVERTIR."
                    MOVE ZEROS TO CM-ANOMES
              END-READ
              CLOSE F-CONTROL-MES
              IF CM-ANOMES = WKS-CIE-ANOMES-DEST
                 SUBTRACT FV-TOTAL-NETO FROM CM-TOTAL-ACUM
                 SUBTRACT FV-IVA-MONTO FROM CM-IVA-ACUM
                 MOVE 1 TO WKS-CLA
                 CLOSE F-CONTROL-MES
                 DISPLAY "ACUMULADO DEL MES " CM-ANOMES " AJUSTADO."
              ELSE
                 DISPLAY "LA REVERSA ES DEL MES " WKS-CIE-ANOMES-DEST
                         ", QUE YA NO ESTA EN EL CORTE EN CURSO."
              END-IF
           END-IF
      *El libro mayor guarda todos los meses, asi que ahi la
      *reversa aplica aunque el corte en curso sea otro mes.
           MOVE WKS-CIE-ANOMES-DEST TO WKS-LIB-ANOMES
           COMPUTE WKS-LIB-D-TOTAL = 0 - FV-TOTAL-NETO
           COMPUTE WKS-LIB-D-IVA = 0 - FV-IVA-MONTO
           MOVE ZERO TO WKS-LIB-D-RET-IVA
           MOVE ZERO TO WKS-LIB-D-RET-ISR
           IF FV-RET-IVA NUMERIC AND FV-RET-ISR NUMERIC
              COMPUTE WKS-LIB-D-RET-IVA = 0 - FV-RET-IVA
              COMPUTE WKS-LIB-D-RET-ISR = 0 - FV-RET-ISR
           END-IF
           MOVE 1 TO WKS-CLA
           PERFORM 795000-CARGA-DELTA-NEGATIVO UNTIL WKS-CLA > 3
           PERFORM 198500-CARGA-ANTICIPO-FOLIO
           MOVE -1 TO WKS-ANC-SIGNO
           PERFORM 198600-DELTA-ANTICIPO
      *Tambien se reversa el IVA que ya se habia cobrado (todo, si
      *fue de contado; lo abonado, si fue a credito).
           IF FV-IVA-PEND NUMERIC
              PERFORM 138100-IVA-COBRABLE-FOLIO
              COMPUTE WKS-LIB-D-IVA-COB =
                      FV-IVA-PEND - WKS-ICB-COBRABLE
           END-IF
           PERFORM 550000-POSTEA-LIBRO
      *La reversa tambien baja el libro de la serie de la factura.
           MOVE FV-SERIE TO WKS-LIB-SERIE
           END-IF
           ADD 1 TO WKS-CLA.

       785000-REVISA-CIERRE.
      *Consulta en el calendario de NOMINA si el mes de la fecha
      *WKS-CIE-FECHA esta cerrado para el area WKS-CIE-AREA: libre,
      *rechazado, trasladado a hoy (solo si el movimiento lo admite,
      *WKS-CIE-TRASLADO en 1) o asentado en un mes reabierto.
           ACCEPT WKS-CIE-HOY FROM DATE YYYYMMDD
           MOVE WKS-CIE-HOY(1:6) TO WKS-CIE-ANOMES-HOY
           MOVE WKS-CIE-FECHA(1:6) TO WKS-CIE-ANOMES
           MOVE 'L' TO WKS-CIE-RESULTADO
           OPEN INPUT F-CIERRES
           IF WKS-FS-CIERRES = '00'
              MOVE WKS-CIE-AREA TO PC-AREA
              MOVE WKS-CIE-ANOMES TO PC-ANOMES
              READ F-CIERRES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PC-REABIERTO
                       MOVE 'A' TO WKS-CIE-RESULTADO
                    ELSE
                    IF PC-CERRADO
                       IF PC-TRASLADA AND WKS-CIE-TRASLADO = 1
                          AND WKS-CIE-ANOMES < WKS-CIE-ANOMES-HOY
                          MOVE 'T' TO WKS-CIE-RESULTADO
                       ELSE
                          MOVE 'R' TO WKS-CIE-RESULTADO
                       END-IF
                    END-IF
                    END-IF
              END-READ
              CLOSE F-CIERRES
           END-IF
           IF WKS-CIE-RECHAZA
              DISPLAY "EL MES " WKS-CIE-ANOMES " ESTA CERRADO PARA "
                      "IVA; EL MOVIMIENTO SE RECHAZA."
           ELSE
           IF WKS-CIE-TRASLADA
              DISPLAY "EL MES " WKS-CIE-ANOMES " ESTA CERRADO PARA "
                      "IVA; EL MOVIMIENTO SE ASIENTA EN EL MES "
                      WKS-CIE-ANOMES-HOY "."
           ELSE
           IF WKS-CIE-REABIERTO
              DISPLAY "AVISO: EL MES " WKS-CIE-ANOMES " DE IVA FUE "
                      "REABIERTO; EL MOVIMIENTO QUEDA EN EL REPORTE "
                      "DE POSTERIORES AL CIERRE."
           END-IF
           END-IF
           END-IF.

       786000-ANOTA-CIERRE.
      *Anota en la bitacora compartida el movimiento que reviso
      *785000; los de meses sin cierre no se anotan.
           IF NOT WKS-CIE-LIBRE
              OPEN EXTEND F-CIE-MOVTOS
              IF WKS-FS-CIE-MOV = '35'
                 OPEN OUTPUT F-CIE-MOVTOS
              END-IF
              MOVE SPACES TO REG-CIE-MOVTO
              MOVE WKS-CIE-HOY TO CMV-FECHA
              MOVE WKS-CIE-AREA TO CMV-AREA
              MOVE WKS-CIE-ANOMES TO CMV-ANOMES
              MOVE WKS-CIE-RESULTADO TO CMV-ACCION
              IF WKS-CIE-RECHAZA
                 MOVE ZERO TO CMV-ANOMES-REG
              ELSE
              IF WKS-CIE-TRASLADA
                 MOVE WKS-CIE-ANOMES-HOY TO CMV-ANOMES-REG
              ELSE
                 MOVE WKS-CIE-ANOMES TO CMV-ANOMES-REG
              END-IF
              END-IF
              MOVE WKS-CIE-TIPO TO CMV-TIPO
              MOVE WKS-CIE-REFERENCIA TO CMV-REFERENCIA
              MOVE "CALC-IVA" TO CMV-ORIGEN
              MOVE WKS-CIE-DETALLE TO CMV-DETALLE
              WRITE REG-CIE-MOVTO
              CLOSE F-CIE-MOVTOS
           END-IF.

       600000-PROCESA-LOTE.
      *Lee IVA-FACTURAS-ENTRADA.TXT: cada 'H' abre una factura y
      *cada 'D' le agrega una partida. Al llegar la siguiente 'H' o
           MOVE ZERO TO WKS-NUM-ITEMS
           MOVE ZERO TO WKS-TELEFONO-FACT
           MOVE ZERO TO WKS-EMPLEADO-FACT
           MOVE ZERO TO WKS-VENDEDOR-FACT
      *El lote nocturno no trae forma de pago: entra de contado y
      *sin redencion de puntos.
           MOVE 'E' TO WKS-FORMA-PAGO-F
           MOVE ZERO TO WKS-PUNTOS-REDIMIR
           MOVE 'N' TO WKS-RETENEDOR-FACT
      *Identificadores de lote del encabezado; en blanco no hay
      *registro de reproceso.
           MOVE ZERO TO WKS-LOTE-ID
           IF FE-H-TELEFONO = SPACES
              MOVE ZEROS TO FE-H-TELEFONO
           END-IF
           IF FE-H-VENDEDOR = SPACES
              MOVE ZEROS TO FE-H-VENDEDOR
           END-IF
           IF FE-H-TCAMBIO NOT NUMERIC OR FE-H-IVA NOT NUMERIC
              OR FE-H-DESCTO NOT NUMERIC
              OR FE-H-TELEFONO NOT NUMERIC
              OR FE-H-VENDEDOR NOT NUMERIC
              MOVE ZERO TO WKS-LOTE-VALIDA
              MOVE "ENCABEZADO NO NUMERICO" TO WKS-LOTE-MOTIVO
              PERFORM 650000-RECHAZA-RENGLON
                 PERFORM 650000-RECHAZA-RENGLON
              ELSE
                 MOVE FE-H-TELEFONO TO WKS-TELEFONO-FACT
                 PERFORM 140500-TOMA-RETENEDOR
                 PERFORM 660000-TOMA-ENCABEZADO
                 PERFORM 170000-REVISA-EMPLEADO
                 IF WKS-EMPLEADO-FACT = 1
           ELSE
              PERFORM 660000-TOMA-ENCABEZADO
           END-IF
           END-IF
      *El vendedor del encabezado debe ser un trabajador activo.
           IF WKS-LOTE-VALIDA = 1 AND FE-H-VENDEDOR > 0
              MOVE FE-H-VENDEDOR TO WKS-VEND-BUSCA
              PERFORM 187000-VALIDA-VENDEDOR
              IF WKS-VENDEDOR-OK = 0
                 MOVE ZERO TO WKS-LOTE-VALIDA
                 MOVE "VENDEDOR INEXISTENTE" TO WKS-LOTE-MOTIVO
                 PERFORM 650000-RECHAZA-RENGLON
              ELSE
                 MOVE FE-H-VENDEDOR TO WKS-VENDEDOR-FACT
              END-IF
           END-IF.

       660000-TOMA-ENCABEZADO.
           IF WKS-MONEDA = "MXN"
              MOVE 1 TO WKS-TIPO-CAMBIO
           ELSE
      *Tipo en ceros toma el del dia; uno informado tiene que caer
      *dentro de la tolerancia contra el del dia.
              MOVE FE-H-TCAMBIO TO WKS-TIPO-CAMBIO
              MOVE WKS-MONEDA TO WKS-TC-MONEDA
              ACCEPT WKS-TC-FECHA FROM DATE YYYYMMDD
              PERFORM 371000-BUSCA-TIPO-CAMBIO
              IF WKS-TIPO-CAMBIO = 0
                 MOVE WKS-TC-TABLA TO WKS-TIPO-CAMBIO
              END-IF
              IF WKS-TIPO-CAMBIO = 0
                 MOVE ZERO TO WKS-LOTE-VALIDA
                 MOVE "TIPO DE CAMBIO EN CERO" TO WKS-LOTE-MOTIVO
                 PERFORM 650000-RECHAZA-RENGLON
              ELSE
                 PERFORM 373000-VALIDA-TOLERANCIA
                 IF WKS-TC-VALIDO = 0
                    MOVE ZERO TO WKS-LOTE-VALIDA
                    MOVE "TIPO DE CAMBIO FUERA DE TOLERANCIA"
                       TO WKS-LOTE-MOTIVO
                    PERFORM 650000-RECHAZA-RENGLON
                 END-IF
              END-IF
           END-IF
           MOVE FE-H-IVA TO WKS-IVA-TASA
              SET WKS-IDX TO WKS-NUM-ITEMS
              MOVE ZERO TO WKS-PRODUCTO(WKS-IDX)
              MOVE ZERO TO WKS-CANTIDAD(WKS-IDX)
              MOVE SPACE TO WKS-PRECIO-ORIGEN(WKS-IDX)
              MOVE FE-D-DESCRIPCION TO WKS-DESCRIPCION(WKS-IDX)
              IF WKS-MONEDA NOT = "MXN"
                 COMPUTE WKS-IMPORTE(WKS-IDX) =
           MOVE REG-FACT-ENT TO FR-RENGLON
           WRITE REG-FACT-RECH.

       990000-ESQUEMA-COMISIONES.
      *Alta o cambio de un tramo del esquema de comisiones: clase
      *de comision del producto (blanco = general), venta del
      *periodo del vendedor desde la que aplica y tasa.
           DISPLAY "CLASE DE COMISION (2 LETRAS, BLANCO = GENERAL): "
           ACCEPT CS-CLASE
           DISPLAY "VENTA DEL PERIODO DESDE LA QUE APLICA "
                   "(EJ. 000000000.00): "
           ACCEPT CS-DESDE
           DISPLAY "TASA DE COMISION (EJ. 03.50 = 3.5%): "
           ACCEPT CS-TASA
           WRITE REG-ESQUEMA-COM
              INVALID KEY
                 REWRITE REG-ESQUEMA-COM
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL TRAMO."
                 END-REWRITE
           END-WRITE
           DISPLAY "TRAMO GRABADO."
           PERFORM 991000-CONSULTA-ESQUEMA.

       991000-CONSULTA-ESQUEMA.
           MOVE SPACES TO CS-CLASE
           MOVE ZEROS TO CS-DESDE
           START F-ESQUEMA-COM KEY IS NOT LESS THAN CS-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           DISPLAY "CLASE  VENTA DESDE      TASA"
           PERFORM 991500-CONSULTA-ESQUEMA-RENGLON
              UNTIL WKS-SCAN-FIN = 1.

       991500-CONSULTA-ESQUEMA-RENGLON.
           READ F-ESQUEMA-COM NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 MOVE CS-DESDE TO WKS-CMS-FMT
                 DISPLAY "  " CS-CLASE "  " WKS-CMS-FMT "  " CS-TASA
           END-READ.

       992000-PROCESO-COMISIONES.
      *Liquida las comisiones de venta hasta una fecha de corte.
      *Entran las facturas con vendedor, no cobradas en comision
      *antes y ya pagadas (de contado, o de credito con saldo en
      *cero); una cancelada antes de liquidarse ya no paga, y una
      *ya liquidada que se cancelo despues (nota de credito) se
      *descuenta. La tasa sale del esquema por clase de comision
      *del producto y del tramo de la venta neta del vendedor en
      *el periodo. El neto por vendedor queda en
      *NOMINA-COMISIONES.DAT para la siguiente corrida de NOMINA.
           DISPLAY "FECHA DE CORTE DE LAS COMISIONES (AAAAMMDD): "
           ACCEPT WKS-CMS-CORTE
           IF WKS-CMS-CORTE NOT > WKS-ULT-CORTE-COM
              DISPLAY "EL CORTE DEBE SER POSTERIOR AL ULTIMO "
                      "LIQUIDADO (" WKS-ULT-CORTE-COM ")."
           ELSE
              MOVE ZERO TO WKS-CMS-NUM
      *Primera pasada: venta neta del periodo por vendedor, que
      *decide su tramo del esquema.
              MOVE 1 TO WKS-CMS-PASADA
              PERFORM 992100-BARRE-FACTURAS-COM
      *Segunda pasada: comision por partida, marca de cada folio.
              MOVE 2 TO WKS-CMS-PASADA
              PERFORM 992100-BARRE-FACTURAS-COM
              OPEN I-O F-COMISION-NOM
              IF WKS-FS-COMISION-NOM = '35'
                 OPEN OUTPUT F-COMISION-NOM
                 CLOSE F-COMISION-NOM
                 OPEN I-O F-COMISION-NOM
              END-IF
              OPEN INPUT F-TRAB-IVA
              OPEN OUTPUT F-COMISION-REP
              MOVE 1 TO WKS-CMS-I
              PERFORM 996000-LIQUIDA-VENDEDOR
                 UNTIL WKS-CMS-I > WKS-CMS-NUM
              CLOSE F-COMISION-REP
              CLOSE F-TRAB-IVA
              CLOSE F-COMISION-NOM
              MOVE WKS-CMS-CORTE TO WKS-ULT-CORTE-COM
              MOVE WKS-ULT-FOLIO TO CF-ULTIMO-FOLIO
              MOVE WKS-DESCTO-EMPLEADO TO CF-DESCTO-EMPLEADO
              MOVE WKS-ULT-COTIZA TO CF-ULT-COTIZACION
              MOVE WKS-ULT-CORTE-COM TO CF-ULT-CORTE-COM
              MOVE WKS-PCT-DESC-NOM TO CF-PCT-DESC-NOM
              MOVE WKS-ULT-ORDEN TO CF-ULT-ORDEN
              MOVE WKS-ULT-TRASPASO TO CF-ULT-TRASPASO
              MOVE WKS-TOL-TC TO CF-TOL-TC
              MOVE WKS-ULT-PEDIDO TO CF-ULT-PEDIDO
              OPEN OUTPUT F-CONTROL-FOLIO
              WRITE REG-CONTROL-FOLIO
              CLOSE F-CONTROL-FOLIO
              DISPLAY WKS-CMS-NUM " VENDEDOR(ES) LIQUIDADO(S)."
              DISPLAY "ESTADOS DE CUENTA EN IVA-COMISIONES-EDOCTA.TXT"
           END-IF.

       992100-BARRE-FACTURAS-COM.
           MOVE SPACES TO FV-SERIE
           MOVE ZEROS TO FV-FOLIO
           START F-FACTURAS-M KEY IS NOT LESS THAN FV-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 992500-COMISION-FOLIO
              UNTIL WKS-SCAN-FIN = 1.

       992500-COMISION-FOLIO.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 PERFORM 992700-ACCION-COMISION
                 IF WKS-CMS-ACCION = 3
                    IF WKS-CMS-PASADA = 2
                       PERFORM 993200-LIQUIDA-FOLIO
                    END-IF
                 ELSE
                 IF WKS-CMS-ACCION > 0
                    MOVE FV-VENDEDOR TO WKS-VEND-BUSCA
                    PERFORM 995000-BUSCA-VENDEDOR-TABLA
                    IF WKS-CMS-ACCION > 0
                       IF WKS-CMS-PASADA = 1
                          PERFORM 993000-SUMA-VENTA-FOLIO
                       ELSE
                          PERFORM 993200-LIQUIDA-FOLIO
                       END-IF
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       992700-ACCION-COMISION.
      *Que hacer con el folio en el area del maestro: 0 nada,
      *1 liquidar su comision, 2 descontarla (se cancelo despues de
      *liquidada), 3 marcarlo sin comision (se cancelo antes).
           MOVE ZERO TO WKS-CMS-ACCION
           IF FV-VENDEDOR NUMERIC AND FV-VENDEDOR > 0
              IF FV-COM-ESTADO = SPACE
                 AND FV-FECHA NOT > WKS-CMS-CORTE
                 IF FV-ESTADO = 'C'
                    MOVE 3 TO WKS-CMS-ACCION
                 ELSE
                 IF FV-SALDO NUMERIC AND FV-SALDO > 0
                    CONTINUE
                 ELSE
                    MOVE 1 TO WKS-CMS-ACCION
                 END-IF
                 END-IF
              ELSE
              IF FV-COM-ESTADO = 'P' AND FV-ESTADO = 'C'
                 MOVE 2 TO WKS-CMS-ACCION
              END-IF
              END-IF
           END-IF.

       993000-SUMA-VENTA-FOLIO.
           MOVE ZERO TO WKS-CMS-BASE-FOLIO
           PERFORM 993100-PARTIDAS-FOLIO
           SET WKS-IDX TO 1
           PERFORM 993500-BASE-PARTIDA
              UNTIL WKS-IDX > WKS-NUM-ITEMS
           IF WKS-CMS-ACCION = 1
              ADD WKS-CMS-BASE-FOLIO TO WKS-CMS-VENTAS(WKS-CMS-I)
           ELSE
           IF WKS-CMS-ACCION = 2
              SUBTRACT WKS-CMS-BASE-FOLIO
                 FROM WKS-CMS-VENTAS(WKS-CMS-I)
           END-IF
           END-IF.

       993100-PARTIDAS-FOLIO.
           MOVE ZERO TO WKS-NUM-ITEMS
           IF FV-NUM-ITEMS NUMERIC
              MOVE FV-NUM-ITEMS TO WKS-NUM-ITEMS
              IF WKS-NUM-ITEMS > 50
                 MOVE 50 TO WKS-NUM-ITEMS
              END-IF
           END-IF.

       993200-LIQUIDA-FOLIO.
           IF WKS-CMS-ACCION = 1
              MOVE ZERO TO WKS-CMS-BASE-FOLIO
              MOVE ZERO TO WKS-CMS-COM-FOLIO
              PERFORM 993100-PARTIDAS-FOLIO
              SET WKS-IDX TO 1
              PERFORM 993500-BASE-PARTIDA
                 UNTIL WKS-IDX > WKS-NUM-ITEMS
              MOVE WKS-CMS-COM-FOLIO TO FV-COM-IMPORTE
              MOVE 'P' TO FV-COM-ESTADO
              ADD WKS-CMS-COM-FOLIO TO WKS-CMS-COMISION(WKS-CMS-I)
              ADD 1 TO WKS-CMS-FOLIOS(WKS-CMS-I)
           ELSE
           IF WKS-CMS-ACCION = 2
              MOVE 'R' TO FV-COM-ESTADO
              SUBTRACT FV-COM-IMPORTE
                 FROM WKS-CMS-COMISION(WKS-CMS-I)
              ADD 1 TO WKS-CMS-REVERSAS(WKS-CMS-I)
           ELSE
              MOVE 'N' TO FV-COM-ESTADO
              MOVE ZERO TO FV-COM-IMPORTE
           END-IF
           END-IF
           MOVE WKS-CMS-CORTE TO FV-COM-FECHA
           REWRITE REG-FACTURA-M
              INVALID KEY
                 DISPLAY "ERROR AL MARCAR LA COMISION DEL FOLIO "
                         FV-SERIE "-" FV-FOLIO
           END-REWRITE.

       993500-BASE-PARTIDA.
      *Base de la partida: su importe en pesos menos el descuento
      *de la factura, sin IVA. En la segunda pasada tambien su
      *comision, con la tasa de la clase de comision del producto.
           COMPUTE WKS-CMS-BASE-PART ROUNDED =
                   FV-IMPORTE(WKS-IDX) * (100 - FV-DESCTO-TASA) / 100
           ADD WKS-CMS-BASE-PART TO WKS-CMS-BASE-FOLIO
           IF WKS-CMS-PASADA = 2
              MOVE SPACES TO WKS-CMS-CLASE
              IF FV-PRODUCTO(WKS-IDX) NUMERIC
                 AND FV-PRODUCTO(WKS-IDX) > 0
                 MOVE FV-PRODUCTO(WKS-IDX) TO PRO-CODIGO
                 READ F-PRODUCTOS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE PRO-CLASE-COM TO WKS-CMS-CLASE
                 END-READ
              END-IF
              PERFORM 994000-TASA-COMISION
              COMPUTE WKS-CMS-COM-FOLIO ROUNDED = WKS-CMS-COM-FOLIO
                      + WKS-CMS-BASE-PART * WKS-CMS-TASA / 100
           END-IF
           SET WKS-IDX UP BY 1.

       994000-TASA-COMISION.
      *Tasa del ultimo tramo de la clase WKS-CMS-CLASE cuyo limite
      *inferior alcanza la venta del vendedor; una clase sin tramos
      *usa los de la clase general (blanco).
           MOVE ZERO TO WKS-CMS-TASA
           MOVE ZERO TO WKS-CMS-HALLADA
           PERFORM 994200-TASA-CLASE
           IF WKS-CMS-HALLADA = 0 AND WKS-CMS-CLASE NOT = SPACES
              MOVE SPACES TO WKS-CMS-CLASE
              PERFORM 994200-TASA-CLASE
           END-IF.

       994200-TASA-CLASE.
           MOVE WKS-CMS-CLASE TO CS-CLASE
           MOVE ZEROS TO CS-DESDE
           START F-ESQUEMA-COM KEY IS NOT LESS THAN CS-LLAVE
              INVALID KEY MOVE 1 TO WKS-CMS-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CMS-FIN
           END-START
           PERFORM 994500-TASA-RENGLON
              UNTIL WKS-CMS-FIN = 1.

       994500-TASA-RENGLON.
           READ F-ESQUEMA-COM NEXT RECORD
              AT END MOVE 1 TO WKS-CMS-FIN
              NOT AT END
                 IF CS-CLASE NOT = WKS-CMS-CLASE
                    OR CS-DESDE > WKS-CMS-VENTAS(WKS-CMS-I)
                    MOVE 1 TO WKS-CMS-FIN
                 ELSE
                    MOVE CS-TASA TO WKS-CMS-TASA
                    MOVE 1 TO WKS-CMS-HALLADA
                 END-IF
           END-READ.

       995000-BUSCA-VENDEDOR-TABLA.
      *Deja en WKS-CMS-I el renglon del vendedor WKS-VEND-BUSCA en
      *la tabla del proceso; si no esta, lo agrega.
           MOVE 1 TO WKS-CMS-I
           PERFORM 995500-COMPARA-VENDEDOR
              UNTIL WKS-CMS-I > WKS-CMS-NUM
                 OR WKS-CMS-VEND(WKS-CMS-I) = WKS-VEND-BUSCA
           IF WKS-CMS-I > WKS-CMS-NUM
              IF WKS-CMS-NUM < 100
                 ADD 1 TO WKS-CMS-NUM
                 MOVE WKS-CMS-NUM TO WKS-CMS-I
                 MOVE WKS-VEND-BUSCA TO WKS-CMS-VEND(WKS-CMS-I)
                 MOVE ZERO TO WKS-CMS-VENTAS(WKS-CMS-I)
                 MOVE ZERO TO WKS-CMS-COMISION(WKS-CMS-I)
                 MOVE ZERO TO WKS-CMS-FOLIOS(WKS-CMS-I)
                 MOVE ZERO TO WKS-CMS-REVERSAS(WKS-CMS-I)
              ELSE
      *Tabla llena: el folio se queda pendiente para otro corte.
                 MOVE ZERO TO WKS-CMS-ACCION
                 MOVE WKS-CMS-NUM TO WKS-CMS-I
              END-IF
           END-IF.

       995500-COMPARA-VENDEDOR.
           ADD 1 TO WKS-CMS-I.

       996000-LIQUIDA-VENDEDOR.
      *Graba el neto del vendedor para NOMINA y su estado de cuenta
      *con los folios liquidados y descontados en este corte.
           MOVE WKS-CMS-VEND(WKS-CMS-I) TO CN-ID-TRAB
           MOVE WKS-CMS-CORTE TO CN-CORTE
           MOVE WKS-CMS-VENTAS(WKS-CMS-I) TO CN-VENTAS
           MOVE WKS-CMS-COMISION(WKS-CMS-I) TO CN-IMPORTE
           MOVE 'P' TO CN-ESTADO
           MOVE ZEROS TO CN-CORRIDA
           WRITE REG-COMISION-NOM
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR LA COMISION DEL VENDEDOR "
                         CN-ID-TRAB
           END-WRITE
           MOVE CN-ID-TRAB TO TV-ID-TRAB
           READ F-TRAB-IVA
              INVALID KEY
                 MOVE "(NO ESTA EN TRABAJADORES.DAT)"
                      TO TV-NOMBRE-TRAB
                 MOVE SPACES TO TV-APELL-PAT
           END-READ
           MOVE ALL "=" TO REG-COMISION-REP
           WRITE REG-COMISION-REP
           MOVE SPACES TO REG-COMISION-REP
           STRING "ESTADO DE CUENTA DE COMISIONES AL " DELIMITED BY SIZE
                  WKS-CMS-CORTE DELIMITED BY SIZE
                  INTO REG-COMISION-REP
           WRITE REG-COMISION-REP
           MOVE SPACES TO REG-COMISION-REP
           STRING "VENDEDOR " DELIMITED BY SIZE
                  CN-ID-TRAB DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TV-NOMBRE-TRAB DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  TV-APELL-PAT DELIMITED BY "  "
                  INTO REG-COMISION-REP
           WRITE REG-COMISION-REP
           MOVE "FOLIO      FECHA       TOTAL FOLIO     COMISION"
                TO REG-COMISION-REP
           WRITE REG-COMISION-REP
           MOVE ALL "-" TO REG-COMISION-REP
           WRITE REG-COMISION-REP
           MOVE SPACES TO FV-SERIE
           MOVE ZEROS TO FV-FOLIO
           START F-FACTURAS-M KEY IS NOT LESS THAN FV-LLAVE
              INVALID KEY MOVE 1 TO WKS-SCAN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SCAN-FIN
           END-START
           PERFORM 997000-EDOCTA-COMISION-FOLIO
              UNTIL WKS-SCAN-FIN = 1
           MOVE ALL "-" TO REG-COMISION-REP
           WRITE REG-COMISION-REP
           MOVE SPACES TO REG-COMISION-REP
           MOVE CN-VENTAS TO WKS-CMS-FMT
           STRING "VENTA DEL PERIODO (SIN IVA): " DELIMITED BY SIZE
                  WKS-CMS-FMT DELIMITED BY SIZE
                  INTO REG-COMISION-REP
           WRITE REG-COMISION-REP
           MOVE SPACES TO REG-COMISION-REP
           MOVE CN-IMPORTE TO WKS-CMS-FMT
           STRING "COMISION NETA A NOMINA:      " DELIMITED BY SIZE
                  WKS-CMS-FMT DELIMITED BY SIZE
                  INTO REG-COMISION-REP
           WRITE REG-COMISION-REP
           MOVE SPACES TO REG-COMISION-REP
           WRITE REG-COMISION-REP
           ADD 1 TO WKS-CMS-I.

       997000-EDOCTA-COMISION-FOLIO.
           READ F-FACTURAS-M NEXT RECORD
              AT END MOVE 1 TO WKS-SCAN-FIN
              NOT AT END
                 IF FV-VENDEDOR NUMERIC
                    AND FV-VENDEDOR = CN-ID-TRAB
                    AND FV-COM-FECHA = WKS-CMS-CORTE
                    AND (FV-COM-ESTADO = 'P' OR FV-COM-ESTADO = 'R')
                    MOVE FV-TOTAL-NETO TO WKS-CMS-FMT
                    IF FV-COM-ESTADO = 'P'
                       MOVE FV-COM-IMPORTE TO WKS-CMS-COM-FMT
                    ELSE
                       COMPUTE WKS-CMS-COM-FMT = 0 - FV-COM-IMPORTE
                    END-IF
                    MOVE SPACES TO REG-COMISION-REP
                    STRING FV-SERIE "-" FV-FOLIO "  " FV-FECHA "  "
                           WKS-CMS-FMT "  " WKS-CMS-COM-FMT
                           DELIMITED BY SIZE
                           INTO REG-COMISION-REP
                    IF FV-COM-ESTADO = 'R'
                       MOVE "CANCELADA" TO REG-COMISION-REP(49:9)
                    END-IF
                    WRITE REG-COMISION-REP
                 END-IF
           END-READ.

       998000-POSTEA-DESC-NOMINA.
      *Aplica como pagos los descuentos que NOMINA ya hizo a las
      *compras de empleados: por cada folio con importe por aplicar
      *baja el saldo de la factura y deja su pago en IVA-PAGOS.DAT
      *con la fecha de la corrida de nomina que lo desconto.
           MOVE ZERO TO WKS-DN-POSTEADOS
           OPEN I-O F-DESC-NOM
           IF WKS-FS-DESC-NOM NOT = '00'
              DISPLAY "CALCULADOR IVA: SIN DESCUENTOS POR NOMINA "
                      "QUE APLICAR."
           ELSE
              OPEN I-O F-PAGOS
              IF WKS-FS-PAGOS = '35'
                 OPEN OUTPUT F-PAGOS
                 CLOSE F-PAGOS
                 OPEN I-O F-PAGOS
              END-IF
              MOVE SPACES TO DV-SERIE
              MOVE ZEROS TO DV-FOLIO
              START F-DESC-NOM KEY IS NOT LESS THAN DV-LLAVE
                 INVALID KEY MOVE 1 TO WKS-DN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-DN-FIN
              END-START
              PERFORM 998500-POSTEA-DESC-RENGLON
                 UNTIL WKS-DN-FIN = 1
              CLOSE F-PAGOS
              CLOSE F-DESC-NOM
              DISPLAY "CALCULADOR IVA: " WKS-DN-POSTEADOS
                      " DESCUENTO(S) DE NOMINA APLICADO(S) A FOLIOS."
           END-IF.

       998500-POSTEA-DESC-RENGLON.
           READ F-DESC-NOM NEXT RECORD
              AT END MOVE 1 TO WKS-DN-FIN
              NOT AT END
                 IF DV-POR-APLICAR NUMERIC AND DV-POR-APLICAR > 0
                    PERFORM 999000-APLICA-DESC-FOLIO
                 END-IF
           END-READ.

       999000-APLICA-DESC-FOLIO.
           MOVE DV-SERIE TO FV-SERIE
           MOVE DV-FOLIO TO FV-FOLIO
           READ F-FACTURAS-M
              INVALID KEY
                 DISPLAY "FOLIO " DV-SERIE "-" DV-FOLIO
                         " DEL DESCUENTO POR NOMINA NO EXISTE."
              NOT INVALID KEY
                 IF FV-SALDO NUMERIC AND FV-SALDO > 0
                    MOVE ZERO TO WKS-ICB-TOTAL
                    MOVE DV-POR-APLICAR TO WKS-ICB-ABONO
                    PERFORM 138200-IVA-DEL-ABONO
                    IF DV-POR-APLICAR > FV-SALDO
                       MOVE ZEROS TO FV-SALDO
                    ELSE
                       SUBTRACT DV-POR-APLICAR FROM FV-SALDO
                    END-IF
                    REWRITE REG-FACTURA-M
                       INVALID KEY
                          DISPLAY "ERROR AL ABONAR FOLIO " FV-FOLIO
                    END-REWRITE
      *El IVA que cobra el descuento se entera en el mes en que
      *NOMINA lo desconto.
                    MOVE DV-FECHA-DESC(1:6) TO WKS-ICB-ANOMES
                    MOVE WKS-ICB-TOTAL TO WKS-ICB-IMPORTE
                    PERFORM 138500-POSTEA-IVA-COBRADO
                 END-IF
                 MOVE FV-TELEFONO TO PAG-TELEFONO
                 MOVE DV-FECHA-DESC TO PAG-FECHA
                 MOVE ZERO TO PAG-CONSEC
                 MOVE ZERO TO WKS-PM-LISTO
                 PERFORM 999500-INTENTA-PAGO-NOMINA
                    UNTIL WKS-PM-LISTO = 1 OR PAG-CONSEC > 98
                 ADD 1 TO WKS-DN-POSTEADOS
           END-READ
           MOVE ZEROS TO DV-POR-APLICAR
           REWRITE REG-DESC-NOM
              INVALID KEY
                 DISPLAY "ERROR AL MARCAR EL DESCUENTO APLICADO."
           END-REWRITE.

       999500-INTENTA-PAGO-NOMINA.
      *Busca un consecutivo libre del dia para no pisar otro pago
      *del mismo cliente.
           ADD 1 TO PAG-CONSEC
           MOVE DV-POR-APLICAR TO PAG-MONTO
           MOVE DV-FOLIO TO PAG-FOLIO
           MOVE DV-SERIE TO PAG-SERIE
           MOVE 'N' TO PAG-ORIGEN
           MOVE SPACES TO PAG-UUID
           MOVE ZEROS TO PAG-FECHA-TIMBRE
           MOVE ZERO TO PAG-DIF-CAMBIO
           WRITE REG-PAGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WKS-PM-LISTO
           END-WRITE.

       END PROGRAM CALCULADOR-IVA.
