               'NOMINA-PLAZAS-REPORTE.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-PLAZAS-REP.
           SELECT F-ORG-REP ASSIGN TO 'NOMINA-ORGANIGRAMA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-ORG-REP.
           SELECT F-TRAMO-REP ASSIGN TO 'NOMINA-TRAMO-CONTROL.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-TRAMO-REP.
           SELECT F-SIN-JEFE-REP ASSIGN TO 'NOMINA-SIN-JEFE.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-SIN-JEFE.
           SELECT F-BENEF ASSIGN TO 'NOMINA-BENEFICIARIOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
           SELECT F-TEN-REP ASSIGN TO 'NOMINA-TENDENCIA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-TEN.
           SELECT F-PROY-REP ASSIGN TO 'NOMINA-PROYECCION.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-PROY-REP.
           SELECT F-BITACORA ASSIGN TO 'NOMINA-BITACORA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-BITACORA.
           SELECT F-CIERRE-REP ASSIGN TO 'NOMINA-CIERRE.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CIERRE.
           SELECT F-REVERSA-REP ASSIGN TO 'NOMINA-REVERSA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-REVERSA.
           SELECT F-BANDAS-REP ASSIGN TO 'NOMINA-BANDAS-EXCEPCION.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-BANDAS.
           SELECT F-RESUMEN-B ASSIGN TO 'NOMINA-RESUMEN-BATCH.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-RESUMEN-B.
           SELECT F-RESUMEN-CK ASSIGN TO
               'NOMINA-CHECADAS-RESUMEN-BATCH.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-RESUMEN-CK.
           SELECT F-CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               'NOMINA-CHECADAS-RECHAZOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CHECADAS-R.
           SELECT F-DOMINICAL ASSIGN TO 'NOMINA-DOMINICAL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DM-LLAVE
               FILE STATUS WKS-FS-DOMINICAL.
           SELECT F-DESCANSO-REP ASSIGN TO 'NOMINA-SIN-DESCANSO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DESCANSO-REP.
           SELECT F-FESTIVOS ASSIGN TO 'NOMINA-FESTIVOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FE-FECHA
               FILE STATUS WKS-FS-FESTIVOS.
           SELECT F-SDI ASSIGN TO 'NOMINA-SDI.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SD-LLAVE
               FILE STATUS WKS-FS-SDI.
           SELECT F-SDI-REP ASSIGN TO 'NOMINA-SDI-REPORTE.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-SDI-REP.
           SELECT F-MOV-IMSS ASSIGN TO 'NOMINA-MOVIMIENTOS-IMSS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MI-LLAVE
               FILE STATUS WKS-FS-MOV-IMSS.
           SELECT F-IDSE ASSIGN TO 'NOMINA-IDSE.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-IDSE.
           SELECT F-MOV-PLAZO ASSIGN TO
               'NOMINA-MOVIMIENTOS-PLAZO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-MOV-PLAZO.
           SELECT F-INFONAVIT ASSIGN TO 'NOMINA-INFONAVIT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CI-LLAVE
               FILE STATUS WKS-FS-INFONAVIT.
           SELECT F-INF-AMORT ASSIGN TO 'NOMINA-INFONAVIT-AMORT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AI-LLAVE
               FILE STATUS WKS-FS-INF-AMORT.
           SELECT F-INF-REP ASSIGN TO 'NOMINA-INFONAVIT-REPORTE.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-INF-REP.
           SELECT F-CEDULA-FON ASSIGN TO 'NOMINA-FONACOT-CEDULA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CEDULA-FON.
           SELECT F-FON-RECH ASSIGN TO 'NOMINA-FONACOT-RECHAZOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-FON-RECH.
           SELECT F-FONACOT ASSIGN TO 'NOMINA-FONACOT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FN-LLAVE
               FILE STATUS WKS-FS-FONACOT.
           SELECT F-FON-REP ASSIGN TO 'NOMINA-FONACOT-PAGO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-FON-REP.
           SELECT F-INCAPACIDADES ASSIGN TO 'NOMINA-INCAPACIDADES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CE-FOLIO
               ALTERNATE RECORD KEY CE-ID-TRAB
                   WITH DUPLICATES
               FILE STATUS WKS-FS-INCAPACIDAD.
           SELECT F-INC-REP ASSIGN TO 'NOMINA-SUBSIDIOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-INC-REP.
           SELECT F-RIESGOS ASSIGN TO 'NOMINA-RIESGOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RG-LLAVE
               FILE STATUS WKS-FS-RIESGOS.
           SELECT F-RG-REP ASSIGN TO 'NOMINA-PRIMA-RIESGO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-RG-REP.
           SELECT F-CFDI ASSIGN TO 'NOMINA-CFDI.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CFDI.
           SELECT F-TIMBRES ASSIGN TO 'NOMINA-CFDI-TIMBRES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TB-LLAVE
               FILE STATUS WKS-FS-TIMBRES.
           SELECT F-CFDI-REP ASSIGN TO 'NOMINA-CFDI-RECHAZOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CFDI-REP.
           SELECT F-EXENTOS ASSIGN TO 'NOMINA-EXENTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EX-LLAVE
               FILE STATUS WKS-FS-EXENTOS.
           SELECT F-CONTRATOS ASSIGN TO 'NOMINA-CONTRATOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CT-ID-TRAB
               FILE STATUS WKS-FS-CONTRATOS.
           SELECT F-CT-REP ASSIGN TO 'NOMINA-CONTRATOS-VENCEN.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CT-REP.
           SELECT F-CURSOS ASSIGN TO 'NOMINA-CURSOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CODIGO
               FILE STATUS WKS-FS-CURSOS.
           SELECT F-CAPACITA ASSIGN TO 'NOMINA-CAPACITACION.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CA-LLAVE
               FILE STATUS WKS-FS-CAPACITA.
           SELECT F-DC3 ASSIGN TO 'NOMINA-DC3.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DC3.
           SELECT F-CAP-REP ASSIGN TO
               'NOMINA-CAPACITACION-FALTANTE.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CAP-REP.
           SELECT F-EVALUA ASSIGN TO 'NOMINA-EVALUACIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EV-LLAVE
               FILE STATUS WKS-FS-EVALUA.
           SELECT F-MATRIZ ASSIGN TO 'NOMINA-MATRIZ-MERITO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MM-LLAVE
               FILE STATUS WKS-FS-MATRIZ.
           SELECT F-MERITO-REP ASSIGN TO 'NOMINA-MERITO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-MERITO-REP.
           SELECT F-COMISIONES ASSIGN TO 'NOMINA-COMISIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CN-LLAVE
               FILE STATUS WKS-FS-COMISIONES.
           SELECT F-DESC-VENTAS ASSIGN TO 'NOMINA-DESC-VENTAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DV-LLAVE
               ALTERNATE RECORD KEY DV-ID-TRAB WITH DUPLICATES
               FILE STATUS WKS-FS-DESC-VENTAS.
           SELECT F-NETOS ASSIGN TO 'NOMINA-NETOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NT-ID-TRAB
               FILE STATUS WKS-FS-NETOS.
           SELECT F-ACTIVOS ASSIGN TO 'NOMINA-ACTIVOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AV-ETIQUETA
               FILE STATUS WKS-FS-ACTIVOS.
           SELECT F-ASIGNA-ACT ASSIGN TO 'NOMINA-ACTIVOS-ASIGNA.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AA-LLAVE
               ALTERNATE RECORD KEY AA-ID-TRAB WITH DUPLICATES
               FILE STATUS WKS-FS-ASIGNA-ACT.
           SELECT F-ACTIVOS-REP ASSIGN TO 'NOMINA-ACTIVOS-DEPTO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-ACTIVOS-REP.
           SELECT F-VIATICOS ASSIGN TO 'NOMINA-VIATICOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VI-FOLIO
               ALTERNATE RECORD KEY VI-ID-TRAB WITH DUPLICATES
               FILE STATUS WKS-FS-VIATICOS.
           SELECT F-VIA-COMPROB ASSIGN TO 'NOMINA-VIATICOS-COMPROB.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VG-LLAVE
               FILE STATUS WKS-FS-VIA-COMPROB.
           SELECT F-VIA-REP ASSIGN TO 'NOMINA-VIATICOS-ANTIGUEDAD.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-VIA-REP.
           SELECT F-VALES-DISP ASSIGN TO
               'NOMINA-VALES-DISPERSION.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-VALES-DISP.
           SELECT F-VALES-RET ASSIGN TO 'NOMINA-VALES-RETORNO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-VALES-RET.
           SELECT F-VALES-RECH ASSIGN TO 'NOMINA-VALES-RECHAZOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VE-LLAVE
               FILE STATUS WKS-FS-VALES-RECH.
           SELECT F-VALES-REP ASSIGN TO 'NOMINA-VALES-RECHAZOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-VALES-REP.
      *Catalogo de series (sucursales) y libro mensual por serie del
      *calculador de IVA, solo de consulta, para cruzar el costo de
      *nomina contra las ventas de cada sucursal.
           SELECT F-SERIES-IVA ASSIGN TO 'IVA-SERIES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SE-SERIE
               FILE STATUS WKS-FS-SERIES-IVA.
           SELECT F-LIBRO-S-IVA ASSIGN TO 'IVA-LIBRO-SERIES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LS-LLAVE
               FILE STATUS WKS-FS-LIBRO-S-IVA.
           SELECT F-KPI-REP ASSIGN TO 'NOMINA-COSTO-VENTAS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-KPI-REP.
           SELECT F-SOLICITUDES ASSIGN TO 'NOMINA-SOLICITUDES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SQ-LLAVE
               FILE STATUS WKS-FS-SOLIC.
           SELECT F-CONTACTOS ASSIGN TO 'NOMINA-CONTACTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CX-ID-TRAB
               FILE STATUS WKS-FS-CONTACTOS.
           SELECT F-REGPAT ASSIGN TO 'NOMINA-REG-PATRONALES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RP-CODIGO
               FILE STATUS WKS-FS-REGPAT.
           SELECT F-DISP-RP ASSIGN TO DYNAMIC WKS-DRP-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DISP-RP.
           SELECT F-DISP-LIB ASSIGN TO 'NOMINA-DISPERSIONES-LIB.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DISP-LIB.
           SELECT F-CIERRES ASSIGN TO 'CIERRE-CALENDARIO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PC-LLAVE
               FILE STATUS WKS-FS-CIERRES.
           SELECT F-CIE-MOVTOS ASSIGN TO 'CIERRE-MOVIMIENTOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CIE-MOV.
           SELECT F-CIE-REP ASSIGN TO 'CIERRE-POSTERIORES.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CIE-REP.

       DATA DIVISION.
       FILE SECTION.
           02 RT-RFC           PIC X(13).
           02 RT-CURP          PIC X(18).
           02 RT-NSS           PIC X(11).
      *Dias de descanso semanal (1 lunes ... 7 domingo; cero el
      *segundo si solo tiene uno). En blanco en registros viejos se
      *toma el domingo.
           02 RT-DESCANSO      PIC 9(1) OCCURS 2 TIMES.
      *Registro patronal propio del trabajador; en cero (o blanco en
      *registros viejos) toma el de su primer departamento.
           02 RT-REG-PAT       PIC 9(2).
      *Jefe inmediato (ID de trabajador); en cero (o blanco en
      *registros viejos) el de la plaza que ocupa.
           02 RT-JEFE          PIC 9(4).
      *Tarjeta del proveedor de vales de despensa; en blanco (o en
      *registros viejos) la carga queda pendiente de reenvio.
           02 RT-TARJETA-VALES PIC X(16).

       FD F-REPORTE.
       01 REG-REPORTE              PIC X(80).
      *la revision previa a pisar el archivo pendiente lo honra
      *igual que a una corrida en 'P'. Lo limpia la liberacion.
           02 RC-DISP-PTU-PEND      PIC X(1).
      *Registro patronal ante el IMSS para los lotes del IDSE; en
      *blanco se pide la primera vez que se genera un lote.
           02 RC-REG-PATRONAL       PIC X(11).
      *RFC del patron para los recibos electronicos; en blanco se
      *pide la primera vez que se exporta una corrida.
           02 RC-RFC-PATRON         PIC X(13).
      *Nombre o razon social del patron para las constancias DC-3;
      *en blanco se pide la primera vez que se imprime una.
           02 RC-RAZON-SOCIAL       PIC X(40).
      *Registro patronal de cada renglon de centros de costo de la
      *poliza y totales por registro patronal de la corrida a
      *medias; en blanco en registros viejos.
           02 RC-POL-CC-RP          PIC 9(2) OCCURS 20 TIMES.
           02 RC-RPA-NUM            PIC 9(1).
           02 RC-RPA OCCURS 9 TIMES.
              03 RC-RPA-COD         PIC 9(2).
              03 RC-RPA-ISR         PIC S9(9)V99.
              03 RC-RPA-IMSS        PIC S9(9)V99.
              03 RC-RPA-OTRAS       PIC S9(9)V99.
              03 RC-RPA-NETO        PIC S9(9)V99.
              03 RC-RPA-PATRON      PIC S9(9)V99.
      *Dias para comprobar un anticipo de viaticos y ultimo folio
      *de anticipo; en blanco en registros viejos.
           02 RC-VIA-DIAS           PIC 9(3).
           02 RC-ULT-VIATICO        PIC 9(6).
      *Cargas y total del archivo de vales de la corrida a medias.
           02 RC-VAL-CUANTOS        PIC 9(6).
           02 RC-VAL-TOTAL          PIC S9(10)V99.
      *Porcentaje de costo laboral sobre ventas a partir del cual se
      *senala una sucursal; en blanco en registros viejos.
           02 RC-KPI-UMBRAL         PIC 9(3)V99.

       FD F-DEPARTAMENTOS.
      *Catalogo de departamentos: codigo, nombre y centro de costo.
      *nominas (clave de dos letras, EJ. JA, NL, DF); en blanco
      *(registros viejos) el departamento no acumula ISN.
           02 DP-ESTADO-FED         PIC X(2).
      *Registro patronal al que pertenece el departamento; en blanco
      *o cero (registros viejos) el 01.
           02 DP-REG-PAT            PIC 9(2).
      *Sucursal del departamento: serie de facturacion del calculador
      *de IVA contra cuyas ventas se mide su costo; en blanco
      *(registros viejos) no pertenece a ninguna sucursal.
           02 DP-SERIE              PIC X(2).

       FD F-HISTORIAL.
      *Bitacora de cambios: un renglon de texto por cada modificacion
           02 CR-LIBERADA           PIC X(1).
           02 CR-LIBERA-OPER        PIC X(8).
           02 CR-LIBERA-FECHA       PIC 9(8).
      *Corrida reversada: CR-LIBERADA queda en 'X' con quien la
      *reverso y cuando.
           02 CR-REVERSA-OPER       PIC X(8).
           02 CR-REVERSA-FECHA      PIC 9(8).

       FD F-PERIODOS.
      *Calendario de periodos de pago: un registro por periodo y
           02 PA-TASA-PATRON-IMSS   PIC 9(2)V9999.
           02 PA-TASA-RETIRO        PIC 9(2)V9999.
           02 PA-TASA-INFONAVIT     PIC 9(2)V9999.
      *Valor diario de la UMA y numero de UMAs del tope del SDI
      *para las cuotas del IMSS (25 por ley). Con la UMA en ceros
      *(tablas viejas) el SDI no se topa.
           02 PA-UMA-DIARIA         PIC 9(5)V99.
           02 PA-SDI-TOPE-UMAS      PIC 9(3).
      *Prima de riesgo de trabajo del registro patronal, en por
      *ciento, que se suma a la tasa IMSS patronal. La determina
      *cada ano el proceso de siniestralidad y rige desde el 1 de
      *marzo; en blanco (tablas viejas) vale cero.
           02 PA-PRIMA-RT           PIC 9(2)V9(5).

       FD F-CONCEPTOS.
      *Catalogo de conceptos de nomina ademas del ISR y el IMSS:
              88 CO-IMPORTE-PORCENTAJE VALUE 'P'.
           02 CO-IMPORTE            PIC 9(7)V99.
           02 CO-ESTADO             PIC X(1).
      *Clave del concepto en el catalogo del SAT para el recibo
      *electronico (percepcion o deduccion segun el tipo). En blanco
      *(conceptos viejos) sale como otros ingresos u otras
      *deducciones.
           02 CO-CLAVE-SAT          PIC X(3).
      *Tratamiento fiscal de las percepciones: 'E' exenta toda, 'M'
      *exenta hasta CO-EXE-UMAS veces la UMA diaria en cada corrida,
      *'A' exenta hasta CO-EXE-UMAS UMAs en el ano; 'G' o blanco
      *(conceptos viejos) gravada completa.
           02 CO-EXENCION           PIC X(1).
              88 CO-EXENTO-TOTAL       VALUE 'E'.
              88 CO-EXENTO-CORRIDA     VALUE 'M'.
              88 CO-EXENTO-ANUAL       VALUE 'A'.
           02 CO-EXE-UMAS           PIC 9(3)V99.

       FD F-ASIGNACION.
      *Conceptos recurrentes asignados a cada trabajador; la corrida
           02 HE-ESTADO             PIC X(1).
              88 HE-PENDIENTE          VALUE 'P'.
              88 HE-COBRADA            VALUE 'C'.
      *Corrida que pago las horas (cero mientras estan pendientes).
           02 HE-CORRIDA            PIC 9(4).

       FD F-INCIDENCIAS.
      *Incidencias del periodo que descuentan sueldo: faltas
           02 IN-ESTADO             PIC X(1).
              88 IN-PENDIENTE          VALUE 'P'.
              88 IN-APLICADA           VALUE 'C'.
      *Corrida que desconto la incidencia.
           02 IN-CORRIDA            PIC 9(4).

       FD F-AGUI-REP.
      *Reporte del calculo de aguinaldo, paginado igual que el
      *registro de nomina, para entregar a contabilidad.
       01 REG-AGUI-REP              PIC X(100).

       FD F-FINIQUITO.
      *Documentos de finiquito: un bloque de renglones por cada baja
              03 DT-CONC-DESC       PIC X(30).
              03 DT-CONC-TIPO       PIC X(1).
              03 DT-CONC-MONTO      PIC S9(7)V99.
      *Datos para el recibo electronico: periodo pagado, dias, forma
      *de pago, subsidio causado y clave del SAT y clase de cada
      *renglon de conceptos. En blanco en pagos grabados antes.
           02 DT-PER-INI            PIC 9(8).
           02 DT-PER-FIN            PIC 9(8).
           02 DT-DIAS-PAG           PIC 9(3).
           02 DT-FORMA-PAGO         PIC X(1).
           02 DT-SUBSIDIO           PIC 9(5)V99.
           02 DT-CONC-SAT-TAB OCCURS 20 TIMES.
              03 DT-CONC-SAT        PIC X(3).
              03 DT-CONC-CLASE      PIC X(1).
      *Base del ISR (solo la parte gravada), total exento del pago y
      *parte exenta de cada renglon de conceptos.
           02 DT-BASE-ISR           PIC S9(7)V99.
           02 DT-EXENTO             PIC S9(7)V99.
           02 DT-CONC-EXENTO        PIC S9(7)V99 OCCURS 20 TIMES.
      *Lo que el pago abono a prestamo, caja de ahorro y prestamo de
      *la caja, para poder reversar la corrida; 'R' en DT-ESTADO
      *marca el pago reversado. En blanco en pagos grabados antes.
           02 DT-PREST-CAP          PIC S9(7)V99.
           02 DT-AHO-APORTA         PIC S9(7)V99.
           02 DT-PGA-CAP            PIC S9(7)V99.
           02 DT-PGA-INT            PIC S9(7)V99.
           02 DT-ESTADO             PIC X(1).
              88 DT-REVERSADO          VALUE 'R'.
      *Parte del neto del periodo cargada a la tarjeta de vales, que
      *no sale por banco, cheque ni efectivo. En blanco en pagos
      *grabados antes.
           02 DT-VALES              PIC S9(7)V99.
      *Lo que el pago sumo al acumulado del credito INFONAVIT, a los
      *creditos FONACOT del mes, a los exentos del ano y a las
      *compras por nomina, y si su carga de vales quedo pendiente de
      *reenvio ('S'), para poder reversar la corrida. En blanco en
      *pagos grabados antes.
           02 DT-INF-CREDITO        PIC X(10).
           02 DT-INF-MONTO          PIC S9(7)V99.
           02 DT-FON-NUM            PIC 9(1).
           02 DT-FON-TAB OCCURS 5 TIMES.
              03 DT-FON-CREDITO     PIC X(10).
              03 DT-FON-MONTO       PIC S9(7)V99.
           02 DT-EXP-NUM            PIC 9(2).
           02 DT-EXP-TAB OCCURS 25 TIMES.
              03 DT-EXP-RUBRO       PIC X(4).
              03 DT-EXP-EXENTO      PIC S9(9)V99.
              03 DT-EXP-GRAVADO     PIC S9(9)V99.
           02 DT-DV-NUM             PIC 9(2).
           02 DT-DV-TAB OCCURS 20 TIMES.
              03 DT-DV-LLAVE        PIC X(8).
              03 DT-DV-ABONO        PIC S9(7)V99.
           02 DT-VALES-PEND         PIC X(1).
      *Lo que el pago sumo al acumulado mensual de IMSS (cuotas
      *patronales y base de cotizacion; la retencion y la base
      *gravable son DT-IMSS y DT-BRUTO), a la base de ISN de la
      *entidad de cada departamento y al costo de cada
      *departamento, para poder reversar la corrida. En blanco en
      *pagos grabados antes.
           02 DT-PAT-IMSS           PIC S9(7)V99.
           02 DT-PAT-RETIRO         PIC S9(7)V99.
           02 DT-PAT-INFONAVIT      PIC S9(7)V99.
           02 DT-IMSS-BASE          PIC S9(7)V99.
           02 DT-REG-PAT            PIC 9(2).
           02 DT-DEP-TAB OCCURS 3 TIMES.
              03 DT-ISN-ESTADO      PIC X(2).
              03 DT-ISN-BASE        PIC S9(9)V99.
              03 DT-KD-DEPTO        PIC 9(2).
              03 DT-KD-BRUTO        PIC S9(9)V99.
              03 DT-KD-NETO         PIC S9(9)V99.
              03 DT-KD-PATRON       PIC S9(9)V99.

       FD F-VARIA-REP.
      *Reporte de variacion previo a la liberacion: trabajadores
           02 IM-PATRON-IMSS        PIC S9(7)V99.
           02 IM-PATRON-RETIRO      PIC S9(7)V99.
           02 IM-PATRON-INFONAVIT   PIC S9(7)V99.
      *Base de cotizacion del mes (SDI topado por dias pagados) y
      *el SDI diario con el que se cotizo en la ultima corrida.
           02 IM-BASE-SDI           PIC S9(9)V99.
           02 IM-SDI                PIC 9(5)V99.
      *Registro patronal con el que cotizo el trabajador en el mes.
           02 IM-REG-PAT            PIC 9(2).

       FD F-IMSS-REP.
      *Reporte mensual impreso del IMSS retenido por trabajador.
       01 REG-IMSS-REP              PIC X(100).

       FD F-IMSS-EXP.
      *Exportacion mensual del IMSS en layout fijo (ID, ANOMES,
      *MONTO, NSS y RFC) para la conciliacion del instituto, que
      *rechazaba los envios identificados solo con el ID interno.
      *Al final lleva el SDI y la base de cotizacion del mes.
       01 REG-IMSS-EXP              PIC X(80).

       FD F-ANUAL.
      *Historia anual de acumulados: el neto anual final de cada
      *cada trabajador y los totales.
       01 REG-CIERRE-REP            PIC X(80).

       FD F-REVERSA-REP.
      *Reporte de la reversa de una corrida con lo deshecho por
      *trabajador y los totales.
       01 REG-REVERSA-REP           PIC X(80).

       FD F-BANDAS-REP.
      *Reporte de excepciones de bandas salariales: trabajadores
      *activos cuyo salario queda fuera de la banda de alguno de sus
           02 FILLER                PIC X(1).
           02 RB-NETO               PIC 9(9)V99.

       FD F-RESUMEN-CK.
      *Cifras del paso nocturno de checadas para la historia del
      *driver: renglones leidos del reloj y rechazados.
       01 REG-RESUMEN-CK.
           02 RK-LEIDAS             PIC 9(5).
           02 FILLER                PIC X(1).
           02 RK-RECHAZADAS         PIC 9(5).

       FD F-XREF-CLI.
      *Vista de solo lectura de la liga cliente-empleado de
      *ARCHIVOS, leida por ID de trabajador con la llave alterna;
           02 CN-CREDITO-LIMITE     PIC 9(07)V99.
           02 CN-SALDO-CREDITO      PIC S9(09)V99.
           02 CN-CLASE-ABC          PIC X(01).
           02 CN-LISTA-PRECIO       PIC X(01).
           02 CN-RFC                PIC X(13).
           02 CN-RAZON-SOCIAL       PIC X(60).
           02 CN-REGIMEN            PIC 9(03).
           02 CN-USO-CFDI           PIC X(04).
           02 CN-RETENEDOR          PIC X(01).
           02 CN-AVISO-PRIV         PIC X(01).
           02 CN-AVISO-FECHA        PIC 9(08).
           02 CN-MKT-PERMITE        PIC X(01).
           02 CN-MKT-CANAL          PIC X(01).
           02 CN-ANONIMIZADO        PIC X(01).

       FD F-ACUM.
      *Acumulado anual por trabajador y componente: bruto, ISR,
           02 IA-LLAVE.
              03 IA-ESTADO          PIC X(2).
              03 IA-ANOMES          PIC 9(6).
              03 IA-REG-PAT         PIC 9(2).
           02 IA-BASE               PIC S9(11)V99.

       FD F-ISN-REP.
           02 CHR-MOTIVO            PIC X(30).
           02 CHR-REGISTRO          PIC X(20).

       FD F-DOMINICAL.
      *Domingos y dias de descanso trabajados que detecta la
      *importacion de checadas. Los pendientes ('P') se pagan en la
      *siguiente corrida (prima dominical y descanso trabajado) y
      *quedan cobrados ('C').
       01 REG-DOMINICAL.
           02 DM-LLAVE.
              03 DM-ID-TRAB         PIC 9(4).
              03 DM-FECHA           PIC 9(8).
           02 DM-DOMINGO            PIC 9(1).
           02 DM-DESCANSO           PIC 9(1).
           02 DM-ESTADO             PIC X(1).
              88 DM-PENDIENTE          VALUE 'P'.
              88 DM-COBRADO            VALUE 'C'.
      *Corrida que pago el domingo o descanso.
           02 DM-CORRIDA            PIC 9(4).

       FD F-DESCANSO-REP.
      *Excepciones de la importacion de checadas: trabajadores que
      *llegaron a siete dias seguidos sin descanso.
       01 REG-DESCANSO-REP          PIC X(80).

       FD F-FESTIVOS.
      *Calendario de dias festivos de la empresa: las horas de un
      *festivo se pagan al doble, las incidencias no descuentan
              88 PZ-OCUPADA            VALUE 'O'.
              88 PZ-CANCELADA          VALUE 'B'.
           02 PZ-ID-OCUPANTE        PIC 9(4).
      *Jefe de la plaza (ID de trabajador); lo hereda el ocupante
      *que no tiene jefe propio. Blanco o cero: sin jefe.
           02 PZ-JEFE               PIC 9(4).

       FD F-PLAZAS-REP.
      *Reporte de ocupacion de plazas por departamento.
       01 REG-PLAZAS-REP            PIC X(80).

       FD F-ORG-REP.
      *Organigrama por departamento, sangrado por nivel.
       01 REG-ORG-REP               PIC X(80).

       FD F-TRAMO-REP.
      *Tramo de control: subordinados directos e indirectos por jefe.
       01 REG-TRAMO-REP             PIC X(80).

       FD F-SIN-JEFE-REP.
      *Trabajadores y plazas que quedaron sin jefe por una baja.
       01 REG-SIN-JEFE-REP          PIC X(80).

       FD F-BENEF.
      *Beneficiarios designados por trabajador para pagos por
      *fallecimiento: nombre, parentesco y porcentaje (deben sumar
              03 KD-ANOMES          PIC 9(6).
           02 KD-BRUTO              PIC S9(11)V99.
           02 KD-NETO               PIC S9(11)V99.
      *Cuotas patronales del mes con el mismo reparto; en blanco en
      *registros grabados antes de acumularse.
           02 KD-PATRON             PIC S9(11)V99.

       FD F-PROY-REP.
      *Proyeccion de costo de nomina de los doce meses siguientes
      *por departamento contra su presupuesto.
       01 REG-PROY-REP              PIC X(80).

       FD F-TEN-REP.
      *Reporte de tendencia de costo de nomina: los ultimos doce
           02 FILLER                PIC X(1).
           02 AX-DESPUES            PIC X(20).

       FD F-SDI.
      *Salario diario integrado (SDI) de cada trabajador con su
      *fecha de vigencia. El IMSS cobra sobre el SDI y no sobre el
      *bruto: salario diario por el factor de integracion
      *(aguinaldo y prima vacacional) mas la parte variable del
      *bimestre anterior (tiempo extra, prima de turno y
      *percepciones recurrentes). Se graba al alta ('A'), en cada
      *cambio de salario ('M') y en el recalculo bimestral ('B').
       01 REG-SDI.
           02 SD-LLAVE.
              03 SD-ID-TRAB         PIC 9(4).
              03 SD-FECHA-EFECT     PIC 9(8).
           02 SD-SALARIO-DIARIO     PIC 9(5)V99.
           02 SD-FACTOR             PIC 9(1)V9999.
           02 SD-PARTE-FIJA         PIC 9(5)V99.
           02 SD-PARTE-VARIABLE     PIC 9(5)V99.
           02 SD-SDI                PIC 9(5)V99.
           02 SD-SDI-TOPADO         PIC 9(5)V99.
           02 SD-ORIGEN             PIC X(1).
              88 SD-POR-ALTA           VALUE 'A'.
              88 SD-POR-MODIFICACION   VALUE 'M'.
              88 SD-POR-BIMESTRE       VALUE 'B'.
           02 SD-FECHA-CAPTURA      PIC 9(8).

       FD F-SDI-REP.
      *Reporte del recalculo bimestral del SDI, trabajador por
      *trabajador, con el SDI anterior y el nuevo.
       01 REG-SDI-REP               PIC X(100).

       FD F-MOV-IMSS.
      *Movimientos afiliatorios pendientes de presentar al IMSS:
      *altas y reingresos ('08'), bajas ('02') y modificaciones de
      *salario ('07'), grabados en automatico por el alta, la baja
      *y los cambios de SDI, con su plazo de cinco dias habiles.
      *Estado: 'P' pendiente, 'E' enviado en un lote IDSE, 'A'
      *aceptado y 'R' rechazado por el instituto (se reenvia en el
      *siguiente lote ya corregido).
       01 REG-MOV-IMSS.
           02 MI-LLAVE.
              03 MI-ID-TRAB         PIC 9(4).
              03 MI-FECHA           PIC 9(8).
              03 MI-TIPO            PIC X(2).
                 88 MI-ES-ALTA         VALUE '08'.
                 88 MI-ES-BAJA         VALUE '02'.
                 88 MI-ES-MODIF        VALUE '07'.
           02 MI-NSS                PIC X(11).
           02 MI-CURP               PIC X(18).
           02 MI-SDI                PIC 9(5)V99.
           02 MI-MOTIVO-BAJA        PIC 9(2).
           02 MI-FECHA-CAPTURA      PIC 9(8).
           02 MI-FECHA-LIMITE       PIC 9(8).
           02 MI-ESTADO             PIC X(1).
              88 MI-PENDIENTE          VALUE 'P'.
              88 MI-ENVIADO            VALUE 'E'.
              88 MI-ACEPTADO           VALUE 'A'.
              88 MI-RECHAZADO          VALUE 'R'.
           02 MI-FECHA-ENVIO        PIC 9(8).
           02 MI-FECHA-RESPUESTA    PIC 9(8).
           02 MI-MOTIVO-RECHAZO     PIC X(30).

       FD F-IDSE.
      *Lote de movimientos afiliatorios en el layout de carga
      *masiva del IDSE, un renglon de 168 posiciones por movimiento.
       01 REG-IDSE                  PIC X(168).

       FD F-MOV-PLAZO.
      *Reporte diario de movimientos afiliatorios por vencer o
      *vencidos contra su plazo de cinco dias habiles.
       01 REG-MOV-PLAZO             PIC X(100).

       FD F-INFONAVIT.
      *Creditos INFONAVIT por trabajador segun los avisos del
      *instituto. El descuento es porcentaje del SDI ('P'), cuota
      *fija mensual en pesos ('F') o veces la UMA diaria ('V').
      *Descuenta desde el inicio del aviso de retencion hasta la
      *suspension o la baja del trabajador; un aviso de
      *modificacion cambia tipo y valor desde su fecha y conserva
      *los anteriores para los dias previos.
       01 REG-CREDITO-INF.
           02 CI-LLAVE.
              03 CI-ID-TRAB         PIC 9(4).
              03 CI-CREDITO         PIC X(10).
           02 CI-TIPO-DESC          PIC X(1).
              88 CI-DESC-PORCENTAJE    VALUE 'P'.
              88 CI-DESC-CUOTA-FIJA    VALUE 'F'.
              88 CI-DESC-VECES-UMA     VALUE 'V'.
           02 CI-VALOR              PIC 9(5)V9999.
           02 CI-FECHA-INICIO       PIC 9(8).
           02 CI-FECHA-SUSPENSION   PIC 9(8).
           02 CI-FECHA-MODIF        PIC 9(8).
           02 CI-TIPO-ANT           PIC X(1).
           02 CI-VALOR-ANT          PIC 9(5)V9999.
           02 CI-FECHA-BAJA         PIC 9(8).
           02 CI-ESTADO             PIC X(1).
              88 CI-ACTIVO             VALUE 'A'.
              88 CI-SUSPENDIDO         VALUE 'S'.
              88 CI-BAJA-TRAB          VALUE 'B'.
           02 CI-FECHA-CAPTURA      PIC 9(8).

       FD F-INF-AMORT.
      *Amortizaciones INFONAVIT retenidas en nomina, acumuladas por
      *credito y bimestre para conciliar contra la emision.
       01 REG-INF-AMORT.
           02 AI-LLAVE.
              03 AI-ID-TRAB         PIC 9(4).
              03 AI-CREDITO         PIC X(10).
              03 AI-ANO             PIC 9(4).
              03 AI-BIM             PIC 9(1).
           02 AI-RETENIDO           PIC 9(7)V99.
           02 AI-CORRIDAS           PIC 9(3).

       FD F-INF-REP.
       01 REG-INF-REP               PIC X(100).

       FD F-CEDULA-FON.
      *Cedula mensual del FONACOT en layout fijo: mes, NSS, RFC,
      *numero de credito e importe a retener en el mes.
       01 REG-CEDULA-FON.
           02 CF-ANOMES             PIC 9(6).
           02 CF-NSS                PIC X(11).
           02 CF-RFC                PIC X(13).
           02 CF-CREDITO            PIC X(10).
           02 CF-RETENCION          PIC 9(7)V99.

       FD F-FON-RECH.
      *Renglones de la cedula que no corresponden a un trabajador
      *del maestro, con su motivo y el renglon original.
       01 REG-FON-RECH.
           02 FR-MOTIVO             PIC X(30).
           02 FR-REGISTRO           PIC X(49).

       FD F-FONACOT.
      *Creditos FONACOT de la cedula, por mes y trabajador: lo que
      *pide el instituto, lo retenido en las corridas del mes y la
      *marca de baja para enviar el aviso. FN-MOTIVO 'N' indica que
      *alguna corrida no alcanzo a retener por neto insuficiente.
       01 REG-FONACOT.
           02 FN-LLAVE.
              03 FN-ANOMES          PIC 9(6).
              03 FN-ID-TRAB         PIC 9(4).
              03 FN-CREDITO         PIC X(10).
           02 FN-NSS                PIC X(11).
           02 FN-RFC                PIC X(13).
           02 FN-RETENCION          PIC 9(7)V99.
           02 FN-RETENIDO           PIC 9(7)V99.
           02 FN-CORRIDAS           PIC 9(3).
           02 FN-MOTIVO             PIC X(1).
           02 FN-AVISO-BAJA         PIC X(1).

       FD F-FON-REP.
       01 REG-FON-REP               PIC X(100).

       FD F-INCAPACIDADES.
      *Certificados de incapacidad del IMSS por folio. Ramo: 'E'
      *enfermedad general, 'R' riesgo de trabajo, 'M' maternidad.
      *Tipo: 'I' inicial, 'S' subsecuente, 'A' alta; el subsecuente
      *y el alta apuntan al folio del inicial. Los pendientes ('P')
      *se descuentan en la siguiente corrida y quedan aplicados
      *('C') en CE-CORRIDA.
       01 REG-INCAPACIDAD.
           02 CE-FOLIO              PIC X(10).
           02 CE-ID-TRAB            PIC 9(4).
           02 CE-RAMO               PIC X(1).
              88 CE-ENF-GENERAL        VALUE 'E'.
              88 CE-RIESGO-TRABAJO     VALUE 'R'.
              88 CE-MATERNIDAD         VALUE 'M'.
           02 CE-TIPO               PIC X(1).
              88 CE-INICIAL            VALUE 'I'.
              88 CE-SUBSECUENTE        VALUE 'S'.
              88 CE-ALTA               VALUE 'A'.
           02 CE-FOLIO-INICIAL      PIC X(10).
           02 CE-FECHA-INICIO       PIC 9(8).
           02 CE-DIAS               PIC 9(3).
           02 CE-DIAS-ESPERA        PIC 9(1).
           02 CE-SDI                PIC 9(5)V99.
           02 CE-SUBSIDIO           PIC 9(7)V99.
           02 CE-ESTADO             PIC X(1).
              88 CE-PENDIENTE          VALUE 'P'.
              88 CE-APLICADO           VALUE 'C'.
           02 CE-FECHA-CAPTURA      PIC 9(8).
           02 CE-CORRIDA            PIC 9(4).

       FD F-INC-REP.
       01 REG-INC-REP               PIC X(100).

       FD F-RIESGOS.
      *Casos de riesgo de trabajo por trabajador y fecha del
      *accidente. Tipo 'P' en el centro de trabajo o 'T' en
      *trayecto; el folio es el del certificado inicial de
      *incapacidad (ramo 'R') y los dias se suman de ese certificado
      *y sus subsecuentes. Porcentaje de incapacidad permanente y
      *defuncion segun dictamen.
       01 REG-RIESGO.
           02 RG-LLAVE.
              03 RG-ID-TRAB         PIC 9(4).
              03 RG-FECHA           PIC 9(8).
           02 RG-TIPO               PIC X(1).
              88 RG-EN-PLANTA          VALUE 'P'.
              88 RG-TRAYECTO           VALUE 'T'.
           02 RG-DESCRIPCION        PIC X(40).
           02 RG-FOLIO-INCAP        PIC X(10).
           02 RG-DIAS-INCAP         PIC 9(4).
           02 RG-PCT-INCAP          PIC 9(3)V99.
           02 RG-DEFUNCION          PIC X(1).
           02 RG-FECHA-CAPTURA      PIC 9(8).

       FD F-RG-REP.
       01 REG-RG-REP                PIC X(100).

       FD F-CFDI.
      *Recibos de una corrida para el proveedor de timbrado: un
      *encabezado 'H' por trabajador seguido de sus renglones 'P'
      *percepcion, 'D' deduccion y 'O' otro pago.
       01 REG-CFDI                  PIC X(250).

       FD F-TIMBRES.
      *Situacion del timbrado de cada recibo (corrida y trabajador):
      *'E' exportado en espera de respuesta, 'T' timbrado, 'R'
      *rechazado, 'C' cancelado. Guarda el UUID vigente, el primero
      *que tuvo el recibo y el del cancelado al que sustituye.
       01 REG-TIMBRE.
           02 TB-LLAVE.
              03 TB-CORRIDA         PIC 9(4).
              03 TB-ID-TRAB         PIC 9(4).
           02 TB-ESTADO             PIC X(1).
              88 TB-EXPORTADO          VALUE 'E'.
              88 TB-TIMBRADO           VALUE 'T'.
              88 TB-RECHAZADO          VALUE 'R'.
              88 TB-CANCELADO          VALUE 'C'.
           02 TB-UUID               PIC X(36).
           02 TB-FECHA-TIMBRE       PIC 9(8).
           02 TB-FECHA-EXPORTA      PIC 9(8).
           02 TB-MOTIVO             PIC X(40).
           02 TB-UUID-ORIGEN        PIC X(36).
           02 TB-UUID-SUSTITUYE     PIC X(36).
           02 TB-FECHA-CANCELA      PIC 9(8).
           02 TB-EMISIONES          PIC 9(2).

       FD F-CFDI-REP.
       01 REG-CFDI-REP              PIC X(100).

       FD F-EXENTOS.
      *Exento y gravado acumulados por trabajador, ano y rubro, para
      *que los topes anuales de la ley se respeten entre corridas:
      *'AGUI' aguinaldo, 'PVAC' prima vacacional, 'PTU ' reparto de
      *utilidades, 'HEXT' tiempo extra, y 'C' mas el codigo para los
      *conceptos del catalogo con tope anual.
       01 REG-EXENTO.
           02 EX-LLAVE.
              03 EX-ID-TRAB         PIC 9(4).
              03 EX-ANO             PIC 9(4).
              03 EX-RUBRO           PIC X(4).
           02 EX-EXENTO             PIC 9(9)V99.
           02 EX-GRAVADO            PIC 9(9)V99.

       FD F-CONTRATOS.
      *Contrato vigente de cada trabajador: tipo, inicio y fin (en
      *ceros si es indeterminado), cuantas veces se ha renovado y la
      *plaza que ocupa. CT-FECHA-INGRESO es el inicio del primer
      *contrato; las renovaciones quedan en la auditoria de
      *catalogos.
       01 REG-CONTRATO.
           02 CT-ID-TRAB            PIC 9(4).
           02 CT-TIPO               PIC X(1).
              88 CT-INDETERMINADO      VALUE 'I'.
              88 CT-DETERMINADO        VALUE 'D'.
              88 CT-PRUEBA             VALUE 'P'.
              88 CT-CAPACITACION       VALUE 'C'.
           02 CT-FECHA-INI          PIC 9(8).
           02 CT-FECHA-FIN          PIC 9(8).
           02 CT-RENOVACIONES       PIC 9(2).
           02 CT-PLAZA-DEPTO        PIC 9(2).
           02 CT-PLAZA-NUM          PIC 9(3).
           02 CT-FECHA-INGRESO      PIC 9(8).
           02 CT-FECHA-CAPTURA      PIC 9(8).

       FD F-CT-REP.
       01 REG-CT-REP                PIC X(100).

       FD F-CURSOS.
      *Catalogo de cursos de capacitacion. CU-AREA es la clave del
      *area tematica del catalogo de la STPS que pide la DC-3. Un
      *curso obligatorio sin departamentos lo es para todos.
       01 REG-CURSO.
           02 CU-CODIGO             PIC 9(4).
           02 CU-NOMBRE             PIC X(40).
           02 CU-HORAS              PIC 9(3).
           02 CU-AREA               PIC X(4).
           02 CU-AGENTE             PIC X(40).
           02 CU-REG-AGENTE         PIC X(15).
           02 CU-OBLIGATORIO        PIC X(1).
              88 CU-ES-OBLIGATORIO     VALUE 'S'.
           02 CU-DEPTOS-OBLIG.
              03 CU-DEPTO-OBLIG     PIC 9(2) OCCURS 5 TIMES.
           02 CU-ESTADO             PIC X(1).

       FD F-CAPACITA.
      *Asistencia de un trabajador a un curso. CA-FECHA-DC3 es la
      *fecha en que se imprimio por ultima vez su constancia.
       01 REG-CAPACITA.
           02 CA-LLAVE.
              03 CA-ID-TRAB         PIC 9(4).
              03 CA-CURSO           PIC 9(4).
              03 CA-FECHA-INI       PIC 9(8).
           02 CA-FECHA-FIN          PIC 9(8).
           02 CA-RESULTADO          PIC X(1).
              88 CA-APROBADO           VALUE 'A'.
              88 CA-REPROBADO          VALUE 'R'.
              88 CA-EN-CURSO           VALUE 'C'.
           02 CA-FECHA-CAPTURA      PIC 9(8).
           02 CA-FECHA-DC3          PIC 9(8).

       FD F-DC3.
       01 REG-DC3                   PIC X(100).

       FD F-CAP-REP.
       01 REG-CAP-REP               PIC X(100).

       FD F-EVALUA.
      *Evaluacion anual del desempeno de cada trabajador y su
      *propuesta de aumento por merito. El estado avanza de
      *capturada a propuesta, aprobada y aplicada; EV-DEPTO y la
      *banda son los del primer departamento del trabajador.
       01 REG-EVALUA.
           02 EV-LLAVE.
              03 EV-ANO             PIC 9(4).
              03 EV-ID-TRAB         PIC 9(4).
           02 EV-CALIFICACION       PIC 9(1).
           02 EV-DEPTO              PIC 9(2).
           02 EV-EVALUADOR          PIC X(8).
           02 EV-FECHA-CAPTURA      PIC 9(8).
           02 EV-CUARTIL            PIC 9(1).
           02 EV-SAL-ACTUAL         PIC S9(5)V99.
           02 EV-PORC-PROP          PIC 9(2)V99.
           02 EV-SAL-PROP           PIC S9(5)V99.
           02 EV-APROBO             PIC X(8).
           02 EV-FECHA-EFECT        PIC 9(8).
           02 EV-ESTADO             PIC X(1).
              88 EV-CAPTURADA          VALUE 'C'.
              88 EV-PROPUESTA          VALUE 'P'.
              88 EV-APROBADA           VALUE 'A'.
              88 EV-APLICADA           VALUE 'X'.

       FD F-MATRIZ.
      *Matriz de merito: porcentaje de aumento por calificacion (1 a
      *5) y por cuartil de la banda salarial (1 el mas bajo).
       01 REG-MATRIZ.
           02 MM-LLAVE.
              03 MM-CALIF           PIC 9(1).
              03 MM-CUARTIL         PIC 9(1).
           02 MM-PORC               PIC 9(2)V99.

       FD F-MERITO-REP.
       01 REG-MERITO-REP            PIC X(100).

       FD F-COMISIONES.
      *Comisiones de venta por vendedor y corte, liquidadas por el
      *calculador de IVA desde sus facturas pagadas (neto de las
      *canceladas). Las pendientes ('P') se pagan en la siguiente
      *corrida y quedan cobradas ('C') en CN-CORRIDA. El layout debe
      *ser identico al del programa CALCULADOR-IVA.
       01 REG-COMISION.
           02 CN-LLAVE.
              03 CN-ID-TRAB         PIC 9(4).
              03 CN-CORTE           PIC 9(8).
           02 CN-VENTAS             PIC S9(11)V99.
           02 CN-IMPORTE            PIC S9(9)V99.
           02 CN-ESTADO             PIC X(1).
              88 CN-PENDIENTE          VALUE 'P'.
              88 CN-COBRADA            VALUE 'C'.
           02 CN-CORRIDA            PIC 9(4).

       FD F-DESC-VENTAS.
      *Compras a credito de los trabajadores en el calculador de IVA
      *pagaderas por nomina (forma de pago 'N'), una por factura. La
      *nomina baja el saldo con cada abono y deja el importe en
      *DV-POR-APLICAR; el calculador lo registra como pago del folio.
      *El layout debe ser identico al del programa CALCULADOR-IVA.
       01 REG-DESC-VENTA.
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
              88 DV-ACTIVA             VALUE 'A'.
              88 DV-LIQUIDADA          VALUE 'L'.
              88 DV-BAJA               VALUE 'B'.
              88 DV-CANCELADA          VALUE 'X'.

       FD F-NETOS.
      *Neto mensual del trabajador en su ultima corrida, antes del
      *descuento de sus compras; el calculador de IVA lo usa como
      *tope de las compras por nomina.
       01 REG-NETO.
           02 NT-ID-TRAB            PIC 9(4).
           02 NT-NETO               PIC S9(7)V99.
           02 NT-FECHA              PIC 9(8).

       FD F-ACTIVOS.
      *Catalogo de activos de la empresa que se entregan al
      *personal: etiqueta, descripcion, valor, estado y quien lo
      *tiene en su poder.
       01 REG-ACTIVO.
           02 AV-ETIQUETA           PIC X(10).
           02 AV-DESCRIPCION        PIC X(30).
           02 AV-VALOR              PIC 9(7)V99.
           02 AV-ESTADO             PIC X(1).
              88 AV-DISPONIBLE         VALUE 'D'.
              88 AV-ASIGNADO           VALUE 'A'.
              88 AV-DADO-BAJA          VALUE 'B'.
           02 AV-ID-TRAB            PIC 9(4).

       FD F-ASIGNA-ACT.
      *Entregas de activos al personal con fecha de entrega y de
      *devolucion. Estado: A en poder del trabajador, D devuelto,
      *C cobrado en el finiquito (con el importe convenido).
       01 REG-ASIGNA-ACT.
           02 AA-LLAVE.
              03 AA-ETIQUETA        PIC X(10).
              03 AA-FECHA-ASIG      PIC 9(8).
           02 AA-ID-TRAB            PIC 9(4).
           02 AA-FECHA-DEV          PIC 9(8).
           02 AA-ESTADO             PIC X(1).
              88 AA-EN-PODER           VALUE 'A'.
              88 AA-DEVUELTO           VALUE 'D'.
              88 AA-COBRADO            VALUE 'C'.
           02 AA-IMPORTE-COBRO      PIC 9(7)V99.

       FD F-ACTIVOS-REP.
       01 REG-ACTIVOS-REP           PIC X(80).

       FD F-VIATICOS.
      *Anticipos de viaticos entregados al personal. Estado: A
      *abierto por comprobar, R comprobado de mas (se reembolsa en
      *la siguiente corrida), D comprobado de menos (se descuenta en
      *la siguiente corrida), L liquidado. VI-ESTADO-ANT y
      *VI-CORRIDA guardan lo que liquido la corrida para reversarla.
       01 REG-VIATICO.
           02 VI-FOLIO              PIC 9(6).
           02 VI-ID-TRAB            PIC 9(4).
           02 VI-FECHA-ANTICIPO     PIC 9(8).
           02 VI-IMPORTE            PIC 9(7)V99.
           02 VI-FECHA-SALIDA       PIC 9(8).
           02 VI-FECHA-REGRESO      PIC 9(8).
           02 VI-MOTIVO             PIC X(40).
           02 VI-FECHA-LIMITE       PIC 9(8).
           02 VI-COMPROBADO         PIC 9(7)V99.
           02 VI-RENGLONES          PIC 9(3).
           02 VI-POR-PAGAR          PIC 9(7)V99.
           02 VI-POR-COBRAR         PIC 9(7)V99.
           02 VI-ESTADO             PIC X(1).
              88 VI-ABIERTO            VALUE 'A'.
              88 VI-REEMBOLSO          VALUE 'R'.
              88 VI-DESCUENTO          VALUE 'D'.
              88 VI-LIQUIDADO          VALUE 'L'.
           02 VI-ESTADO-ANT         PIC X(1).
           02 VI-CORRIDA            PIC 9(4).
           02 VI-FECHA-LIQ          PIC 9(8).

       FD F-VIA-COMPROB.
      *Comprobantes de gastos capturados contra cada anticipo.
       01 REG-VIA-COMPROB.
           02 VG-LLAVE.
              03 VG-FOLIO           PIC 9(6).
              03 VG-RENGLON         PIC 9(3).
           02 VG-FECHA              PIC 9(8).
           02 VG-CONCEPTO           PIC X(20).
           02 VG-IMPORTE            PIC 9(7)V99.
           02 VG-DOCUMENTO          PIC X(20).

       FD F-VIA-REP.
       01 REG-VIA-REP               PIC X(80).

       FD F-VALES-DISP.
      *Carga de tarjetas de vales de despensa de la corrida, en el
      *layout del proveedor: un renglon 'D' por tarjeta y al final
      *un renglon 'T' de control con numero de cargas y suma total.
       01 REG-VALES-DISP            PIC X(80).

       FD F-VALES-RET.
      *Retorno del proveedor de vales: un renglon 'R' por carga
      *rechazada, con la tarjeta, el importe y la clave de motivo.
       01 REG-VALES-RET.
           02 VT-TIPO               PIC X(1).
           02 VT-TARJETA            PIC X(16).
           02 VT-IMPORTE            PIC 9(8)V99.
           02 VT-MOTIVO             PIC X(2).

       FD F-VALES-RECH.
      *Cargas de vales rechazadas por el proveedor (o sin tarjeta
      *capturada, motivo 'ST'), pendientes de reenvio ('P') en la
      *siguiente corrida o ya reenviadas ('R') en VE-CORRIDA.
       01 REG-VALES-RECH.
           02 VE-LLAVE.
              03 VE-ID-TRAB         PIC 9(4).
              03 VE-FECHA           PIC 9(8).
           02 VE-TARJETA            PIC X(16).
           02 VE-IMPORTE            PIC 9(8)V99.
           02 VE-MOTIVO             PIC X(2).
           02 VE-ESTADO             PIC X(1).
              88 VE-POR-REENVIAR       VALUE 'P'.
              88 VE-REENVIADO          VALUE 'R'.
           02 VE-CORRIDA            PIC 9(4).

       FD F-VALES-REP.
      *Lista de cargas de vales rechazadas y pendientes de reenvio.
       01 REG-VALES-REP             PIC X(80).

       FD F-SERIES-IVA.
      *Mismo layout que el catalogo de series del calculador de IVA.
       01 REG-SERIE-IVA.
           02 SE-SERIE              PIC X(2).
           02 SE-SUCURSAL           PIC X(30).
           02 SE-ULT-FOLIO          PIC 9(6).

       FD F-LIBRO-S-IVA.
      *Mismo layout que el libro mensual por serie del calculador de
      *IVA; las bases de las tres clases son la venta neta del mes.
       01 REG-LIBRO-S-IVA.
           02 LS-LLAVE.
              03 LS-SERIE           PIC X(2).
              03 LS-ANOMES          PIC 9(6).
           02 LS-TOTAL              PIC S9(12)V99.
           02 LS-IVA                PIC S9(12)V99.
           02 LS-CLASE OCCURS 3 TIMES.
              03 LS-BASE-CLASE      PIC S9(12)V99.
              03 LS-IVA-CLASE       PIC S9(12)V99.
           02 LS-RET-IVA            PIC S9(12)V99.
           02 LS-RET-ISR            PIC S9(12)V99.

       FD F-KPI-REP.
      *Costo laboral contra ventas del mes por sucursal.
       01 REG-KPI-REP               PIC X(80).

       FD F-SOLICITUDES.
      *Solicitudes de cambio de datos personales; el layout debe ser
      *identico al del kiosco. Estado 'P' pendiente, '1' cuenta
      *bancaria con la primera autorizacion, 'A' aplicada, 'R'
      *rechazada con su motivo.
       01 REG-SOLICITUD.
           02 SQ-LLAVE.
              03 SQ-ID-TRAB         PIC 9(4).
              03 SQ-FECHA           PIC 9(8).
              03 SQ-HORA            PIC 9(8).
           02 SQ-TIPO               PIC X(1).
              88 SQ-ES-CUENTA          VALUE 'C'.
              88 SQ-ES-DOMICILIO       VALUE 'D'.
              88 SQ-ES-TELEFONO        VALUE 'T'.
              88 SQ-ES-EMERGENCIA      VALUE 'E'.
           02 SQ-VALOR              PIC X(60).
           02 SQ-VALOR-EMERG REDEFINES SQ-VALOR.
              03 SQ-EMERG-NOMBRE    PIC X(40).
              03 SQ-EMERG-TEL       PIC X(20).
           02 SQ-ESTADO             PIC X(1).
              88 SQ-PENDIENTE          VALUE 'P'.
              88 SQ-PRIMERA-AUT        VALUE '1'.
              88 SQ-APLICADA           VALUE 'A'.
              88 SQ-RECHAZADA          VALUE 'R'.
           02 SQ-OPER-1             PIC X(8).
           02 SQ-OPER-2             PIC X(8).
           02 SQ-FECHA-RES          PIC 9(8).
           02 SQ-MOTIVO             PIC X(30).

       FD F-CONTACTOS.
      *Datos personales que el maestro no tiene, alimentados por
      *las solicitudes aprobadas del kiosco.
       01 REG-CONTACTO.
           02 CX-ID-TRAB            PIC 9(4).
           02 CX-DOMICILIO          PIC X(60).
           02 CX-TELEFONO           PIC X(20).
           02 CX-EMERG-NOMBRE       PIC X(40).
           02 CX-EMERG-TEL          PIC X(20).
           02 CX-FECHA-ACT          PIC 9(8).

       FD F-REGPAT.
      *Catalogo de registros patronales (patrones o registros ante
      *el IMSS de la misma nomina). El 01 es el de la empresa del
      *registro de control; los departamentos y, si hace falta, los
      *trabajadores se asignan a uno.
       01 REG-REGPAT.
           02 RP-CODIGO             PIC 9(2).
           02 RP-REG-PATRONAL       PIC X(11).
           02 RP-RFC                PIC X(13).
           02 RP-RAZON-SOCIAL       PIC X(40).
           02 RP-ESTADO-FED         PIC X(2).

       FD F-DISP-RP.
      *Dispersion liberada de un solo registro patronal.
       01 REG-DISP-RP               PIC X(80).

       FD F-DISP-LIB.
      *Historia de dispersiones liberadas: fecha, corrida (cero en
      *PTU), depositos, importe total y quien libero. El cargo del
      *banco por cada dispersion se concilia contra este archivo.
       01 REG-DISP-LIB.
           02 DB-FECHA              PIC 9(8).
           02 DB-CORRIDA            PIC 9(4).
           02 DB-CUENTAS            PIC 9(6).
           02 DB-TOTAL              PIC 9(12)V99.
           02 DB-OPERADOR           PIC X(8).

       FD F-CIERRES.
      *Calendario de cierre de periodos, compartido con
      *CALCULADOR-IVA (el layout debe ser identico en los dos): un
      *registro por area ('NOM' nomina, que declara IMSS e ISN;
      *'IVA' ventas y compras) y mes declarado. Cerrado ('C'), un
      *movimiento fechado en el mes se rechaza ('R') o se traslada
      *al mes en curso ('T') segun la regla que fijo el supervisor
      *al cerrarlo; reabierto ('A') con su motivo, el movimiento
      *entra pero queda en el reporte de posteriores al cierre.
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
      *Bitacora compartida de los movimientos fechados en un mes con
      *cierre: rechazados ('R'), trasladados al mes en curso ('T') o
      *asentados en el mes reabierto ('A'), con el mes donde quedo
      *registrado. Alimenta el reporte de posteriores al cierre y la
      *auditoria de IVA; el layout debe ser identico en
      *CALCULADOR-IVA y AUDITOR-IVA.
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

       FD F-CIE-REP.
      *Calendario de cierres y movimientos posteriores al cierre.
       01 REG-CIE-REP               PIC X(120).

       WORKING-STORAGE SECTION.

       77 WKS-FS-TRAB          PIC X(2).
           02 WKS-RFC          PIC X(13).
           02 WKS-CURP         PIC X(18).
           02 WKS-NSS          PIC X(11).
           02 WKS-DESCANSO     PIC 9(01) OCCURS 2 TIMES.
           02 WKS-REG-PAT-TRAB PIC 9(02).
           02 WKS-JEFE         PIC 9(04).
           02 WKS-TARJETA-VALES PIC X(16).

       77 WKS-BARRIDO-FIN      PIC 9(1).
       77 WKS-SAL-FORMATO      PIC ZZZZZ9.99.
       77 WKS-RECIBO-FECHA      PIC 9(08).
       77 WKS-RECIBO-PERIODO    PIC X(10).
       77 WKS-RECIBO-IMPORTE    PIC -ZZZZZ9.99.
       77 WKS-RECIBO-IMPORTE-2  PIC -ZZZZZ9.99.
       77 WKS-RECIBO-GRAVADO    PIC S9(7)V99.

       77 WKS-FS-HORAS          PIC X(02).
       77 WKS-HE-FIN            PIC 9(1).
       77 WKS-HE-MONTO          PIC S9(7)V99.
       77 WKS-HE-TARIFA         PIC 9(5)V9999.
       77 WKS-HE-EXENTO         PIC S9(7)V99.
       77 WKS-HE-IDX            PIC 9(2).
       01 WKS-HE-PENDIENTES.
           02 WKS-HE-NUM            PIC 9(2).
           02 WKS-HE-FECHA-PEND     PIC 9(8) OCCURS 31 TIMES.
       77 WKS-BASE-GRAVABLE     PIC S9(7)V99.
       77 WKS-BASE-ISR          PIC S9(7)V99.
       77 WKS-TOT-EXENTO        PIC S9(7)V99.
       77 WKS-ISR-BASE          PIC S9(9)V99.
       77 WKS-ISR-CALC          PIC S9(9)V99.

       77 WKS-FS-DISPERSION     PIC X(02).
       77 WKS-CTA-ALFA          PIC X(10).
           02 WKS-DL-CUENTA     PIC 9(10).
           02 WKS-DL-NOMBRE     PIC X(40).
           02 WKS-DL-IMPORTE    PIC 9(10)V99.
      *Registro patronal del deposito; no sale al archivo del banco.
           02 WKS-DL-REG-PAT    PIC 9(2).
       01 WKS-LIN-DISP-CONTROL.
           02 WKS-DC-TIPO       PIC X(1).
           02 WKS-DC-CUENTAS    PIC 9(6).
       77 WKS-AGUI-DIAS         PIC S9(5) COMP.
       77 WKS-AGUI-BRUTO        PIC S9(7)V99.
       77 WKS-AGUI-ISR          PIC S9(7)V99.
       77 WKS-AGUI-EXENTO       PIC S9(7)V99.
       77 WKS-AGUI-NETO         PIC S9(7)V99.
       77 WKS-AGUI-TOT-BRUTO    PIC S9(9)V99.
       77 WKS-AGUI-TOT-NETO     PIC S9(9)V99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LA-BRUTO      PIC ZZZZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LA-EXENTO     PIC ZZZZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LA-ISR        PIC ZZZZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LA-NETO       PIC ZZZZZ9.99.
              03 WKS-CONC-DESC      PIC X(30).
              03 WKS-CONC-TIPO      PIC X(1).
              03 WKS-CONC-MONTO     PIC S9(7)V99.
      *Clave del SAT del renglon para el recibo electronico y su
      *clase: 'B' ya viene dentro de la base gravable (tiempo extra,
      *turno, faltas, incapacidades), 'O' otro pago (subsidio,
      *reintegro de ISR), 'I' solo informativo; blanco los demas.
              03 WKS-CONC-SAT       PIC X(3).
              03 WKS-CONC-CLASE     PIC X(1).
      *Parte exenta del renglon (solo percepciones).
              03 WKS-CONC-EXENTO    PIC S9(7)V99.

       77 WKS-FS-PARAMS         PIC X(02).
       77 WKS-PAR-FECHA-REF     PIC 9(8).
           02 WKS-PAR-TASA-PAT-IMSS PIC 9(2)V9999.
           02 WKS-PAR-TASA-RETIRO   PIC 9(2)V9999.
           02 WKS-PAR-TASA-INFONAV  PIC 9(2)V9999.
           02 WKS-PAR-UMA           PIC 9(5)V99.
           02 WKS-PAR-TOPE-UMAS     PIC 9(3).
           02 WKS-PAR-PRIMA-RT      PIC 9(2)V9(5).
       77 WKS-SUB-CUOTA         PIC 9(5)V99.
       77 WKS-SUB-EXCEDENTE     PIC S9(7)V99.
       77 WKS-PAT-IMSS          PIC S9(7)V99.
       77 WKS-ISN-ANOMES        PIC 9(6).
       77 WKS-ISN-IMPUESTO      PIC S9(9)V99.
       77 WKS-ISN-TOT-BASE      PIC S9(11)V99.
      *Parte del pago en curso que fue a la base de ISN y al costo
      *de cada departamento del trabajador, para su detalle.
       01 WKS-DPG-TABLA.
           02 WKS-DPG-RENGLON OCCURS 3 TIMES.
              03 WKS-DPG-ISN-ESTADO PIC X(2).
              03 WKS-DPG-ISN-BASE   PIC S9(9)V99.
              03 WKS-DPG-KD-DEPTO   PIC 9(2).
              03 WKS-DPG-KD-BRUTO   PIC S9(9)V99.
              03 WKS-DPG-KD-NETO    PIC S9(9)V99.
              03 WKS-DPG-KD-PATRON  PIC S9(9)V99.
       77 WKS-ISN-TOT-IMP       PIC S9(11)V99.
       77 WKS-ISN-IMPORTE       PIC -ZZZZZZZZZ9.99.

       77 WKS-CK-RECHAZOS       PIC 9(5).
       77 WKS-CK-RETARDOS       PIC 9(5).
       77 WKS-CK-MIN-TRAB       PIC S9(5) COMP.
       77 WKS-CK-DOMINICAL      PIC 9(5).
       77 WKS-CK-SIN-DESCANSO   PIC 9(5).
       77 WKS-FS-DOMINICAL      PIC X(02).
       77 WKS-FS-DESCANSO-REP   PIC X(02).
       77 WKS-RD-ID             PIC 9(4).
       77 WKS-RD-HOY            PIC 9(7).
       77 WKS-RD-ULTIMO         PIC 9(7).
       77 WKS-RD-DIA-SEM        PIC 9(1).
       77 WKS-RD-RACHA          PIC 9(3).
       77 WKS-DM-FIN            PIC 9(1).
       77 WKS-DM-IDX            PIC 9(2).
       77 WKS-DM-DOMINGOS       PIC 9(2).
       77 WKS-DM-DESCANSOS      PIC 9(2).
       77 WKS-DM-MONTO          PIC S9(7)V99.
       01 WKS-DM-PENDIENTES.
           02 WKS-DM-NUM            PIC 9(2).
           02 WKS-DM-FECHA-PEND     PIC 9(8) OCCURS 31 TIMES.
       77 WKS-CK-HORAS-EXT      PIC 9(2).

       77 WKS-FS-FESTIVOS       PIC X(02).
       77 WKS-DISP-PEND-CORR    PIC 9(4).
       77 WKS-DISP-PTU-PEND     PIC X(1).
       77 WKS-LIB-CORRIDA       PIC 9(4).
       77 WKS-FS-DISP-LIB       PIC X(02).
       77 WKS-LIB-FIN           PIC 9(1).
       77 WKS-LIB-CUENTAS       PIC 9(6).
       77 WKS-LIB-TOTAL         PIC S9(12)V99.

       77 WKS-FS-PLAZAS         PIC X(02).
       77 WKS-FS-PLAZAS-REP     PIC X(02).
       77 WKS-FS-ORG-REP        PIC X(02).
       77 WKS-FS-TRAMO-REP      PIC X(02).
       77 WKS-FS-SIN-JEFE       PIC X(02).
       77 WKS-OG-JEFE-EF        PIC 9(4).
       77 WKS-OG-SUB            PIC 9(4).
       77 WKS-OG-SUP            PIC 9(4).
       77 WKS-OG-CUR            PIC 9(4).
       77 WKS-OG-HIJO           PIC 9(4).
       77 WKS-OG-ANTERIOR       PIC 9(4).
       77 WKS-OG-PASOS          PIC 9(4).
       77 WKS-OG-CICLO          PIC 9(1).
       77 WKS-OG-OK             PIC 9(1).
       77 WKS-OG-FIN            PIC 9(1).
       77 WKS-OG-ES-RAIZ        PIC 9(1).
       77 WKS-OG-I              PIC 9(4).
       77 WKS-OG-B              PIC 9(2).
       77 WKS-OG-TOPE           PIC 9(4).
       77 WKS-OG-NIVEL          PIC 9(2).
       77 WKS-OG-NIVEL-HIJO     PIC 9(2).
       77 WKS-OG-COL            PIC 9(2).
       77 WKS-OG-DEPTO-ACT      PIC 9(2).
       77 WKS-OG-IMPRESOS       PIC 9(4).
       77 WKS-OG-JEFES          PIC 9(4).
       77 WKS-OG-MAYOR          PIC 9(4).
       77 WKS-OG-HUERFANOS      PIC 9(4).
       77 WKS-OG-PZ-DEPTO       PIC 9(2).
       77 WKS-OG-PZ-NUM         PIC 9(3).
       77 WKS-OG-NOTA           PIC X(30).
       77 WKS-OG-LINEA          PIC X(80).
      *Jerarquia en memoria, indexada por ID de trabajador.
       01 WKS-OG-TABLA.
           02 WKS-OG-TRAB OCCURS 9999 TIMES.
              03 WKS-OG-JEFE        PIC 9(4).
              03 WKS-OG-DEPTO       PIC 9(2).
              03 WKS-OG-ACT         PIC 9(1).
              03 WKS-OG-DIR         PIC 9(4).
              03 WKS-OG-TOT         PIC 9(4).
       01 WKS-OG-LISTA.
           02 WKS-OG-NUM            PIC 9(4).
           02 WKS-OG-ID             PIC 9(4) OCCURS 999 TIMES.
       01 WKS-OG-PILA.
           02 WKS-OG-P OCCURS 999 TIMES.
              03 WKS-OG-P-ID        PIC 9(4).
              03 WKS-OG-P-NIVEL     PIC 9(2).
      *Jefes dados de baja en la busqueda en curso.
       01 WKS-OG-BAJAS          VALUE ZEROS.
           02 WKS-OG-BAJAS-NUM      PIC 9(2).
           02 WKS-OG-BAJA           PIC 9(4) OCCURS 20 TIMES.
       01 WKS-LIN-TRAMO.
           02 WKS-LT-ID         PIC ZZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LT-NOMBRE     PIC X(32).
           02 WKS-LT-DEPTO      PIC Z9.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 WKS-LT-DIRECTOS   PIC ZZZ9.
           02 FILLER            PIC X(8) VALUE SPACES.
           02 WKS-LT-INDIRECTOS PIC ZZZ9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 WKS-LT-TOTAL      PIC ZZZ9.
       77 WKS-PZ-FIN            PIC 9(1).
       77 WKS-PZ-HAY-CAT        PIC 9(1).
       77 WKS-PZ-VACANTE        PIC 9(3).
              03 WKS-TEN-AM         PIC 9(6).
              03 WKS-TEN-B          PIC S9(11)V99.
              03 WKS-TEN-N          PIC S9(11)V99.
       01 WKS-PY-MESES.
           02 WKS-PY-AM             PIC 9(6) OCCURS 12 TIMES.
      *Aumentos con fecha efectiva futura del trabajador en curso.
       01 WKS-PY-ALZAS.
           02 WKS-PY-ALZ-NUM        PIC 9(2).
           02 WKS-PY-ALZ OCCURS 12 TIMES.
              03 WKS-PY-ALZ-AM      PIC 9(6).
              03 WKS-PY-ALZ-ANT     PIC S9(5)V99.
      *Costo proyectado por departamento y mes.
       01 WKS-PY-TABLA.
           02 WKS-PY-DEPTO OCCURS 99 TIMES.
              03 WKS-PY-PRES        PIC S9(9)V99.
              03 WKS-PY-DM OCCURS 12 TIMES.
                 04 WKS-PY-NOM      PIC S9(11)V99.
                 04 WKS-PY-PAT      PIC S9(11)V99.
                 04 WKS-PY-TOT      PIC S9(11)V99.
       01 WKS-PY-EMPRESA.
           02 WKS-PY-E-TOTAL        PIC S9(11)V99 OCCURS 12 TIMES.
       01 WKS-LIN-PROY.
           02 FILLER                PIC X(3) VALUE SPACES.
           02 WKS-LP-MES            PIC 9(6).
           02 WKS-LP-NOMINA         PIC -ZZZZZZZ9.99.
           02 WKS-LP-PATRON         PIC -ZZZZZZ9.99.
           02 WKS-LP-ISN            PIC -ZZZZZZ9.99.
           02 WKS-LP-TOTAL          PIC -ZZZZZZZ9.99.
           02 WKS-LP-PRESUP         PIC ZZZZZZZ9.99.
           02 FILLER                PIC X(1) VALUE SPACES.
           02 WKS-LP-MARCA          PIC X(8).
       77 WKS-FS-PROY-REP       PIC X(02).
       77 WKS-PY-INI            PIC 9(6).
       77 WKS-PY-ANO            PIC 9(4).
       77 WKS-PY-MES            PIC 9(2).
       77 WKS-PY-M              PIC 9(2).
       77 WKS-PY-D              PIC 9(1).
       77 WKS-PY-R              PIC 9(2).
       77 WKS-PY-DEP            PIC 9(3).
       77 WKS-PY-FIN            PIC 9(1).
       77 WKS-PY-AM-ALTA        PIC 9(6).
       77 WKS-PY-ANO-ALTA       PIC 9(4).
       77 WKS-PY-MES-ALTA       PIC 9(2).
       77 WKS-PY-AM-FIN         PIC 9(6).
       77 WKS-PY-INT-INI        PIC 9(7).
       77 WKS-PY-INT-FIN        PIC 9(7).
       77 WKS-PY-SAL-ORIG       PIC S9(5)V99.
       77 WKS-PY-SALARIO        PIC S9(5)V99.
       77 WKS-PY-NOMINA         PIC S9(9)V99.
       77 WKS-PY-EXTRA          PIC S9(11)V99.
       77 WKS-PY-PARTE          USAGE COMP-2.
       77 WKS-PY-TASA           PIC 9(2)V9999.
       77 WKS-PY-ISN            PIC S9(9)V99.
       77 WKS-PY-ANUAL          PIC S9(11)V99.
       77 WKS-PY-REBASES        PIC 9(4).
       01 WKS-TEN-EMPRESA.
           02 WKS-TEN-EMP OCCURS 12 TIMES.
              03 WKS-TEN-EB         PIC S9(11)V99.
       77 WKS-RH-DUP            PIC 9(1).

       77 WKS-FS-RESUMEN-B      PIC X(02).
       77 WKS-FS-RESUMEN-CK     PIC X(02).
       77 WKS-FS-XREF-CLI       PIC X(02).
       77 WKS-FS-CLIENTES       PIC X(02).
       77 WKS-LIGA-HAY          PIC 9(1).

       77 WKS-FS-ANUAL          PIC X(02).
       77 WKS-FS-CIERRE         PIC X(02).
       77 WKS-FS-REVERSA        PIC X(02).
       77 WKS-RV-CORRIDA        PIC 9(4).
       77 WKS-RV-SIGUE          PIC 9(1).
       77 WKS-RV-FIN            PIC 9(1).
       77 WKS-RV-FIN2           PIC 9(1).
       77 WKS-RV-HOY            PIC 9(8).
       77 WKS-RV-TRABS          PIC 9(4).
       77 WKS-RV-BRUTO          PIC S9(9)V99.
       77 WKS-RV-ISR            PIC S9(9)V99.
       77 WKS-RV-IMSS           PIC S9(9)V99.
       77 WKS-RV-NETO           PIC S9(9)V99.
       77 WKS-RV-PRESTAMO       PIC S9(9)V99.
       77 WKS-RV-AHORRO         PIC S9(9)V99.
       77 WKS-RV-PGA            PIC S9(9)V99.
       77 WKS-RV-MONTO          PIC S9(9)V99.
       77 WKS-RV-TRAB-PREST     PIC S9(7)V99.
       77 WKS-RV-TRAB-AHO       PIC S9(7)V99.
       77 WKS-RV-REABRE         PIC 9(4).
       77 WKS-RV-TOT-REABRE     PIC 9(5).
       77 WKS-RV-PERIODOS       PIC 9(2).
       77 WKS-RV-SIN-DATOS      PIC 9(4).
       77 WKS-RV-SIN-ACUM       PIC 9(4).
       77 WKS-RV-INFONAVIT      PIC S9(9)V99.
       77 WKS-RV-FONACOT        PIC S9(9)V99.
       77 WKS-RV-COMPRAS        PIC S9(9)V99.
       77 WKS-RV-PATRON         PIC S9(9)V99.
       77 WKS-RV-I              PIC 9(2).
       01 WKS-LIN-REVERSA.
           02 WKS-LR-ID         PIC ZZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LR-NETO       PIC -ZZZZZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LR-PRESTAMO   PIC ZZZZZZ9.99.
           02 FILLER            PIC X(1) VALUE SPACES.
           02 WKS-LR-AHORRO     PIC -ZZZZZ9.99.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 WKS-LR-REABRE     PIC ZZZ9.
       77 WKS-ULT-CIERRE        PIC 9(4).
       77 WKS-CIE-ANO           PIC 9(4).
       77 WKS-CIE-TOTAL         PIC S9(11)V99.
           02 WKS-IE-MONTO      PIC 9(10)V99.
           02 WKS-IE-NSS        PIC X(11).
           02 WKS-IE-RFC        PIC X(13).
           02 WKS-IE-SDI        PIC 9(5)V99.
           02 WKS-IE-BASE-SDI   PIC 9(9)V99.

       77 WKS-FS-POLIZA         PIC X(02).
       77 WKS-POL-IDX           PIC 9(2).
       77 WKS-POL-PARTE         PIC S9(9)V99.
       77 WKS-POL-MONTO-SUMA    PIC S9(9)V99.
       77 WKS-POL-CC-BUSCA      PIC X(10).
       77 WKS-POL-RP-BUSCA      PIC 9(2).
       77 WKS-POL-DEBE          PIC S9(11)V99.
       77 WKS-POL-HABER         PIC S9(11)V99.
       77 WKS-POL-HALLADO       PIC 9(1).
           02 WKS-POL-CC OCCURS 20 TIMES.
              03 WKS-POL-CC-COD     PIC X(10).
              03 WKS-POL-CC-MONTO   PIC S9(9)V99.
              03 WKS-POL-CC-RP      PIC 9(2).

       77 WKS-FS-ACUM           PIC X(02).
       77 WKS-FS-AJUSTES        PIC X(02).
       77 WKS-PTU-PAGO          PIC S9(9)V99.
       77 WKS-PTU-TOT-PAGO      PIC S9(11)V99.
       77 WKS-PTU-IMPORTE       PIC -ZZZZZZZ9.99.
       77 WKS-PTU-IMPORTE-2     PIC -ZZZZZZZ9.99.
       77 WKS-PTU-IMPORTE-3     PIC -ZZZZZZZ9.99.
       77 WKS-PTU-EXENTO        PIC S9(9)V99.
       77 WKS-PTU-ISR           PIC S9(9)V99.
       77 WKS-PTU-NETO          PIC S9(9)V99.
       77 WKS-PTU-TOT-ISR       PIC S9(9)V99.
       77 WKS-PTU-FECHA-PAGO    PIC 9(8).
      *Tabla de reparto: con la capacidad maxima de plantilla en
      *tres digitos, 999 renglones alcanzan siempre.
       01 WKS-PTU-TABLA.

       77 WKS-MODO-BATCH        PIC X(01).

       77 WKS-FS-SDI            PIC X(02).
       77 WKS-FS-SDI-REP        PIC X(02).
       77 WKS-SDI-FECHA-REF     PIC 9(8).
       77 WKS-SDI-HALLADO       PIC 9(1).
       77 WKS-SDI-FIN           PIC 9(1).
       77 WKS-SDI-ORIGEN        PIC X(1).
       77 WKS-SDI-SAL-DIARIO    PIC 9(5)V99.
       77 WKS-SDI-FACTOR        PIC 9(1)V9999.
       77 WKS-SDI-FIJO          PIC 9(5)V99.
       77 WKS-SDI-VARIABLE      PIC 9(5)V99.
       77 WKS-SDI-TOTAL         PIC 9(5)V99.
       77 WKS-SDI-TOPE          PIC 9(5)V99.
       77 WKS-SDI-VIGENTE       PIC 9(5)V99.
       77 WKS-SDI-ANTERIOR      PIC 9(5)V99.
       77 WKS-SDI-ANO           PIC 9(4).
       77 WKS-SDI-BIM           PIC 9(1).
       77 WKS-SDI-INI           PIC 9(8).
       77 WKS-SDI-FIN-BIM       PIC 9(8).
       77 WKS-SDI-DIAS-BIM      PIC 9(3).
       77 WKS-SDI-VAR-SUMA      PIC S9(7)V99.
       77 WKS-SDI-CONTADOR      PIC 9(4).
       77 WKS-SDI-CAMBIOS       PIC 9(4).
       77 WKS-SDI-TOPADOS       PIC 9(4).
       77 WKS-SDI-FORMATO       PIC ZZZZ9.99.
       77 WKS-SDI-FORMATO-2     PIC ZZZZ9.99.
       77 WKS-SDI-FORMATO-3     PIC ZZZZ9.99.
       77 WKS-SDI-FORMATO-4     PIC ZZZZ9.99.
       77 WKS-IMSS-BASE         PIC S9(7)V99.

       77 WKS-FS-MOV-IMSS       PIC X(02).
       77 WKS-FS-IDSE           PIC X(02).
       77 WKS-FS-MOV-PLAZO      PIC X(02).
       77 WKS-REG-PATRONAL      PIC X(11) VALUE SPACES.
       77 WKS-RFC-PATRON        PIC X(13) VALUE SPACES.
       77 WKS-RAZON-SOCIAL      PIC X(40) VALUE SPACES.
       77 WKS-MI-TIPO           PIC X(2).
       77 WKS-MI-FECHA          PIC 9(8).
       77 WKS-MI-SDI            PIC 9(5)V99.
       77 WKS-MI-INT            PIC 9(7).
       77 WKS-MI-INT-FIN        PIC 9(7).
       77 WKS-MI-HABILES        PIC S9(3).
       77 WKS-MI-DIA-SEM        PIC 9(1).
       77 WKS-MI-FIN            PIC 9(1).
       77 WKS-MI-HOY            PIC 9(8).
       77 WKS-MI-ENVIADOS       PIC 9(5).
       77 WKS-MI-SIN-NSS        PIC 9(5).
       77 WKS-MI-VENCIDOS       PIC 9(5).
       77 WKS-MI-POR-VENCER     PIC 9(5).
       77 WKS-MI-RESPUESTA      PIC X(1).
       77 WKS-MI-SITUACION      PIC X(12).
       01 WKS-LIN-IDSE.
           02 WKS-ID-REG-PATRONAL   PIC X(11).
           02 WKS-ID-NSS            PIC X(11).
           02 WKS-ID-APELL-PAT      PIC X(27).
           02 WKS-ID-APELL-MAT      PIC X(27).
           02 WKS-ID-NOMBRE         PIC X(27).
           02 WKS-ID-SDI            PIC 9(4)V99.
           02 FILLER                PIC X(6) VALUE SPACES.
           02 WKS-ID-TIPO-TRAB      PIC X(1).
           02 WKS-ID-TIPO-SAL       PIC X(1).
           02 WKS-ID-JORNADA        PIC X(1).
           02 WKS-ID-FECHA          PIC 9(8).
           02 WKS-ID-UMF            PIC X(3).
           02 FILLER                PIC X(2) VALUE SPACES.
           02 WKS-ID-TIPO-MOV       PIC X(2).
           02 WKS-ID-GUIA           PIC X(5).
           02 WKS-ID-CLAVE-TRAB     PIC X(10).
           02 WKS-ID-CAUSA-BAJA     PIC X(1).
           02 WKS-ID-CURP           PIC X(18).
           02 WKS-ID-FORMATO        PIC X(1).
       01 WKS-MI-FECHA-DMA.
           02 WKS-MI-DD             PIC 9(2).
           02 WKS-MI-MM             PIC 9(2).
           02 WKS-MI-AAAA           PIC 9(4).
       01 WKS-MI-FECHA-AMD.
           02 WKS-MI-AMD-AAAA       PIC 9(4).
           02 WKS-MI-AMD-MM         PIC 9(2).
           02 WKS-MI-AMD-DD         PIC 9(2).

       77 WKS-FS-INFONAVIT      PIC X(02).
       77 WKS-FS-INF-AMORT      PIC X(02).
       77 WKS-FS-INF-REP        PIC X(02).
       77 WKS-INF-CREDITO       PIC X(10).
       77 WKS-INF-HALLADO       PIC 9(1).
       77 WKS-INF-FIN           PIC 9(1).
       77 WKS-INF-APLICA        PIC 9(1).
       77 WKS-INF-VIGENTE       PIC 9(1).
       77 WKS-INF-TIPO          PIC X(1).
       77 WKS-INF-VALOR         PIC 9(5)V9999.
       77 WKS-INF-VALOR-FMT     PIC ZZZZ9.9999.
       77 WKS-INF-FECHA         PIC 9(8).
       77 WKS-INF-DIARIO        PIC 9(7)V9999.
       77 WKS-INF-MONTO         PIC 9(7)V99.
       77 WKS-INF-MES           PIC 9(2).
       77 WKS-INF-ANO           PIC 9(4).
       77 WKS-INF-BIM           PIC 9(1).
       77 WKS-INF-INI           PIC 9(8).
       77 WKS-INF-FIN-BIM       PIC 9(8).
       77 WKS-INF-INT           PIC 9(7).
       77 WKS-INF-INT-FIN       PIC 9(7).
       77 WKS-INF-DIAS          PIC 9(3).
       77 WKS-INF-ESPERADO      PIC 9(7)V99.
       77 WKS-INF-TOT-ESPERADO  PIC 9(9)V99.
       77 WKS-INF-TOT-RETENIDO  PIC 9(9)V99.
       77 WKS-INF-CONTADOR      PIC 9(5).
       77 WKS-INF-FMT-1         PIC ZZZZZZZ9.99.
       77 WKS-INF-FMT-2         PIC ZZZZZZZ9.99.
       77 WKS-INF-FMT-3         PIC -ZZZZZZZ9.99.

       77 WKS-FS-CEDULA-FON     PIC X(02).
       77 WKS-FS-FON-RECH       PIC X(02).
       77 WKS-FS-FONACOT        PIC X(02).
       77 WKS-FS-FON-REP        PIC X(02).
       77 WKS-FON-LEIDOS        PIC 9(5).
       77 WKS-FON-ACEPTADOS     PIC 9(5).
       77 WKS-FON-RECHAZOS      PIC 9(5).
       77 WKS-FON-BAJAS         PIC 9(5).
       77 WKS-FON-CONTADOR      PIC 9(5).
       77 WKS-FON-FIN           PIC 9(1).
       77 WKS-FON-FIN-INC       PIC 9(1).
       77 WKS-FON-HALLADO       PIC 9(1).
       77 WKS-FON-INCAP         PIC 9(1).
       77 WKS-FON-ID            PIC 9(4).
       77 WKS-FON-RFC-MAL       PIC 9(1).
       77 WKS-FON-ANOMES        PIC 9(6).
       77 WKS-FON-FECHA-FIN     PIC 9(8).
       77 WKS-FON-FRACCION      PIC 9V9(6).
       77 WKS-FON-DISPONIBLE    PIC S9(7)V99.
       77 WKS-FON-PERIODO       PIC 9(7)V99.
       77 WKS-FON-MENSUAL       PIC 9(7)V99.
       77 WKS-FON-INSUF         PIC X(1).
       77 WKS-FON-NUM           PIC 9(1).
       77 WKS-FON-IDX           PIC 9(1).
       77 WKS-FON-TOT-PEDIDO    PIC 9(9)V99.
       77 WKS-FON-TOT-RETENIDO  PIC 9(9)V99.
       77 WKS-FON-FMT-1         PIC ZZZZZZZ9.99.
       77 WKS-FON-FMT-2         PIC ZZZZZZZ9.99.
       77 WKS-FON-MOTIVO        PIC X(22).
      *Creditos FONACOT retenidos al trabajador en curso, para
      *abonarlos cuando queda pagado.
       01 WKS-FON-TABLA.
           02 WKS-FON-T-RENGLON OCCURS 5 TIMES.
              03 WKS-FON-T-CREDITO  PIC X(10).
              03 WKS-FON-T-PERIODO  PIC 9(7)V99.
              03 WKS-FON-T-INSUF    PIC X(1).

       77 WKS-FS-INCAPACIDAD    PIC X(02).
       77 WKS-FS-INC-REP        PIC X(02).
       77 WKS-CE-FOLIO          PIC X(10).
       77 WKS-CE-FOLIO-INI      PIC X(10).
       77 WKS-CE-RAMO           PIC X(1).
       77 WKS-CE-TIPO           PIC X(1).
       77 WKS-CE-VALIDO         PIC 9(1).
       77 WKS-CE-FIN            PIC 9(1).
       77 WKS-CE-ID             PIC 9(4).
       77 WKS-CE-ID-ANT         PIC 9(4).
       77 WKS-CE-FECHA          PIC 9(8).
       77 WKS-CE-CUBIERTA       PIC 9(1).
       77 WKS-CE-INT            PIC 9(7).
       77 WKS-CE-DIAS-EG        PIC 9(3).
       77 WKS-CE-DIAS-OTROS     PIC 9(3).
       77 WKS-CE-MONTO          PIC S9(7)V99.
       77 WKS-CE-IDX            PIC 9(2).
       77 WKS-CE-DESDE          PIC 9(8).
       77 WKS-CE-HASTA          PIC 9(8).
       77 WKS-CE-CONTADOR       PIC 9(5).
       77 WKS-CE-SUBTOTAL       PIC 9(9)V99.
       77 WKS-CE-TOTAL          PIC 9(9)V99.
       77 WKS-CE-FMT-1          PIC ZZZZZZ9.99.
       77 WKS-CE-FMT-2          PIC ZZZZZZZZ9.99.
       77 WKS-CE-FMT-3          PIC ZZZZ9.99.
      *Certificados descontados al trabajador en curso, para
      *marcarlos aplicados cuando queda pagado.
       01 WKS-CE-PEND.
           02 WKS-CE-NUM            PIC 9(2).
           02 WKS-CE-FOLIO-PEND     PIC X(10) OCCURS 10 TIMES.

       77 WKS-FS-RIESGOS        PIC X(02).
       77 WKS-FS-RG-REP         PIC X(02).
       77 WKS-RG-HALLADO        PIC 9(1).
       77 WKS-RG-FIN            PIC 9(1).
       77 WKS-RG-TIPO           PIC X(1).
       77 WKS-RG-ANO            PIC 9(4).
       77 WKS-RG-INI            PIC 9(8).
       77 WKS-RG-FIN-ANO        PIC 9(8).
       77 WKS-RG-DESDE          PIC 9(8).
       77 WKS-RG-HASTA          PIC 9(8).
       77 WKS-RG-FECHA-MARZO    PIC 9(8).
       77 WKS-RG-CASOS          PIC 9(5).
       77 WKS-RG-TRAYECTO       PIC 9(5).
       77 WKS-RG-S              PIC 9(7).
       77 WKS-RG-I              PIC 9(5)V9(4).
       77 WKS-RG-D              PIC 9(5).
       77 WKS-RG-DIAS-COT       PIC 9(9).
       77 WKS-RG-N              PIC 9(7)V9(4).
       77 WKS-RG-PRIMA          PIC 9(3)V9(7).
       77 WKS-RG-PRIMA-CALC     PIC 9(3)V9(5).
       77 WKS-RG-PRIMA-PCT      PIC 9(3)V9(5).
       77 WKS-RG-PRIMA-ANT      PIC 9(3)V9(5).
       77 WKS-RG-FMT-PRIMA      PIC ZZ9.99999.
       77 WKS-RG-FMT-I          PIC ZZZZ9.9999.
       77 WKS-RG-FMT-N          PIC ZZZZZZ9.9999.

       77 WKS-FS-CFDI           PIC X(02).
       77 WKS-FS-TIMBRES        PIC X(02).
       77 WKS-FS-CFDI-REP       PIC X(02).

       77 WKS-FS-EXENTOS        PIC X(02).
       77 WKS-EX-ANO            PIC 9(4).
       77 WKS-EX-RUBRO          PIC X(4).
       77 WKS-EX-MONTO          PIC S9(9)V99.
       77 WKS-EX-TOPE           PIC S9(9)V99.
       77 WKS-EX-ACUM           PIC S9(9)V99.
       77 WKS-EX-DISPONIBLE     PIC S9(9)V99.
       77 WKS-EX-EXENTO         PIC S9(9)V99.
       77 WKS-EX-GRAVADO        PIC S9(9)V99.
       77 WKS-EX-SEMANAS        PIC S9(3) COMP.
       77 WKS-EX-FIN            PIC 9(1).
       77 WKS-EX-FMT-1          PIC -ZZZZZZZZ9.99.
       77 WKS-EX-FMT-2          PIC -ZZZZZZZZ9.99.
       77 WKS-HE-DOBLE          PIC S9(7)V99.
       77 WKS-EXP-I             PIC 9(2).
       01 WKS-EXENTOS-PEND.
           02 WKS-EXP-NUM           PIC 9(2).
           02 WKS-EXP-LIN OCCURS 25 TIMES.
              03 WKS-EXP-RUBRO      PIC X(4).
              03 WKS-EXP-EXENTO     PIC S9(9)V99.
              03 WKS-EXP-GRAVADO    PIC S9(9)V99.

       77 WKS-FS-CONTRATOS      PIC X(02).
       77 WKS-FS-CT-REP         PIC X(02).
       77 WKS-CT-OK             PIC 9(1).
       77 WKS-CT-FIN            PIC 9(1).
       77 WKS-CT-FECHA-OK       PIC 9(1).
       77 WKS-CT-FECHA-VAL      PIC 9(8).
       77 WKS-CT-ANO            PIC 9(4).
       77 WKS-CT-MES            PIC 9(4).
       77 WKS-CT-DIA            PIC 9(6).
       77 WKS-CT-TIPO-NUEVO     PIC X(1).
       77 WKS-CT-INI-NUEVO      PIC 9(8).
       77 WKS-CT-FIN-NUEVO      PIC 9(8).
       77 WKS-CT-HOY            PIC 9(8).
       77 WKS-CT-INT-HOY        PIC 9(7).
       77 WKS-CT-DIAS           PIC S9(5) COMP.
       77 WKS-CT-DIAS-FMT       PIC -ZZZ9.
       77 WKS-CT-VENCIDOS       PIC 9(5).
       77 WKS-CT-POR-VENCER     PIC 9(5).
       77 WKS-CT-RETENIDOS      PIC 9(5).
       77 WKS-CT-DIA-SEM        PIC 9(1).
       77 WKS-CT-SITUACION      PIC X(20).

       77 WKS-FS-CURSOS         PIC X(02).
       77 WKS-FS-CAPACITA       PIC X(02).
       77 WKS-FS-DC3            PIC X(02).
       77 WKS-FS-CAP-REP        PIC X(02).
       77 WKS-CU-FIN            PIC 9(1).
       77 WKS-CA-FIN            PIC 9(1).
       77 WKS-CU-I              PIC 9(2).
       77 WKS-CU-DEPTO          PIC 9(2).
       77 WKS-CU-HALLADO        PIC 9(1).
       77 WKS-CU-APLICA         PIC 9(1).
       77 WKS-CU-CURSO          PIC 9(4).
       77 WKS-CU-PUESTO         PIC X(30).
       77 WKS-CU-IMPRESAS       PIC 9(4).
       77 WKS-CU-HOY            PIC 9(8).
       77 WKS-CU-ANO            PIC 9(4).
       77 WKS-CU-ANO-CURSO      PIC 9(4).
       77 WKS-CU-FALTANTES      PIC 9(5).
      *Cursos obligatorios vigentes para el reporte anual.
       01 WKS-CURSOS-OBLIG.
           02 WKS-CUO-NUM           PIC 9(2).
           02 WKS-CUO-I             PIC 9(2).
           02 WKS-CUO-LIN OCCURS 50 TIMES.
              03 WKS-CUO-CODIGO     PIC 9(4).
              03 WKS-CUO-NOMBRE     PIC X(40).
              03 WKS-CUO-DEPTOS.
                 04 WKS-CUO-DEPTO   PIC 9(2) OCCURS 5 TIMES.

       77 WKS-FS-EVALUA         PIC X(02).
       77 WKS-FS-MATRIZ         PIC X(02).
       77 WKS-FS-MERITO-REP     PIC X(02).
       77 WKS-FS-COMISIONES     PIC X(02).
       77 WKS-CN-FIN            PIC 9(1).
       77 WKS-CN-MONTO          PIC S9(7)V99.
       77 WKS-FS-DESC-VENTAS    PIC X(02).
       77 WKS-FS-NETOS          PIC X(02).
       77 WKS-DV-FIN            PIC 9(1).
       77 WKS-DV-NUM            PIC 9(2).
       77 WKS-DV-I              PIC 9(2).
       77 WKS-DV-MONTO          PIC S9(7)V99.
       77 WKS-DV-RESTA          PIC S9(10)V99.
       77 WKS-DV-APLICA         PIC S9(10)V99.
       77 WKS-FIN-COMPRAS       PIC S9(10)V99.
       77 WKS-FIN-COMPRAS-DESC  PIC S9(10)V99.
       77 WKS-FS-ACTIVOS        PIC X(02).
       77 WKS-FS-ASIGNA-ACT     PIC X(02).
       77 WKS-FS-ACTIVOS-REP    PIC X(02).
       77 WKS-AV-EXISTE         PIC 9(1).
       77 WKS-AV-FIN            PIC 9(1).
       77 WKS-AA-FIN            PIC 9(1).
       77 WKS-AA-ID             PIC 9(4).
       77 WKS-AV-FECHA          PIC 9(8).
       77 WKS-AV-CIERRE         PIC X(1).
       77 WKS-AV-COBRO          PIC 9(7)V99.
       77 WKS-AV-DECIDE         PIC 9(1).
       77 WKS-AV-CUANTOS        PIC 9(3).
       77 WKS-FIN-ACTIVOS       PIC S9(10)V99.
       77 WKS-FIN-ACTIVOS-DESC  PIC S9(10)V99.
       77 WKS-FS-VIATICOS       PIC X(02).
       77 WKS-FS-VIA-COMPROB    PIC X(02).
       77 WKS-FS-VIA-REP        PIC X(02).
       77 WKS-VIA-DIAS          PIC 9(3) VALUE 10.
       77 WKS-ULT-VIATICO       PIC 9(6) VALUE ZERO.
       77 WKS-VI-DIAS-NUEVO     PIC 9(3).
       77 WKS-VI-FIN            PIC 9(1).
       77 WKS-VI-ID             PIC 9(4).
       77 WKS-VI-HOY            PIC 9(8).
       77 WKS-VI-NOTA           PIC X(22).
       77 WKS-VI-PAGO           PIC S9(9)V99.
       77 WKS-VI-COBRO          PIC S9(9)V99.
       77 WKS-VI-I              PIC 9(2).
       77 WKS-VI-DIAS           PIC S9(5).
       77 WKS-VI-SALDO          PIC S9(9)V99.
       77 WKS-VI-R              PIC 9(1).
       77 WKS-VI-RANGO-DESC     PIC X(16).
       77 WKS-FS-VALES-DISP     PIC X(02).
       77 WKS-FS-VALES-RET      PIC X(02).
       77 WKS-FS-VALES-RECH     PIC X(02).
       77 WKS-FS-VALES-REP      PIC X(02).
       77 WKS-VAL-MONTO         PIC S9(7)V99.
       77 WKS-VAL-PERIODO       PIC S9(7)V99.
       77 WKS-VAL-REENVIO       PIC S9(7)V99.
       77 WKS-VAL-CARGA         PIC S9(7)V99.
       77 WKS-NETO-DISP         PIC S9(7)V99.
       77 WKS-VAL-CUANTOS       PIC 9(6).
       77 WKS-VAL-TOTAL         PIC S9(10)V99.
       77 WKS-VAL-FIN           PIC 9(1).
       77 WKS-VAL-RET-FIN       PIC 9(1).
       77 WKS-VAL-HOY           PIC 9(8).
       77 WKS-VAL-LEIDOS        PIC 9(5).
       77 WKS-VAL-CASADOS       PIC 9(5).
       77 WKS-VAL-SIN-TRAB      PIC 9(5).
       77 WKS-VAL-PEND-NUM      PIC 9(5).
       77 WKS-VAL-PEND-TOT      PIC S9(10)V99.
       77 WKS-VAL-IMPORTE       PIC -ZZZZZZZ9.99.
       77 WKS-VAL-TARJETA-CAP   PIC X(16).
       77 WKS-VAL-R-ID          PIC 9(4).
       77 WKS-VAL-R-FECHA       PIC 9(8).
       77 WKS-VAL-R-TARJETA     PIC X(16).
       77 WKS-VAL-R-IMPORTE     PIC 9(8)V99.
       77 WKS-VAL-R-MOTIVO      PIC X(2).
       01 WKS-LIN-VALES.
           02 WKS-VL-TIPO       PIC X(1).
           02 WKS-VL-TARJETA    PIC X(16).
           02 WKS-VL-ID         PIC 9(4).
           02 WKS-VL-NOMBRE     PIC X(40).
           02 WKS-VL-IMPORTE    PIC 9(8)V99.
       01 WKS-LIN-VALES-CONTROL.
           02 WKS-VC-TIPO       PIC X(1).
           02 WKS-VC-CUANTOS    PIC 9(6).
           02 WKS-VC-TOTAL      PIC 9(12)V99.
       77 WKS-FS-SERIES-IVA     PIC X(02).
       77 WKS-FS-LIBRO-S-IVA    PIC X(02).
       77 WKS-FS-KPI-REP        PIC X(02).
       77 WKS-KP-UMBRAL         PIC 9(3)V99 VALUE 15.
       77 WKS-KP-NUEVO-UMB      PIC 9(3)V99.
       77 WKS-KP-UMB-FMT        PIC ZZ9.99.
       77 WKS-KP-SERIE          PIC X(2).
       77 WKS-KP-HALLADO        PIC 9(1).
       77 WKS-KP-SIN-LIBRO      PIC 9(1).
       77 WKS-KP-FIN            PIC 9(1).
       77 WKS-KP-FIN2           PIC 9(1).
       77 WKS-KP-D              PIC 9(3).
       77 WKS-KP-I              PIC 9(2).
       77 WKS-KP-S              PIC 9(2).
       77 WKS-KP-P              PIC 9(1).
       77 WKS-KP-NUM            PIC 9(2) VALUE ZERO.
       77 WKS-KP-MONTO          PIC S9(11)V99.
       77 WKS-KP-CORR-TOT       PIC 9(5).
       77 WKS-KP-REBASAN        PIC 9(3).
       77 WKS-KP-PCT            PIC 9(5)V99.
       77 WKS-KP-VXT            PIC S9(11)V99.
       77 WKS-KP-L-COSTO        PIC S9(12)V99.
       77 WKS-KP-L-VENTAS       PIC S9(12)V99.
       77 WKS-KP-L-TRAB         PIC 9(5).
      *Meses del reporte: (1) el pedido, (2) el mismo del ano
      *anterior.
       01 WKS-KP-GLOBAL.
           02 WKS-KP-ANOMES OCCURS 2 TIMES PIC 9(6).
           02 WKS-KP-NCORR  OCCURS 2 TIMES PIC 9(4).
           02 WKS-KP-NREV   OCCURS 2 TIMES PIC 9(4).
           02 WKS-KP-SIN-SUC OCCURS 2 TIMES PIC S9(12)V99.
           02 WKS-KP-T-COSTO OCCURS 2 TIMES PIC S9(12)V99.
           02 WKS-KP-T-VENTAS OCCURS 2 TIMES PIC S9(12)V99.
           02 WKS-KP-T-TRAB OCCURS 2 TIMES PIC 9(5).
      *Sucursales halladas en el catalogo de departamentos.
       01 WKS-KP-TABLA.
           02 WKS-KP-SUC OCCURS 30 TIMES.
              03 WKS-KP-SER         PIC X(2).
              03 WKS-KP-NOMBRE      PIC X(30).
              03 WKS-KP-CORR        PIC 9(5).
              03 WKS-KP-PER OCCURS 2 TIMES.
                 04 WKS-KP-COSTO    PIC S9(12)V99.
                 04 WKS-KP-VENTAS   PIC S9(12)V99.
                 04 WKS-KP-TRAB     PIC 9(5).
      *Renglon de sucursal de cada departamento (cero = ninguna).
       01 WKS-KP-DEP-TABLA.
           02 WKS-KP-DEP-SUC OCCURS 99 TIMES PIC 9(2).
       01 WKS-LIN-KPI.
           02 WKS-KL-SERIE      PIC X(2).
           02 FILLER            PIC X(1) VALUE SPACES.
           02 WKS-KL-NOMBRE     PIC X(18).
           02 FILLER            PIC X(1) VALUE SPACES.
           02 WKS-KL-COSTO      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1) VALUE SPACES.
           02 WKS-KL-VENTAS     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1) VALUE SPACES.
           02 WKS-KL-PCT        PIC ZZZZ9.99.
           02 FILLER            PIC X(1) VALUE SPACES.
           02 WKS-KL-VXT        PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1) VALUE SPACES.
           02 WKS-KL-TRAB       PIC ZZZ9.
       77 WKS-FS-SOLIC          PIC X(02).
       77 WKS-FS-CONTACTOS      PIC X(02).
       77 WKS-SQ-FIN            PIC 9(1).
       77 WKS-SQ-ACCION         PIC X(1).
       77 WKS-SQ-ATENDIDAS      PIC 9(4).
       77 WKS-CX-EXISTE         PIC 9(1).
       77 WKS-CUA-PAGO          PIC S9(7)V99.
       77 WKS-CUA-VAL-TOT       PIC S9(12)V99.
      *Anticipos que reembolsa o descuenta la corrida en curso.
       01 WKS-VI-TABLA.
           02 WKS-VI-NUM            PIC 9(2).
           02 WKS-VI OCCURS 20 TIMES.
              03 WKS-VI-FOLIO       PIC 9(6).
              03 WKS-VI-VENCIDO     PIC 9(7)V99.
      *Totales por rango de antiguedad de anticipos abiertos.
       01 WKS-VI-RANGOS.
           02 WKS-VI-RANGO OCCURS 4 TIMES.
              03 WKS-VI-R-CUANTOS   PIC 9(4).
              03 WKS-VI-R-SALDO     PIC S9(10)V99.
       01 WKS-LIN-VIATICO.
           02 WKS-LV-FOLIO      PIC 9(6).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LV-ID         PIC ZZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LV-FECHA      PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LV-IMPORTE    PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LV-SALDO      PIC -ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LV-DIAS       PIC ZZZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 WKS-LV-NOTA       PIC X(22).
       77 WKS-AF-I              PIC 9(2).
       77 WKS-AD-I              PIC 9(4).
       77 WKS-AD-DEP            PIC 9(3).
       77 WKS-AD-CUANTOS        PIC 9(4).
       77 WKS-AD-TOTAL          PIC S9(11)V99.
      *Activos resueltos en el finiquito en curso.
       01 WKS-AF-TABLA.
           02 WKS-AF-NUM            PIC 9(2).
           02 WKS-AF OCCURS 20 TIMES.
              03 WKS-AF-ETIQUETA    PIC X(10).
              03 WKS-AF-DESC        PIC X(30).
              03 WKS-AF-ESTADO      PIC X(1).
              03 WKS-AF-IMPORTE     PIC 9(7)V99.
      *Activos asignados con el departamento de quien los tiene.
       01 WKS-AD-TABLA.
           02 WKS-AD-NUM            PIC 9(4).
           02 WKS-AD OCCURS 999 TIMES.
              03 WKS-AD-DEPTO       PIC 9(2).
              03 WKS-AD-ID          PIC 9(4).
              03 WKS-AD-ETIQUETA    PIC X(10).
              03 WKS-AD-DESC        PIC X(30).
              03 WKS-AD-VALOR       PIC 9(7)V99.
       77 WKS-FS-REGPAT         PIC X(02).
       77 WKS-FS-DISP-RP        PIC X(02).
       77 WKS-RP-TRAB           PIC 9(2).
       77 WKS-RP-SEL            PIC 9(2).
       77 WKS-RP-FILTRO         PIC 9(2) VALUE ZERO.
       77 WKS-RP-COINCIDE       PIC 9(1).
       77 WKS-RP-EXISTE         PIC 9(1).
       77 WKS-RP-FIN            PIC 9(1).
       77 WKS-RP-I              PIC 9(2).
       77 WKS-RPD-NUMERO        PIC X(11).
       77 WKS-RPD-RFC           PIC X(13).
       77 WKS-RPD-RAZON         PIC X(40).
       77 WKS-PZ-ISR            PIC S9(9)V99.
       77 WKS-PZ-IMSS           PIC S9(9)V99.
       77 WKS-PZ-OTRAS          PIC S9(9)V99.
       77 WKS-PZ-NETO           PIC S9(9)V99.
       77 WKS-PZ-PATRON         PIC S9(9)V99.
       77 WKS-PZ-DEBE           PIC S9(11)V99.
       01 WKS-RPA-TABLA         VALUE ZEROS.
           02 WKS-RPA-NUM           PIC 9(1).
           02 WKS-RPA OCCURS 9 TIMES.
              03 WKS-RPA-COD        PIC 9(2).
              03 WKS-RPA-ISR        PIC S9(9)V99.
              03 WKS-RPA-IMSS       PIC S9(9)V99.
              03 WKS-RPA-OTRAS      PIC S9(9)V99.
              03 WKS-RPA-NETO       PIC S9(9)V99.
              03 WKS-RPA-PATRON     PIC S9(9)V99.
       77 WKS-DRP-NOMBRE        PIC X(40).
       77 WKS-DRP-I             PIC 9(2).
       01 WKS-DRP-TABLA.
           02 WKS-DRP-NUM           PIC 9(2).
           02 WKS-DRP OCCURS 9 TIMES.
              03 WKS-DRP-COD        PIC 9(2).
              03 WKS-DRP-CUENTAS    PIC 9(6).
              03 WKS-DRP-TOTAL      PIC 9(12)V99.
       01 WKS-DV-TABLA.
           02 WKS-DV-RENGLON OCCURS 20 TIMES.
              03 WKS-DV-LLAVE       PIC X(8).
              03 WKS-DV-ABONO       PIC S9(7)V99.
       77 WKS-EM-HALLADO        PIC 9(1).
       77 WKS-EM-FIN            PIC 9(1).
       77 WKS-EM-DEP-FIN        PIC 9(1).
       77 WKS-EM-CALIF          PIC 9(1).
       77 WKS-EM-CUARTIL        PIC 9(1).
       77 WKS-EM-POSICION       PIC S9(3).
       77 WKS-EM-ANO            PIC 9(4).
       77 WKS-EM-DEPTO          PIC 9(2).
       77 WKS-EM-CONTADOR       PIC 9(4).
       77 WKS-EM-DEP-NUM        PIC 9(4).
       77 WKS-EM-PORC           PIC 9(2)V99.
       77 WKS-EM-BANDA-MAX      PIC 9(5)V99.
       77 WKS-EM-SAL-NUEVO      PIC S9(5)V99.
       77 WKS-EM-COSTO          PIC S9(9)V99.
       77 WKS-EM-DEP-COSTO      PIC S9(11)V99.
       77 WKS-EM-FECHA-EFECT    PIC 9(8).
       77 WKS-EM-PORC-FMT       PIC Z9.99.
       77 WKS-EM-SAL-FMT        PIC ZZZZZ9.99.
       77 WKS-EM-COSTO-FMT      PIC -ZZZZZZZ9.99.
       01 WKS-EM-FILA.
           02 WKS-EM-FILA-FMT       PIC Z9.99 OCCURS 4 TIMES.
      *Matriz de merito de fabrica, por calificacion de 1 a 5 y
      *cuartil de 1 a 4, en porcentaje 99V99.
       01 WKS-MM-DEFECTO.
           02 FILLER                PIC X(16) VALUE
              "0000000000000000".
           02 FILLER                PIC X(16) VALUE
              "0200010000000000".
           02 FILLER                PIC X(16) VALUE
              "0500040003000200".
           02 FILLER                PIC X(16) VALUE
              "0800060004000300".
           02 FILLER                PIC X(16) VALUE
              "1000080006000400".
       01 WKS-MM-DEFECTO-R REDEFINES WKS-MM-DEFECTO.
           02 WKS-MMD-CALIF OCCURS 5 TIMES.
              03 WKS-MMD-PORC       PIC 9(2)V99 OCCURS 4 TIMES.
       77 WKS-CF-CORRIDA        PIC 9(4).
       77 WKS-CF-HOY            PIC 9(8).
       77 WKS-CF-FIN            PIC 9(1).
       77 WKS-CF-HALLADO        PIC 9(1).
       77 WKS-CF-I              PIC 9(2).
       77 WKS-CF-RESPUESTA      PIC X(1).
       77 WKS-CF-EXPORTADOS     PIC 9(5).
       77 WKS-CF-TIMBRADOS      PIC 9(5).
       77 WKS-CF-SIN-DATOS      PIC 9(5).
       77 WKS-CF-RECHAZADOS     PIC 9(5).
       77 WKS-CF-SUELDO         PIC S9(7)V99.
       77 WKS-CF-PERCEP         PIC S9(7)V99.
       77 WKS-CF-DEDUC          PIC S9(7)V99.
       77 WKS-CF-OTROS          PIC S9(7)V99.
       01 WKS-LIN-CFDI-ENC.
           02 WKS-CF-E-TIPO         PIC X(1).
           02 WKS-CF-E-CORRIDA      PIC 9(4).
           02 WKS-CF-E-ID           PIC 9(4).
           02 WKS-CF-E-RFC-PATRON   PIC X(13).
           02 WKS-CF-E-REG-PATRONAL PIC X(11).
           02 WKS-CF-E-RFC          PIC X(13).
           02 WKS-CF-E-CURP         PIC X(18).
           02 WKS-CF-E-NSS          PIC X(11).
           02 WKS-CF-E-NOMBRE       PIC X(40).
           02 WKS-CF-E-FECHA-PAGO   PIC 9(8).
           02 WKS-CF-E-FECHA-INI    PIC 9(8).
           02 WKS-CF-E-FECHA-FIN    PIC 9(8).
           02 WKS-CF-E-DIAS         PIC 9(3).
           02 WKS-CF-E-FORMA        PIC X(2).
           02 WKS-CF-E-PERCEP       PIC 9(7)V99.
           02 WKS-CF-E-DEDUC        PIC 9(7)V99.
           02 WKS-CF-E-OTROS        PIC 9(7)V99.
           02 WKS-CF-E-ISR          PIC 9(7)V99.
           02 WKS-CF-E-SUBSIDIO     PIC 9(7)V99.
           02 WKS-CF-E-NETO         PIC 9(7)V99.
           02 WKS-CF-E-UUID-REL     PIC X(36).
       01 WKS-LIN-CFDI-CONC.
           02 WKS-CF-L-TIPO         PIC X(1).
           02 WKS-CF-L-CORRIDA      PIC 9(4).
           02 WKS-CF-L-ID           PIC 9(4).
           02 WKS-CF-L-CLAVE        PIC X(3).
           02 WKS-CF-L-DESC         PIC X(30).
           02 WKS-CF-L-IMPORTE      PIC 9(7)V99.
           02 WKS-CF-L-EXENTO       PIC 9(7)V99.
      *Cierre de periodos: area y fecha del movimiento a revisar, si
      *admite traslado, lo que resulto y lo que se anota en la
      *bitacora compartida.
       77 WKS-FS-CIERRES        PIC X(02).
       77 WKS-FS-CIE-MOV        PIC X(02).
       77 WKS-FS-CIE-REP        PIC X(02).
       77 WKS-CIE-AREA          PIC X(3).
       77 WKS-CIE-FECHA         PIC 9(8).
       77 WKS-CIE-HOY           PIC 9(8).
       77 WKS-CIE-ANOMES        PIC 9(6).
       77 WKS-CIE-ANOMES-HOY    PIC 9(6).
       77 WKS-CIE-TRASLADO      PIC 9(1).
       01 WKS-CIE-RESULTADO     PIC X(1).
           88 WKS-CIE-LIBRE         VALUE 'L'.
           88 WKS-CIE-RECHAZA       VALUE 'R'.
           88 WKS-CIE-TRASLADA      VALUE 'T'.
           88 WKS-CIE-REABIERTO     VALUE 'A'.
       77 WKS-CIE-TIPO          PIC X(4).
       77 WKS-CIE-REFERENCIA    PIC X(16).
       77 WKS-CIE-DETALLE       PIC X(40).
       77 WKS-CIE-NOMBRE-AREA   PIC X(10).
       77 WKS-CIE-AREA-OPC      PIC 9(1).
       77 WKS-CIE-REGLA-OPC     PIC 9(1).
       77 WKS-CIE-MES           PIC 9(2).
       77 WKS-CIE-OK            PIC 9(1).
       77 WKS-CIE-EXISTE        PIC 9(1).
       77 WKS-CIE-FIN           PIC 9(1).
       77 WKS-CIE-MOTIVO        PIC X(40).
       77 WKS-CIE-FILTRO        PIC X(3).
       77 WKS-CIE-DESDE         PIC 9(6).
       77 WKS-CIE-ACCION-TXT    PIC X(14).
       77 WKS-CIE-ASENTADOS     PIC 9(5).
       77 WKS-CIE-RECHAZADOS    PIC 9(5).

       LINKAGE SECTION.
       01 LK-PARM-MODO          PIC X(01).
       01 LK-PARM-STATUS        PIC X(02).
           MOVE "BATCH" TO WKS-OPER-ID.
           MOVE 'S' TO WKS-OPER-PERFIL.
           MOVE 1 TO WKS-LOGIN-OK.
      *Los modos batch (B nomina, C checadas, M plazos IMSS, V
      *vencimientos de contratos) entran sin pantalla.
           IF WKS-MODO-BATCH NOT = "B" AND WKS-MODO-BATCH NOT = "C"
              AND WKS-MODO-BATCH NOT = "M" AND WKS-MODO-BATCH NOT = "V"
              PERFORM 00218-LOGIN
           END-IF.
           IF WKS-LOGIN-OK = 0
           IF WKS-CANDADO-OK = 0
              DISPLAY "SESION RECHAZADA: TRABAJADORES.DAT ESTA EN "
                      "USO POR OTRA SESION."
              IF WKS-MODO-BATCH NOT = SPACES
                 MOVE "92" TO LK-PARM-STATUS
              END-IF
           ELSE
                    DISPLAY "CANDADO TOMADO POR EL OPERADOR "
                            CD-OPERADOR " DESDE " CD-FECHA " "
                            CD-HORA
                    IF WKS-MODO-BATCH = SPACES
                       AND WKS-OPER-SUPERVISOR
                       DISPLAY "SI ES DE UNA SESION CAIDA, DESEA "
                               "LIBERARLO? S.SI N.NO"
           PERFORM 00093-CARGA-CONCEPTOS.
           PERFORM 00104-CARGA-PRESTAMOS.
           PERFORM 00115-CARGA-HORAS.
           PERFORM 00721-CARGA-DOMINICAL.
           PERFORM 00740-CARGA-REGPAT.
           PERFORM 00797-CARGA-ACTIVOS.
           PERFORM 00816-CARGA-VIATICOS.
           PERFORM 00847-CARGA-VALES.
           PERFORM 00875-CARGA-SOLICITUDES.
           PERFORM 00121-CARGA-INCIDENCIAS.
           PERFORM 00133-CARGA-AHORRO.
           PERFORM 00153-CARGA-IMSS.
           PERFORM 00192-CARGA-MOVIMIENTOS.
           PERFORM 00211-CARGA-VACACIONES.
           PERFORM 00212-CARGA-HIST-IDX.
           PERFORM 00513-CARGA-SDI.
           PERFORM 00531-CARGA-MOV-IMSS.
           PERFORM 00543-CARGA-INFONAVIT.
           PERFORM 00565-CARGA-FONACOT.
           PERFORM 00582-CARGA-INCAPACIDADES.
           PERFORM 00601-CARGA-RIESGOS.
           PERFORM 00626-CARGA-TIMBRES.
           PERFORM 00639-CARGA-EXENTOS.
           PERFORM 00654-CARGA-CONTRATOS.
           PERFORM 00676-CARGA-CAPACITACION.
           PERFORM 00697-CARGA-MERITO.
           PERFORM 00704-CARGA-COMISIONES.
           PERFORM 00713-CARGA-DESC-VENTAS.
           IF WKS-MODO-BATCH = "B"
              PERFORM 00069-PROCESO-BATCH
           ELSE
           IF WKS-MODO-BATCH = "C"
              PERFORM 00320-PROCESO-BATCH-CHECADAS
           ELSE
           IF WKS-MODO-BATCH = "M"
              PERFORM 00538-PROCESO-BATCH-MOV-IMSS
           ELSE
           IF WKS-MODO-BATCH = "V"
              PERFORM 00653-PROCESO-BATCH-CONTRATOS
           ELSE
              DISPLAY "NOMINA TRABAJADORES"
              PERFORM 00003-MENU UNTIL WKS-TERMINA = 1
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 00064-MUESTRA-ESTADISTICAS
           MOVE "LOGOUT" TO WKS-BIT-TIPO
           MOVE SPACES TO WKS-BIT-DETALLE
           CLOSE F-ASIGNACION.
           CLOSE F-PRESTAMOS.
           CLOSE F-HORAS.
           CLOSE F-DOMINICAL.
           CLOSE F-INCIDENCIAS.
           CLOSE F-AHORRO.
           CLOSE F-IMSS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-VACACIONES.
           CLOSE F-HIST-IDX.
           CLOSE F-SDI.
           CLOSE F-MOV-IMSS.
           CLOSE F-INFONAVIT.
           CLOSE F-INF-AMORT.
           CLOSE F-FONACOT.
           CLOSE F-INCAPACIDADES.
           CLOSE F-RIESGOS.
           CLOSE F-TIMBRES.
           CLOSE F-EXENTOS.
           CLOSE F-CONTRATOS.
           CLOSE F-CURSOS.
           CLOSE F-CAPACITA.
           CLOSE F-EVALUA.
           CLOSE F-MATRIZ.
           CLOSE F-COMISIONES.
           CLOSE F-DESC-VENTAS.
           CLOSE F-NETOS.
           CLOSE F-REGPAT.
           CLOSE F-ACTIVOS.
           CLOSE F-ASIGNA-ACT.
           CLOSE F-VIATICOS.
           CLOSE F-VIA-COMPROB.
           CLOSE F-VALES-RECH.
           CLOSE F-SOLICITUDES.
           CLOSE F-CONTACTOS.
           CLOSE F-OPERADORES.

       00029-CARGA-DEPTOS.
              MOVE ZEROS TO DP-SALARIO-MIN
              MOVE ZEROS TO DP-SALARIO-MAX
              MOVE ZEROS TO DP-PRESUPUESTO
              MOVE SPACES TO DP-SERIE
              MOVE 10 TO DP-CODIGO
              MOVE "RECURSOS HUMANOS" TO DP-NOMBRE
              MOVE "CC-10"            TO DP-CENTRO-COSTO
                   " 10. ENTIDAD FEDERATIVA DEL DEPTO "
                   " 11. TASA DE ISN POR ENTIDAD "
                   " 12. ALTA DE PLAZA "
                   " 13. OCUPACION DE PLAZAS "
                   " 14. JEFE INMEDIATO DE UN TRABAJADOR "
                   " 15. JEFE DE UNA PLAZA "
                   " 16. ORGANIGRAMA "
                   " 17. TRAMO DE CONTROL "
                   " 18. SUCURSAL (SERIE) DEL DEPTO  9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00160-ALTA-DEPTO
           IF WKS-ELECCION = 13
              PERFORM 00387-REPORTE-PLAZAS
           ELSE
           IF WKS-ELECCION = 14
              PERFORM 00761-ASIGNA-JEFE-TRAB
           ELSE
           IF WKS-ELECCION = 15
              PERFORM 00762-ASIGNA-JEFE-PLAZA
           ELSE
           IF WKS-ELECCION = 16
              PERFORM 00763-ORGANIGRAMA
           ELSE
           IF WKS-ELECCION = 17
              PERFORM 00770-TRAMO-CONTROL
           ELSE
           IF WKS-ELECCION = 18
              PERFORM 00849-CAPTURA-SUC-DEPTO
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
                    MOVE ZEROS TO DP-SALARIO-MIN
                    MOVE ZEROS TO DP-SALARIO-MAX
                    MOVE ZEROS TO DP-PRESUPUESTO
                    MOVE SPACES TO DP-SERIE
                    WRITE REG-DEPARTAMENTO
                       INVALID KEY
                          DISPLAY "ERROR AL GRABAR DEPARTAMENTO."
                    IF RC-ULT-REPORTE NUMERIC
                       MOVE RC-ULT-REPORTE TO WKS-ULT-REPORTE
                    END-IF
                    IF RC-REG-PATRONAL NOT = LOW-VALUES
                       MOVE RC-REG-PATRONAL TO WKS-REG-PATRONAL
                    END-IF
                    IF RC-RFC-PATRON NOT = LOW-VALUES
                       MOVE RC-RFC-PATRON TO WKS-RFC-PATRON
                    END-IF
                    IF RC-RAZON-SOCIAL NOT = LOW-VALUES
                       MOVE RC-RAZON-SOCIAL TO WKS-RAZON-SOCIAL
                    END-IF
                    IF RC-VIA-DIAS NUMERIC AND RC-VIA-DIAS > 0
                       MOVE RC-VIA-DIAS TO WKS-VIA-DIAS
                    END-IF
                    IF RC-ULT-VIATICO NUMERIC
                       MOVE RC-ULT-VIATICO TO WKS-ULT-VIATICO
                    END-IF
                    IF RC-KPI-UMBRAL NUMERIC AND RC-KPI-UMBRAL > 0
                       MOVE RC-KPI-UMBRAL TO WKS-KP-UMBRAL
                    END-IF
                    IF WKS-NOMINA-REINICIO > 0
                       PERFORM 00253-CARGA-ACUMULADOS
                    END-IF
           MOVE WKS-CORR-OTRAS   TO RC-CORR-OTRAS
           MOVE WKS-DIS-CUENTAS  TO RC-DIS-CUENTAS
           MOVE WKS-DIS-TOTAL    TO RC-DIS-TOTAL
           MOVE WKS-VAL-CUANTOS  TO RC-VAL-CUANTOS
           MOVE WKS-VAL-TOTAL    TO RC-VAL-TOTAL
           MOVE WKS-POL-NUM      TO RC-POL-NUM
           MOVE WKS-RPA-NUM      TO RC-RPA-NUM
           MOVE WKS-CORR-PATRON  TO RC-CORR-PATRON
           MOVE WKS-ULT-CHEQUE   TO RC-ULT-CHEQUE
           MOVE WKS-RETENCION-ANOS TO RC-RETENCION-ANOS
           MOVE WKS-PWD-MAX-INT TO RC-PWD-INTENTOS
           MOVE WKS-ULT-REPORTE TO RC-ULT-REPORTE
           MOVE WKS-DISP-PTU-PEND TO RC-DISP-PTU-PEND
           MOVE WKS-REG-PATRONAL TO RC-REG-PATRONAL
           MOVE WKS-RFC-PATRON TO RC-RFC-PATRON
           MOVE WKS-RAZON-SOCIAL TO RC-RAZON-SOCIAL
           MOVE WKS-VIA-DIAS TO RC-VIA-DIAS
           MOVE WKS-ULT-VIATICO TO RC-ULT-VIATICO
           MOVE WKS-KP-UMBRAL TO RC-KPI-UMBRAL
           MOVE WKS-NOM-ALCANCE TO RC-NOM-ALCANCE
           MOVE WKS-NOM-DEPTO   TO RC-NOM-DEPTO
           MOVE WKS-NOM-EXTRA   TO RC-NOM-EXTRA
           MOVE 1 TO WKS-POL-IDX
           PERFORM 00255-GRABA-ACUM-CC-RENGLON
              UNTIL WKS-POL-IDX > 20
           MOVE 1 TO WKS-RP-I
           PERFORM 00741-GRABA-RPA-RENGLON
              UNTIL WKS-RP-I > 9
           OPEN OUTPUT F-CONTROL
           WRITE REG-CONTROL
           CLOSE F-CONTROL.
                TO RC-POL-CC-COD(WKS-POL-IDX)
           MOVE WKS-POL-CC-MONTO(WKS-POL-IDX)
                TO RC-POL-CC-MONTO(WKS-POL-IDX)
           MOVE WKS-POL-CC-RP(WKS-POL-IDX)
                TO RC-POL-CC-RP(WKS-POL-IDX)
           ADD 1 TO WKS-POL-IDX.

       00253-CARGA-ACUMULADOS.
           IF RC-DIS-TOTAL NUMERIC
              MOVE RC-DIS-TOTAL TO WKS-DIS-TOTAL
           END-IF
           IF RC-VAL-CUANTOS NUMERIC
              MOVE RC-VAL-CUANTOS TO WKS-VAL-CUANTOS
           END-IF
           IF RC-VAL-TOTAL NUMERIC
              MOVE RC-VAL-TOTAL TO WKS-VAL-TOTAL
           END-IF
           IF RC-POL-NUM NUMERIC
              MOVE RC-POL-NUM TO WKS-POL-NUM
              MOVE 1 TO WKS-POL-IDX
           IF RC-CORR-PATRON NUMERIC
              MOVE RC-CORR-PATRON TO WKS-CORR-PATRON
           END-IF
           IF RC-RPA-NUM NUMERIC
              MOVE RC-RPA-NUM TO WKS-RPA-NUM
              MOVE 1 TO WKS-RP-I
              PERFORM 00743-CARGA-RPA-RENGLON
                 UNTIL WKS-RP-I > WKS-RPA-NUM
           END-IF
      *La corrida detenida pudo ser extraordinaria: se recupera su
      *alcance para que el reintento no barra toda la plantilla.
           IF RC-NOM-ALCANCE = 'D' OR RC-NOM-ALCANCE = 'L'
           ELSE
              MOVE ZERO TO WKS-POL-CC-MONTO(WKS-POL-IDX)
           END-IF
           IF RC-POL-CC-RP(WKS-POL-IDX) NUMERIC
              MOVE RC-POL-CC-RP(WKS-POL-IDX)
                   TO WKS-POL-CC-RP(WKS-POL-IDX)
           ELSE
              MOVE 1 TO WKS-POL-CC-RP(WKS-POL-IDX)
           END-IF
           ADD 1 TO WKS-POL-IDX.

       00072-CARGA-CORRIDAS.
      *el recibo.
           MOVE ZERO TO WKS-OTR-DEDUC
           MOVE ZERO TO WKS-OTR-PERCEP
           MOVE ZERO TO WKS-VAL-MONTO
           MOVE ZERO TO WKS-CONC-NUM
           MOVE ZERO TO WKS-EXP-NUM
           MOVE 1 TO WKS-CONC-IDX
           PERFORM 00635-LIMPIA-EXENTO-RENGLON
              UNTIL WKS-CONC-IDX > 20
           MOVE WKS-ID-TRAB TO AS-ID-TRAB
           MOVE ZEROS TO AS-CONCEPTO
           START F-ASIGNACION KEY IS NOT LESS THAN AS-LLAVE
           END-IF
           IF CO-ES-PERCEPCION
              ADD WKS-CONC-IMPORTE TO WKS-OTR-PERCEP
              IF CO-CLAVE-SAT = '029'
                 ADD WKS-CONC-IMPORTE TO WKS-VAL-MONTO
              END-IF
           ELSE
              ADD WKS-CONC-IMPORTE TO WKS-OTR-DEDUC
           END-IF
              ADD 1 TO WKS-CONC-NUM
              MOVE CO-DESCRIPCION  TO WKS-CONC-DESC(WKS-CONC-NUM)
              MOVE CO-TIPO         TO WKS-CONC-TIPO(WKS-CONC-NUM)
              IF CO-CLAVE-SAT NUMERIC
                 MOVE CO-CLAVE-SAT TO WKS-CONC-SAT(WKS-CONC-NUM)
              ELSE
                 MOVE SPACES TO WKS-CONC-SAT(WKS-CONC-NUM)
              END-IF
              MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
              MOVE WKS-CONC-IMPORTE TO WKS-CONC-MONTO(WKS-CONC-NUM)
              IF CO-ES-PERCEPCION
                 PERFORM 00640-EXENTO-CONCEPTO
              END-IF
           END-IF.

       00640-EXENTO-CONCEPTO.
      *Parte exenta del concepto del catalogo recien aplicado, segun
      *su regla de exencion.
           IF CO-EXENTO-TOTAL
              MOVE WKS-CONC-IMPORTE TO WKS-CONC-EXENTO(WKS-CONC-NUM)
           ELSE
           IF CO-EXENTO-CORRIDA AND CO-EXE-UMAS NUMERIC
              COMPUTE WKS-EX-DISPONIBLE ROUNDED =
                      WKS-PAR-UMA * CO-EXE-UMAS
              MOVE WKS-CONC-IMPORTE TO WKS-EX-MONTO
              PERFORM 00628-APLICA-TOPE-EXENTO
              MOVE WKS-EX-EXENTO TO WKS-CONC-EXENTO(WKS-CONC-NUM)
           ELSE
           IF CO-EXENTO-ANUAL AND CO-EXE-UMAS NUMERIC
              COMPUTE WKS-EX-TOPE ROUNDED =
                      WKS-PAR-UMA * CO-EXE-UMAS
              MOVE WKS-CONC-IMPORTE TO WKS-EX-MONTO
              MOVE SPACES TO WKS-EX-RUBRO
              STRING "C" CO-CODIGO DELIMITED BY SIZE
                     INTO WKS-EX-RUBRO
              COMPUTE WKS-EX-ANO = WKS-RECIBO-FECHA / 10000
              PERFORM 00627-CALCULA-EXENTO-ANUAL
              MOVE WKS-EX-EXENTO TO WKS-CONC-EXENTO(WKS-CONC-NUM)
              PERFORM 00629-AGREGA-EXENTO-PEND
           END-IF
           END-IF
           END-IF.

       00096-ALTA-CONCEPTO.
                 ELSE
                    DISPLAY "IMPORTE O PORCENTAJE: "
                    ACCEPT CO-IMPORTE
                    DISPLAY "CLAVE SAT DEL CONCEPTO (EJ. 029 VALES, "
                            "019 CUOTA SINDICAL): "
                    ACCEPT CO-CLAVE-SAT
                    MOVE 'G' TO CO-EXENCION
                    MOVE ZERO TO CO-EXE-UMAS
                    IF CO-ES-PERCEPCION
                       DISPLAY "EXENCION: G.GRAVADA E.EXENTA M.EXENTA "
                               "HASTA N UMAS POR CORRIDA A.EXENTA "
                               "HASTA N UMAS AL ANO"
                       ACCEPT CO-EXENCION
                       IF CO-EXENTO-CORRIDA OR CO-EXENTO-ANUAL
                          DISPLAY "NUMERO DE UMAS EXENTAS: "
                          ACCEPT CO-EXE-UMAS
                       ELSE
                       IF NOT CO-EXENTO-TOTAL
                          MOVE 'G' TO CO-EXENCION
                       END-IF
                       END-IF
                    END-IF
                    MOVE 'A' TO CO-ESTADO
                    WRITE REG-CONCEPTO
                       INVALID KEY
                         " TIPO " CO-TIPO " FORMA " CO-FORMA
                         " IMPORTE " CO-IMPORTE
                         " ESTADO " CO-ESTADO
                         " SAT " CO-CLAVE-SAT
                         " EXENCION " CO-EXENCION
           END-READ.

       00099-ASIGNA-CONCEPTO.
      *registros pagados se marcan hasta 00110, cuando el
      *trabajador ya quedo grabado.
           MOVE ZERO TO WKS-HE-MONTO
           MOVE ZERO TO WKS-HE-DOBLE
           MOVE ZERO TO WKS-HE-NUM
           MOVE ZERO TO WKS-HE-EXENTO
           COMPUTE WKS-HE-TARIFA =
                   WKS-SALARIO / 30 / 8
           MOVE WKS-ID-TRAB TO HE-ID-TRAB
              ADD 1 TO WKS-CONC-NUM
              MOVE "HORAS EXTRA" TO WKS-CONC-DESC(WKS-CONC-NUM)
              MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
              MOVE '019' TO WKS-CONC-SAT(WKS-CONC-NUM)
              MOVE 'B' TO WKS-CONC-CLASE(WKS-CONC-NUM)
              MOVE WKS-HE-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
      *Exenta la mitad de lo pagado por horas dobles, hasta 5 UMAs
      *por cada semana del periodo; las triples son gravadas.
              COMPUTE WKS-EX-SEMANAS ROUNDED = WKS-PRO-DIAS-PER / 7
              IF WKS-EX-SEMANAS < 1
                 MOVE 1 TO WKS-EX-SEMANAS
              END-IF
              COMPUTE WKS-EX-DISPONIBLE ROUNDED =
                      WKS-PAR-UMA * 5 * WKS-EX-SEMANAS
              COMPUTE WKS-EX-MONTO ROUNDED = WKS-HE-DOBLE / 2
              PERFORM 00628-APLICA-TOPE-EXENTO
              MOVE WKS-EX-EXENTO TO WKS-CONC-EXENTO(WKS-CONC-NUM)
              MOVE WKS-EX-EXENTO TO WKS-HE-EXENTO
              COMPUTE WKS-EX-GRAVADO = WKS-HE-MONTO - WKS-EX-EXENTO
              MOVE "HEXT" TO WKS-EX-RUBRO
              PERFORM 00629-AGREGA-EXENTO-PEND
           END-IF.

       00113-SUMA-HORAS-RENGLON.
                               WKS-HE-TARIFA * 2 * (HE-HORAS-ORD
                               + HE-HORAS-DOB * 2
                               + HE-HORAS-TRI * 3)
                       COMPUTE WKS-HE-DOBLE ROUNDED = WKS-HE-DOBLE +
                               WKS-HE-TARIFA * 2 * HE-HORAS-DOB * 2
                    ELSE
                       COMPUTE WKS-HE-MONTO ROUNDED = WKS-HE-MONTO +
                               WKS-HE-TARIFA * (HE-HORAS-ORD
                               + HE-HORAS-DOB * 2
                               + HE-HORAS-TRI * 3)
                       COMPUTE WKS-HE-DOBLE ROUNDED = WKS-HE-DOBLE +
                               WKS-HE-TARIFA * HE-HORAS-DOB * 2
                    END-IF
                    IF WKS-HE-NUM < 31
                       ADD 1 TO WKS-HE-NUM
                 MOVE "DIAS NO TRABAJADOS"
                      TO WKS-CONC-DESC(WKS-CONC-NUM)
                 MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                 MOVE '020' TO WKS-CONC-SAT(WKS-CONC-NUM)
                 MOVE 'B' TO WKS-CONC-CLASE(WKS-CONC-NUM)
                 MOVE WKS-IN-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
              END-IF
           END-IF
           PERFORM 00587-CALCULA-INCAPACIDADES.

       00117-SUMA-INCID-RENGLON.
           READ F-INCIDENCIAS NEXT RECORD
                    MOVE 1 TO WKS-IN-FIN
                 ELSE
                 IF IN-PENDIENTE
      *Una falta en un dia amparado por un certificado de
      *incapacidad no descuenta como falta; el certificado manda.
                    MOVE ZERO TO WKS-CE-CUBIERTA
                    IF IN-FALTA
                       MOVE IN-ID-TRAB TO WKS-CE-ID
                       MOVE IN-FECHA TO WKS-CE-FECHA
                       PERFORM 00593-FECHA-EN-INCAPACIDAD
                    END-IF
      *Los dias festivos dentro de la incidencia no descuentan.
                    IF WKS-CE-CUBIERTA = 0
                       PERFORM 00323-DIAS-SIN-FESTIVO
                       ADD WKS-FES-DIAS TO WKS-IN-DIAS-TOT
                    END-IF
                    IF WKS-IN-NUM < 31
                       ADD 1 TO WKS-IN-NUM
                       MOVE IN-FECHA
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'C' TO IN-ESTADO
                 COMPUTE IN-CORRIDA = WKS-ULT-CORRIDA + 1
                 REWRITE REG-INCIDENCIA
                    INVALID KEY
                       DISPLAY "ERROR AL MARCAR INCIDENCIA APLICADA."
                 DISPLAY "FECHA DE LA INCIDENCIA (AAAAMMDD): "
                 ACCEPT IN-FECHA
                 DISPLAY "TIPO: 1.FALTA INJUSTIFICADA 2.PERMISO SIN "
                         "GOCE 3.INCAPACIDAD (CERTIFICADO IMSS)"
                 ACCEPT IN-TIPO
                 IF IN-TIPO < 1 OR IN-TIPO > 3
                    DISPLAY "TIPO INVALIDO, VERIFIQUE."
                    PERFORM 00120-CAPTURA-INCIDENCIA
                 ELSE
                    PERFORM 00891-GRABA-INCIDENCIA
                 END-IF
              END-IF
           END-IF.

       00891-GRABA-INCIDENCIA.
      *Una incidencia fechada en un mes de NOMINA cerrado se rechaza
      *o se traslada a hoy segun la regla del cierre.
           MOVE "NOM" TO WKS-CIE-AREA
           MOVE IN-FECHA TO WKS-CIE-FECHA
           MOVE 1 TO WKS-CIE-TRASLADO
           PERFORM 00878-REVISA-CIERRE
           MOVE "INCI" TO WKS-CIE-TIPO
           MOVE SPACES TO WKS-CIE-REFERENCIA
           STRING IN-ID-TRAB " " IN-FECHA DELIMITED BY SIZE
                  INTO WKS-CIE-REFERENCIA
           MOVE SPACES TO WKS-CIE-DETALLE
           STRING "INCIDENCIA TIPO " IN-TIPO DELIMITED BY SIZE
                  INTO WKS-CIE-DETALLE
           IF WKS-CIE-TRASLADA
              MOVE WKS-CIE-HOY TO IN-FECHA
           END-IF
           IF NOT WKS-CIE-RECHAZA
      *Las incapacidades ya no son incidencias: van al registro de
      *certificados con su folio del IMSS.
              IF IN-TIPO = 3
                 PERFORM 00598-CAPTURA-FOLIO-INCAP
              ELSE
                 DISPLAY "DIAS A DESCONTAR: "
                 ACCEPT IN-DIAS
                 MOVE 'P' TO IN-ESTADO
                 MOVE ZEROS TO IN-CORRIDA
                 WRITE REG-INCIDENCIA
                    INVALID KEY
                       DISPLAY "YA HAY UNA INCIDENCIA EN ESA "
                               "FECHA, SE REEMPLAZA."
                       REWRITE REG-INCIDENCIA
                 END-WRITE
              END-IF
           END-IF
           PERFORM 00879-ANOTA-CIERRE.

       00121-CARGA-INCIDENCIAS.
      *Abre el archivo de incidencias, creandolo vacio la primera
      *vez.
                       MOVE "CAJA DE AHORRO"
                            TO WKS-CONC-DESC(WKS-CONC-NUM)
                       MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                       MOVE '004' TO WKS-CONC-SAT(WKS-CONC-NUM)
                       MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                       MOVE AH-APORTACION
                            TO WKS-CONC-MONTO(WKS-CONC-NUM)
                    END-IF
                 ACCEPT PZ-SALARIO-AUT
                 MOVE 'V' TO PZ-ESTADO
                 MOVE ZEROS TO PZ-ID-OCUPANTE
                 MOVE ZEROS TO PZ-JEFE
                 WRITE REG-PLAZA
                    INVALID KEY
                       DISPLAY "YA EXISTE ESA PLAZA."
                       MOVE "ABONO PRESTAMO DE AHORRO"
                            TO WKS-CONC-DESC(WKS-CONC-NUM)
                       MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                       MOVE '004' TO WKS-CONC-SAT(WKS-CONC-NUM)
                       MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                       MOVE WKS-PGA-ABONO
                            TO WKS-CONC-MONTO(WKS-CONC-NUM)
                    END-IF
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'C' TO HE-ESTADO
                 COMPUTE HE-CORRIDA = WKS-ULT-CORRIDA + 1
                 REWRITE REG-HORAS
                    INVALID KEY
                       DISPLAY "ERROR AL MARCAR HORAS COBRADAS."
                   " 13. ACUSE DE RECIBO (FIRMA) "
                   " 14. PRESTAMO DE CAJA DE AHORRO "
                   " 15. BENEFICIARIOS DE UN TRABAJADOR "
                   " 16. IMPORTAR CEDULA FONACOT "
                   " 17. REPORTE DE PAGO FONACOT DEL MES "
                   " 9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
           IF WKS-ELECCION = 15
              PERFORM 00403-CAPTURA-BENEFICIARIO
           ELSE
           IF WKS-ELECCION = 16
              PERFORM 00563-IMPORTA-CEDULA-FONACOT
           ELSE
           IF WKS-ELECCION = 17
              PERFORM 00577-REPORTE-PAGO-FONACOT
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
                 MOVE WKS-ID-AUX TO HE-ID-TRAB
                 DISPLAY "FECHA DE LAS HORAS (AAAAMMDD): "
                 ACCEPT HE-FECHA
                 PERFORM 00890-GRABA-HORAS
              END-IF
           END-IF.

       00890-GRABA-HORAS.
      *Horas fechadas en un mes de NOMINA cerrado se rechazan o se
      *trasladan a hoy segun la regla del cierre.
           MOVE "NOM" TO WKS-CIE-AREA
           MOVE HE-FECHA TO WKS-CIE-FECHA
           MOVE 1 TO WKS-CIE-TRASLADO
           PERFORM 00878-REVISA-CIERRE
           MOVE "HORA" TO WKS-CIE-TIPO
           MOVE SPACES TO WKS-CIE-REFERENCIA
           STRING HE-ID-TRAB " " HE-FECHA DELIMITED BY SIZE
                  INTO WKS-CIE-REFERENCIA
           MOVE "HORAS EXTRA" TO WKS-CIE-DETALLE
           IF WKS-CIE-TRASLADA
              MOVE WKS-CIE-HOY TO HE-FECHA
           END-IF
           IF NOT WKS-CIE-RECHAZA
              DISPLAY "HORAS SENCILLAS: "
              ACCEPT HE-HORAS-ORD
              DISPLAY "HORAS DOBLES: "
              ACCEPT HE-HORAS-DOB
              DISPLAY "HORAS TRIPLES: "
              ACCEPT HE-HORAS-TRI
              MOVE 'P' TO HE-ESTADO
              MOVE ZEROS TO HE-CORRIDA
              WRITE REG-HORAS
                 INVALID KEY
                    DISPLAY "YA HAY HORAS CAPTURADAS PARA ESA "
                            "FECHA, SE REEMPLAZAN."
                    REWRITE REG-HORAS
              END-WRITE
           END-IF
           PERFORM 00879-ANOTA-CIERRE.

       00104-CARGA-PRESTAMOS.
      *Abre el archivo maestro de prestamos, creandolo vacio la
      *primera vez.
                       MOVE "ABONO A PRESTAMO"
                            TO WKS-CONC-DESC(WKS-CONC-NUM)
                       MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                       MOVE '004' TO WKS-CONC-SAT(WKS-CONC-NUM)
                       MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                       MOVE WKS-PREST-ABONO
                            TO WKS-CONC-MONTO(WKS-CONC-NUM)
                    END-IF
              MOVE ZEROS    TO PA-TASA-PATRON-IMSS
              MOVE ZEROS    TO PA-TASA-RETIRO
              MOVE ZEROS    TO PA-TASA-INFONAVIT
              MOVE ZEROS    TO PA-UMA-DIARIA
              MOVE 25       TO PA-SDI-TOPE-UMAS
              MOVE ZEROS    TO PA-PRIMA-RT
              WRITE REG-PARAMETROS
           END-IF.

              MOVE ZEROS    TO WKS-PAR-TASA-PAT-IMSS
              MOVE ZEROS    TO WKS-PAR-TASA-RETIRO
              MOVE ZEROS    TO WKS-PAR-TASA-INFONAV
              MOVE ZEROS    TO WKS-PAR-UMA
              MOVE 25       TO WKS-PAR-TOPE-UMAS
              MOVE ZEROS    TO WKS-PAR-PRIMA-RT
           END-IF.

       00089-REVISA-PARAM-RENGLON.
                    MOVE PA-TASA-RETIRO  TO WKS-PAR-TASA-RETIRO
                    MOVE PA-TASA-INFONAVIT
                         TO WKS-PAR-TASA-INFONAV
      *Tablas grabadas antes de existir la UMA la traen en blanco:
      *sin UMA no hay tope de SDI; sin numero de UMAs rige el de ley.
                    IF PA-UMA-DIARIA NUMERIC
                       MOVE PA-UMA-DIARIA TO WKS-PAR-UMA
                    ELSE
                       MOVE ZERO TO WKS-PAR-UMA
                    END-IF
                    IF PA-SDI-TOPE-UMAS NUMERIC
                       AND PA-SDI-TOPE-UMAS > 0
                       MOVE PA-SDI-TOPE-UMAS TO WKS-PAR-TOPE-UMAS
                    ELSE
                       MOVE 25 TO WKS-PAR-TOPE-UMAS
                    END-IF
                    IF PA-PRIMA-RT NUMERIC
                       MOVE PA-PRIMA-RT TO WKS-PAR-PRIMA-RT
                    ELSE
                       MOVE ZERO TO WKS-PAR-PRIMA-RT
                    END-IF
                 ELSE
                    MOVE "10" TO WKS-FS-PARAMS
                 END-IF

       00281-APLICA-SUBSIDIO.
      *Subsidio al empleo del trabajador en calculo: la cuota del
      *rango de su base del ISR se resta del ISR recien calculado.
      *Cuando la cuota es mayor que el impuesto, el ISR queda en
      *cero y el excedente se paga como renglon propio del recibo.
      *Con la tabla de subsidio en ceros no aplica nada.
           MOVE ZERO TO WKS-SUB-CUOTA
           IF WKS-PAR-SUB-LIM-3 > 0 OR WKS-PAR-SUB-CUO-4 > 0
              IF WKS-BASE-ISR > WKS-PAR-SUB-LIM-3
                 MOVE WKS-PAR-SUB-CUO-4 TO WKS-SUB-CUOTA
              ELSE
              IF WKS-BASE-ISR > WKS-PAR-SUB-LIM-2
                 MOVE WKS-PAR-SUB-CUO-3 TO WKS-SUB-CUOTA
              ELSE
              IF WKS-BASE-ISR > WKS-PAR-SUB-LIM-1
                 MOVE WKS-PAR-SUB-CUO-2 TO WKS-SUB-CUOTA
              ELSE
                 MOVE WKS-PAR-SUB-CUO-1 TO WKS-SUB-CUOTA
                    MOVE "SUBSIDIO AL EMPLEO"
                         TO WKS-CONC-DESC(WKS-CONC-NUM)
                    MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                    MOVE '002' TO WKS-CONC-SAT(WKS-CONC-NUM)
                    MOVE 'O' TO WKS-CONC-CLASE(WKS-CONC-NUM)
                    MOVE WKS-SUB-EXCEDENTE
                         TO WKS-CONC-MONTO(WKS-CONC-NUM)
                 END-IF
           ACCEPT PA-TASA-RETIRO
           DISPLAY "TASA INFONAVIT (EJ. 05.0000): "
           ACCEPT PA-TASA-INFONAVIT
           DISPLAY "VALOR DIARIO DE LA UMA (EJ. 00113.14): "
           ACCEPT PA-UMA-DIARIA
           DISPLAY "TOPE DEL SDI EN UMAS (EJ. 025): "
           ACCEPT PA-SDI-TOPE-UMAS
           DISPLAY "PRIMA DE RIESGO DE TRABAJO (EJ. 02.59840): "
           ACCEPT PA-PRIMA-RT
           WRITE REG-PARAMETROS
              INVALID KEY
                 DISPLAY "YA EXISTE UNA TABLA CON ESA FECHA, SE "
                         PA-TASA-PATRON-IMSS " RETIRO "
                         PA-TASA-RETIRO " INFONAVIT "
                         PA-TASA-INFONAVIT
                 IF PA-UMA-DIARIA NUMERIC
                    DISPLAY "   UMA DIARIA: " PA-UMA-DIARIA
                            "  TOPE SDI (UMAS): " PA-SDI-TOPE-UMAS
                 END-IF
                 IF PA-PRIMA-RT NUMERIC
                    DISPLAY "   PRIMA DE RIESGO DE TRABAJO: "
                            PA-PRIMA-RT
                 END-IF
           END-READ.

       00076-CARGA-PERIODOS.
                   " 8. CONCEPTOS DE UN TRABAJADOR "
                   " 10. ALTA DE TURNO  11. CONSULTA DE TURNOS "
                   " 12. ALTA DE DIA FESTIVO "
                   " 13. CONSULTA DE FESTIVOS "
                   " 14. EXENTOS ACUMULADOS DE UN TRABAJADOR "
                   " 15. ALTA/CAMBIO DE REGISTRO PATRONAL "
                   " 16. CONSULTA DE REGISTROS PATRONALES "
                   " 17. REGISTRO PATRONAL DE UN DEPARTAMENTO "
                   " 18. REGISTRO PATRONAL DE UN TRABAJADOR "
                   " 19. ALTA/CAMBIO DE ACTIVO "
                   " 20. CONSULTA DE ACTIVOS "
                   " 21. ENTREGA DE ACTIVO A TRABAJADOR "
                   " 22. DEVOLUCION DE ACTIVO "
                   " 23. ACTIVOS POR DEPARTAMENTO "
                   " 9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00081-ALTA-PERIODO
           IF WKS-ELECCION = 13
              PERFORM 00326-CONSULTA-FESTIVOS
           ELSE
           IF WKS-ELECCION = 14
              PERFORM 00637-CONSULTA-EXENTOS
           ELSE
           IF WKS-ELECCION = 15
              PERFORM 00725-ALTA-REGPAT
           ELSE
           IF WKS-ELECCION = 16
              PERFORM 00726-CONSULTA-REGPAT
           ELSE
           IF WKS-ELECCION = 17
              PERFORM 00728-ASIGNA-REGPAT-DEPTO
           ELSE
           IF WKS-ELECCION = 18
              PERFORM 00729-ASIGNA-REGPAT-TRAB
           ELSE
           IF WKS-ELECCION = 19
              PERFORM 00798-ALTA-ACTIVO
           ELSE
           IF WKS-ELECCION = 20
              PERFORM 00799-CONSULTA-ACTIVOS
           ELSE
           IF WKS-ELECCION = 21
              PERFORM 00801-ASIGNA-ACTIVO
           ELSE
           IF WKS-ELECCION = 22
              PERFORM 00803-DEVUELVE-ACTIVO
           ELSE
           IF WKS-ELECCION = 23
              PERFORM 00812-REPORTE-ACTIVOS-DEPTO
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
                 IF CR-TIPO = 'E'
                    DISPLAY "   *CORRIDA EXTRAORDINARIA*"
                 END-IF
                 IF CR-LIBERADA = 'X'
                    DISPLAY "   *CORRIDA REVERSADA EL "
                            CR-REVERSA-FECHA " POR "
                            CR-REVERSA-OPER "*"
                 END-IF
                 MOVE CR-TOTAL-BRUTO TO WKS-CORR-FORMATO
                 DISPLAY "   TOTAL BRUTO: " WKS-CORR-FORMATO
                 MOVE CR-TOTAL-ISR TO WKS-CORR-FORMATO
           END-IF
           MOVE RT-RFC  TO WKS-RFC
           MOVE RT-CURP TO WKS-CURP
           MOVE RT-NSS  TO WKS-NSS
           IF RT-DESCANSO(1) NUMERIC AND RT-DESCANSO(1) > 0
              MOVE RT-DESCANSO(1) TO WKS-DESCANSO(1)
           ELSE
              MOVE 7 TO WKS-DESCANSO(1)
           END-IF
           IF RT-DESCANSO(2) NUMERIC
              MOVE RT-DESCANSO(2) TO WKS-DESCANSO(2)
           ELSE
              MOVE ZERO TO WKS-DESCANSO(2)
           END-IF
           IF RT-REG-PAT NUMERIC
              MOVE RT-REG-PAT TO WKS-REG-PAT-TRAB
           ELSE
              MOVE ZERO TO WKS-REG-PAT-TRAB
           END-IF
           IF RT-JEFE NUMERIC
              MOVE RT-JEFE TO WKS-JEFE
           ELSE
              MOVE ZERO TO WKS-JEFE
           END-IF
           IF RT-TARJETA-VALES = LOW-VALUES
              MOVE SPACES TO WKS-TARJETA-VALES
           ELSE
              MOVE RT-TARJETA-VALES TO WKS-TARJETA-VALES
           END-IF.

       00225-AREA-A-REG.
      *Copia el area de trabajo al registro del archivo.
           MOVE WKS-PLAZA        TO RT-PLAZA
           MOVE WKS-RFC          TO RT-RFC
           MOVE WKS-CURP         TO RT-CURP
           MOVE WKS-NSS          TO RT-NSS
           MOVE WKS-DESCANSO(1)  TO RT-DESCANSO(1)
           MOVE WKS-DESCANSO(2)  TO RT-DESCANSO(2)
           MOVE WKS-REG-PAT-TRAB TO RT-REG-PAT
           MOVE WKS-JEFE         TO RT-JEFE
           MOVE WKS-TARJETA-VALES TO RT-TARJETA-VALES.

       00226-LEE-TRAB-POR-ID.
      *Busca por llave primaria el trabajador con ID WKS-ID-AUX y lo
                    MOVE WKS-ID-TRAB TO WKS-CIF-MAYOR
                 END-IF
                 PERFORM 00235-GRABA-CIFRAS
                 PERFORM 00518-GRABA-SDI-ALTA
                 MOVE '08' TO WKS-MI-TIPO
                 MOVE WKS-FECHA-ALTA TO WKS-MI-FECHA
                 MOVE WKS-SDI-VIGENTE TO WKS-MI-SDI
                 PERFORM 00530-GRABA-MOV-IMSS
           END-WRITE.

       00022-REGRABA-TRABAJADOR.
       00001-CAPTURA-TRAB.
      *Ya no hay tope de plantilla: el alta se captura en el area de
      *trabajo y se graba directo al archivo indexado.
      *El jefe inmediato y el registro patronal propios se
      *capturan en sus catalogos; al alta se toman los de la plaza
      *y el departamento.
           MOVE ZERO TO WKS-JEFE
           MOVE ZERO TO WKS-REG-PAT-TRAB
           MOVE SPACES TO WKS-TARJETA-VALES
           PERFORM 00054-CAPTURA-NOMBRE-EMP
           MOVE WKS-NOMBRE-TEMP TO WKS-NOMBRE-TRAB


       00451-FORMA-REVISA-ALTA.
           PERFORM 00452-FORMA-MUESTRA-ALTA
           DISPLAY "CAMPO A CORREGIR (1-11, 0 = NINGUNO): "
           ACCEPT WKS-FORMA-CAMPO
           IF WKS-FORMA-CAMPO = 0
              DISPLAY "CONFIRMA EL ALTA CON ESTOS DATOS? S.SI "
           DISPLAY " 4. SALARIO:       " WKS-SAL-FORMATO
           DISPLAY " 5. FRECUENCIA:    " WKS-FRECUENCIA
           DISPLAY " 6. TURNO:         " WKS-TURNO
                   "  DESCANSO " WKS-DESCANSO(1) " " WKS-DESCANSO(2)
           DISPLAY " 7. CUENTA BANCO:  " WKS-CUENTA-BANCO
           DISPLAY " 8. FORMA DE PAGO: " WKS-FORMA-PAGO
           DISPLAY " 9. RFC/CURP/NSS:  " WKS-RFC " " WKS-NSS
                   WKS-DEPARTAMENTO(2) " " WKS-DEPARTAMENTO(3)
                   "  PCT " WKS-PORCENTAJE(1) " "
                   WKS-PORCENTAJE(2) " " WKS-PORCENTAJE(3)
           DISPLAY "11. TARJETA VALES: " WKS-TARJETA-VALES
           DISPLAY "------------------------------------------".

       00453-FORMA-CORRIGE-CAMPO.
              MOVE ZERO TO WKS-BAN-OK
              PERFORM 00170-VALIDA-BANDA-ALTA
                 UNTIL WKS-BAN-OK = 1
           ELSE
           IF WKS-FORMA-CAMPO = 11
              PERFORM 00843-CAPTURA-TARJETA-VALES
           ELSE
              DISPLAY "CAMPO INVALIDO, VERIFIQUE."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       00454-CONFIRMA-CORRIDA.
              MOVE WKS-SAL-FORMATO TO WKS-LH-NUEVO
              PERFORM 00022-REGRABA-TRABAJADOR
              PERFORM 00037-GRABA-HISTORIAL
              ACCEPT WKS-SDI-FECHA-REF FROM DATE YYYYMMDD
              PERFORM 00527-SDI-CAMBIO-SALARIO
              ADD 1 TO WKS-AUM-CONTADOR
           END-IF.

           PERFORM 00223-LEE-SIGUIENTE-TRAB
           IF WKS-BARRIDO-FIN = 0
              PERFORM 00328-TRAB-EN-ALCANCE
              IF WKS-NOM-INCLUYE = 1 AND WKS-ACTIVO
                 PERFORM 00652-VERIFICA-CONTRATO
              END-IF
           ELSE
              MOVE ZERO TO WKS-NOM-INCLUYE
           END-IF
                 MOVE "AJUSTE DIAS ALTA/BAJA"
                      TO WKS-CONC-DESC(WKS-CONC-NUM)
                 MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                 MOVE '020' TO WKS-CONC-SAT(WKS-CONC-NUM)
                 MOVE 'I' TO WKS-CONC-CLASE(WKS-CONC-NUM)
                 MOVE WKS-PRO-AJUSTE TO WKS-CONC-MONTO(WKS-CONC-NUM)
              END-IF
      *Las horas extra entran a la base antes de calcular el ISR y
      *el IMSS, que se aplican sobre sueldo mas tiempo extra.
              PERFORM 00109-CALCULA-HORAS-EXTRA
      *Domingos y dias de descanso trabajados, segun las checadas.
              PERFORM 00717-CALCULA-DOMINICAL
      *Las incidencias pendientes descuentan dias completos del
      *sueldo antes de cualquier deduccion.
              PERFORM 00116-CALCULA-INCIDENCIAS
      *Aumentos con fecha efectiva anterior a su captura pagan su
      *retroactivo en esta corrida.
              PERFORM 00277-CALCULA-RETROACTIVO
      *Las comisiones de venta liquidadas por el calculador de IVA
      *se pagan en la corrida que sigue a su corte.
              PERFORM 00700-CALCULA-COMISIONES
      *Reembolsos y descuentos de anticipos de viaticos.
              PERFORM 00825-CALCULA-VIATICOS
      *La prima de turno es salario y entra a la base gravable.
              PERFORM 00311-CALCULA-PRIMA-TURNO
              COMPUTE WKS-BASE-GRAVABLE ROUNDED =
                      WKS-SALARIO * WKS-PRO-FACTOR
                      + WKS-TUR-MONTO
                      + WKS-HE-MONTO - WKS-IN-MONTO
      *El ISR se calcula solo sobre la parte gravada de las
      *percepciones del recibo.
              PERFORM 00633-CALCULA-BASE-ISR
              MOVE WKS-BASE-ISR TO WKS-ISR-BASE
              PERFORM 00636-ISR-DE-TABLA
              MOVE WKS-ISR-CALC TO WKS-DEDUC-ISR
      *El subsidio al empleo de la tabla vigente se resta del ISR
      *del rango; si lo excede, la diferencia se paga en el recibo.
              PERFORM 00281-APLICA-SUBSIDIO

      *El IMSS cotiza sobre el salario diario integrado vigente a
      *la fecha de la corrida, con su tope legal, por los dias
      *pagados del mes; no sobre el bruto del recibo.
              MOVE WKS-RECIBO-FECHA TO WKS-SDI-FECHA-REF
              PERFORM 00516-BUSCA-SDI-VIGENTE
              COMPUTE WKS-IMSS-BASE ROUNDED =
                      WKS-SDI-VIGENTE * 30 * WKS-PRO-FACTOR
              COMPUTE WKS-DEDUC-IMSS = WKS-IMSS-BASE *
                      (WKS-PAR-TASA-IMSS / 100)
      *Las cuotas patronales no tocan el neto del trabajador, pero
      *se calculan aqui para acumularlas al costo laboral.
              PERFORM 00282-CALCULA-PATRONALES
              PERFORM 00105-DESCUENTA-PRESTAMO
              PERFORM 00541-DESCUENTA-INFONAVIT
              PERFORM 00131-DESCUENTA-AHORRO
              PERFORM 00378-DESCUENTA-PREST-AHORRO
              PERFORM 00705-DESCUENTA-COMPRAS
              PERFORM 00259-APLICA-AJUSTE-ISR
      *El FONACOT se retiene al final, sobre el neto que queda.
              PERFORM 00571-DESCUENTA-FONACOT
              COMPUTE WKS-TOTAL-DEDUC = WKS-DEDUC-ISR + WKS-DEDUC-IMSS
                      + WKS-OTR-DEDUC
              COMPUTE WKS-SALARIO-NETO =
                 END-IF
                 END-IF
                 MOVE WKS-NETO-PERIODO TO WKS-NETO-PER-FORMATO
                 PERFORM 00835-CALCULA-VALES
      *Registro patronal del trabajador para la dispersion, la
      *poliza, el IMSS y el ISN de cada patron.
                 PERFORM 00722-REGPAT-TRAB

      *En simulacion se calcula todo pero no se posta nada: ni el
      *acumulado, ni el archivo de trabajadores, ni los auxiliares.
                    ADD WKS-SALARIO-NETO TO WKS-YTD-NETO
                    PERFORM 00022-REGRABA-TRABAJADOR
                    PERFORM 00106-POSTEA-PRESTAMO
                    PERFORM 00542-POSTEA-INFONAVIT
                    PERFORM 00110-POSTEA-HORAS
                    PERFORM 00719-POSTEA-DOMINICAL
                    PERFORM 00118-POSTEA-INCIDENCIAS
                    PERFORM 00590-POSTEA-INCAPACIDADES
                    PERFORM 00273-POSTEA-PRIMA-VAC
                    PERFORM 00278-POSTEA-RETROACTIVO
                    PERFORM 00702-POSTEA-COMISIONES
                    PERFORM 00826-POSTEA-VIATICOS
                    PERFORM 00132-POSTEA-AHORRO
                    PERFORM 00379-POSTEA-PREST-AHORRO
                    PERFORM 00707-POSTEA-COMPRAS
                    PERFORM 00709-GRABA-NETO
                    PERFORM 00139-GRABA-DISPERSION
                    PERFORM 00300-POSTEA-PENSIONES
                    PERFORM 00143-ACUMULA-POLIZA
                    PERFORM 00288-ACUMULA-ISN
                    PERFORM 00430-ACUMULA-COSTO-DEP
                    PERFORM 00354-GRABA-DETALLE
                    PERFORM 00631-POSTEA-EXENTOS
                    PERFORM 00373-GRABA-ACUSE
                    PERFORM 00260-POSTEA-AJUSTE-ISR
                    PERFORM 00572-POSTEA-FONACOT
                 END-IF
                 MOVE WKS-YTD-NETO TO WKS-YTD-FORMATO

                 COMPUTE WKS-CORR-OTRAS = WKS-CORR-OTRAS
                         + WKS-OTR-DEDUC - WKS-OTR-PERCEP
                 ADD WKS-PAT-TOTAL TO WKS-CORR-PATRON
                 PERFORM 00730-ACUMULA-REGPAT

                 DISPLAY "ID TRABAJADOR: " WKS-ID-TRAB
                 DISPLAY "   SUELDO BRUTO MENSUAL: "
           MOVE 1 TO WKS-CONC-IDX
           PERFORM 00103-RECIBO-CONCEPTO
              UNTIL WKS-CONC-IDX > WKS-CONC-NUM
           MOVE WKS-TOT-EXENTO TO WKS-RECIBO-IMPORTE
           MOVE SPACES TO REG-RECIBO
           STRING "  PERCEPCIONES EXENTAS:     " DELIMITED BY SIZE
                  WKS-RECIBO-IMPORTE DELIMITED BY SIZE
                  INTO REG-RECIBO
           WRITE REG-RECIBO
           MOVE WKS-BASE-ISR TO WKS-RECIBO-IMPORTE
           MOVE SPACES TO REG-RECIBO
           STRING "  BASE GRAVABLE DEL ISR:    " DELIMITED BY SIZE
                  WKS-RECIBO-IMPORTE DELIMITED BY SIZE
                  INTO REG-RECIBO
           WRITE REG-RECIBO
           MOVE WKS-TOTAL-DEDUC TO WKS-RECIBO-IMPORTE
           MOVE SPACES TO REG-RECIBO
           STRING "  TOTAL DE DEDUCCIONES:     " DELIMITED BY SIZE
                     INTO REG-RECIBO
           END-IF
           WRITE REG-RECIBO
           IF WKS-CONC-TIPO(WKS-CONC-IDX) = 'P'
              AND WKS-CONC-EXENTO(WKS-CONC-IDX) > 0
              COMPUTE WKS-RECIBO-GRAVADO =
                      WKS-CONC-MONTO(WKS-CONC-IDX)
                      - WKS-CONC-EXENTO(WKS-CONC-IDX)
              MOVE WKS-CONC-EXENTO(WKS-CONC-IDX) TO WKS-RECIBO-IMPORTE
              MOVE WKS-RECIBO-GRAVADO TO WKS-RECIBO-IMPORTE-2
              MOVE SPACES TO REG-RECIBO
              STRING "        EXENTO: " DELIMITED BY SIZE
                     WKS-RECIBO-IMPORTE DELIMITED BY SIZE
                     "  GRAVADO: " DELIMITED BY SIZE
                     WKS-RECIBO-IMPORTE-2 DELIMITED BY SIZE
                     INTO REG-RECIBO
              WRITE REG-RECIBO
           END-IF
           ADD 1 TO WKS-CONC-IDX.

       00024-REPORTE-NOMINA.
              NOT INVALID KEY
                 DISPLAY "TURNO: " TU-DESCRIPCION
           END-READ
           DISPLAY "DIAS DE DESCANSO (1.LUN ... 7.DOM): "
                   WKS-DESCANSO(1) " " WKS-DESCANSO(2)
           DISPLAY "RFC: " WKS-RFC "  CURP: " WKS-CURP
                   "  NSS: " WKS-NSS
           IF WKS-JEFE > 0
              DISPLAY "JEFE INMEDIATO: " WKS-JEFE
           ELSE
              DISPLAY "JEFE INMEDIATO: EL DE SU PLAZA"
           END-IF
           MOVE 1 TO WKS-COL.
           PERFORM 00009-CONS-DPTO-TRAB UNTIL WKS-COL > 3
           PERFORM 00249-MUESTRA-CLIENTE-LIGADO
                 MOVE ZEROS TO WKS-MOTIVO-BAJA
                 PERFORM 00022-REGRABA-TRABAJADOR
                 PERFORM 00037-GRABA-HISTORIAL
      *La reactivacion es un reingreso ante el IMSS.
                 ACCEPT WKS-SDI-FECHA-REF FROM DATE YYYYMMDD
                 PERFORM 00516-BUSCA-SDI-VIGENTE
                 MOVE '08' TO WKS-MI-TIPO
                 MOVE WKS-SDI-FECHA-REF TO WKS-MI-FECHA
                 MOVE WKS-SDI-VIGENTE TO WKS-MI-SDI
                 PERFORM 00530-GRABA-MOV-IMSS
                 DISPLAY "TRABAJADOR REACTIVADO."
              END-IF
           ELSE
                 MOVE "RETROACTIVO DE SUELDO"
                      TO WKS-CONC-DESC(WKS-CONC-NUM)
                 MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                 MOVE '001' TO WKS-CONC-SAT(WKS-CONC-NUM)
                 MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                 MOVE WKS-RET-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
              END-IF
           END-IF.
                 MOVE "PRIMA VACACIONAL 25%"
                      TO WKS-CONC-DESC(WKS-CONC-NUM)
                 MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                 MOVE '021' TO WKS-CONC-SAT(WKS-CONC-NUM)
                 MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                 MOVE WKS-PV-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
      *Exenta hasta 15 UMAs en el ano, sumando las corridas previas.
                 COMPUTE WKS-EX-TOPE ROUNDED = WKS-PAR-UMA * 15
                 MOVE WKS-PV-MONTO TO WKS-EX-MONTO
                 MOVE "PVAC" TO WKS-EX-RUBRO
                 COMPUTE WKS-EX-ANO = WKS-RECIBO-FECHA / 10000
                 PERFORM 00627-CALCULA-EXENTO-ANUAL
                 MOVE WKS-EX-EXENTO TO WKS-CONC-EXENTO(WKS-CONC-NUM)
                 PERFORM 00629-AGREGA-EXENTO-PEND
              END-IF
           END-IF.

      *de pago: deposito al banco, cheque numerado o sobre de
      *efectivo. Antes los netos sin cuenta no salian a ninguna
      *parte; ahora toda forma de pago tiene salida y las tres
      *cuadran contra el total de la corrida. Lo que va a la
      *tarjeta de vales se descuenta del pago.
           PERFORM 00836-GRABA-VALES
           IF WKS-PAGO-TRANSFER AND WKS-CUENTA-BANCO > 0
              MOVE 'D' TO WKS-DL-TIPO
              MOVE WKS-CUENTA-BANCO TO WKS-DL-CUENTA
                     " " DELIMITED BY SIZE
                     WKS-APELL-PAT DELIMITED BY "  "
                     INTO WKS-DL-NOMBRE
              MOVE WKS-NETO-DISP TO WKS-DL-IMPORTE
              MOVE WKS-RP-TRAB TO WKS-DL-REG-PAT
              WRITE REG-DISP-PEND FROM WKS-LIN-DISPERSION
              ADD 1 TO WKS-DIS-CUENTAS
              ADD WKS-NETO-DISP TO WKS-DIS-TOTAL
           ELSE
           IF WKS-PAGO-EFECTIVO
              PERFORM 00349-PAGA-EFECTIVO
           MOVE WKS-ID-TRAB TO CQ-ID-TRAB
           COMPUTE CQ-CORRIDA = WKS-ULT-CORRIDA + 1
           MOVE WKS-RECIBO-FECHA TO CQ-FECHA
           MOVE WKS-NETO-DISP TO CQ-IMPORTE
           MOVE 'E' TO CQ-ESTADO
           MOVE ZEROS TO CQ-CHEQUE-ORIGEN
           WRITE REG-CHEQUE
                 DISPLAY "ERROR AL GRABAR CHEQUE " CQ-NUMERO
           END-WRITE
           ADD 1 TO WKS-CHQ-CUANTOS
           ADD WKS-NETO-DISP TO WKS-CHQ-TOTAL
           MOVE WKS-NETO-DISP TO WKS-CHQ-IMPORTE
           MOVE ALL "-" TO REG-CHEQUE-IMP
           WRITE REG-CHEQUE-IMP
           MOVE SPACES TO REG-CHEQUE-IMP
      *Suma el neto del periodo al sobre de efectivo del trabajador
      *y acumula el desglose de billetes y monedas a pedir.
           ADD 1 TO WKS-EFE-CUANTOS
           ADD WKS-NETO-DISP TO WKS-EFE-TOTAL
           MOVE WKS-NETO-DISP TO WKS-CHQ-IMPORTE
           MOVE SPACES TO REG-EFECTIVO-REP
           STRING "SOBRE TRABAJADOR " DELIMITED BY SIZE
                  WKS-ID-TRAB DELIMITED BY SIZE
                  WKS-CHQ-IMPORTE DELIMITED BY SIZE
                  INTO REG-EFECTIVO-REP
           WRITE REG-EFECTIVO-REP
           MOVE WKS-NETO-DISP TO WKS-EFE-RESTO
           COMPUTE WKS-EFE-AUX = WKS-EFE-RESTO / 500
           ADD WKS-EFE-AUX TO WKS-EFE-B500
           COMPUTE WKS-EFE-RESTO = WKS-EFE-RESTO
           DISPLAY 'QUE DESEA MODIFICAR? 1.NOMBRE 2.APELLP 3.APELLM '
                   '4.SALARIO 5.DEPARTAMENTOS 7.CUENTA BANCARIA '
                   '8.TURNO 9.FORMA DE PAGO 10.RFC/CURP/NSS '
                   '11.TARJETA DE VALES '
                   '0.GRABAR CAMBIOS 6.CANCELAR'
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 0
              STRING WKS-RFC " " WKS-NSS DELIMITED BY SIZE
                     INTO WKS-LH-NUEVO
              PERFORM 00509-MODIF-APUNTA
              ELSE
           IF WKS-ELECCION = 11
              MOVE 'TARJ VALES' TO WKS-LH-CAMPO
              MOVE WKS-TARJETA-VALES TO WKS-LH-ANTERIOR
              PERFORM 00843-CAPTURA-TARJETA-VALES
              MOVE WKS-TARJETA-VALES TO WKS-LH-NUEVO
              PERFORM 00509-MODIF-APUNTA
              ELSE
                  DISPLAY 'OPCION INVALIDA VERIFIQUE.'.

           IF SH-RETRO-PENDIENTE
              DISPLAY "RETROACTIVO PENDIENTE: SE PAGARA EN LA "
                      "SIGUIENTE CORRIDA."
           END-IF
      *El cambio de salario mueve la parte fija del SDI desde la
      *misma fecha efectiva.
           MOVE WKS-MOD-SAL-FEF TO WKS-SDI-FECHA-REF
           PERFORM 00527-SDI-CAMBIO-SALARIO.

       00011-MODIFICA-DPTOS.
              IF WKS-COL < 4
       00015-BAJA-TRABAJADOR.

           MOVE 2 TO WKS-INDICADOR
           PERFORM 00005-CONSULTA-TRAB
           PERFORM 00774-SIN-JEFE-PENDIENTES.

       00016-BAJA.

              ACCEPT WKS-FECHA-BAJA FROM DATE YYYYMMDD
              MOVE 'B' TO WKS-ESTADO
              PERFORM 00022-REGRABA-TRABAJADOR
      *La baja se presenta al IMSS con el ultimo SDI cotizado.
              MOVE WKS-FECHA-BAJA TO WKS-SDI-FECHA-REF
              PERFORM 00516-BUSCA-SDI-VIGENTE
              MOVE '02' TO WKS-MI-TIPO
              MOVE WKS-FECHA-BAJA TO WKS-MI-FECHA
              MOVE WKS-SDI-VIGENTE TO WKS-MI-SDI
              PERFORM 00530-GRABA-MOV-IMSS
              PERFORM 00551-BAJA-CREDITOS-INF
              PERFORM 00575-BAJA-FONACOT
      *La baja libera la plaza que ocupaba el trabajador.
              PERFORM 00385-LIBERA-PLAZA
              PERFORM 00806-LISTA-ACTIVOS-TRAB
              PERFORM 00129-CALCULA-FINIQUITO
      *Quienes le reportaban se listan al terminar la busqueda.
              IF WKS-OG-BAJAS-NUM < 20
                 ADD 1 TO WKS-OG-BAJAS-NUM
                 MOVE WKS-ID-TRAB TO WKS-OG-BAJA(WKS-OG-BAJAS-NUM)
              END-IF
           ELSE
           IF WKS-OPC-N
              NEXT SENTENCE
           COMPUTE WKS-FIN-TOTAL = WKS-FIN-VAC-PAGO
                   + WKS-FIN-PRIMA-PAGO
                   + WKS-FIN-AGUI-PAGO + WKS-FIN-INDEMNIZA
           PERFORM 00710-FINIQUITO-COMPRAS
           PERFORM 00808-FINIQUITO-ACTIVOS

           ADD WKS-FIN-TOTAL TO WKS-YTD-NETO
           PERFORM 00022-REGRABA-TRABAJADOR
                     INTO REG-FINIQUITO
              WRITE REG-FINIQUITO
           END-IF
           IF WKS-FIN-COMPRAS > 0
              MOVE WKS-FIN-COMPRAS-DESC TO WKS-FIN-IMPORTE
              MOVE SPACES TO REG-FINIQUITO
              STRING "  MENOS COMPRAS POR NOMINA:" DELIMITED BY SIZE
                     WKS-FIN-IMPORTE DELIMITED BY SIZE
                     INTO REG-FINIQUITO
              WRITE REG-FINIQUITO
              IF WKS-FIN-COMPRAS > WKS-FIN-COMPRAS-DESC
                 COMPUTE WKS-FIN-IMPORTE =
                         WKS-FIN-COMPRAS - WKS-FIN-COMPRAS-DESC
                 MOVE SPACES TO REG-FINIQUITO
                 STRING "  SALDO DE COMPRAS PENDIENTE DE COBRO:"
                        DELIMITED BY SIZE
                        WKS-FIN-IMPORTE DELIMITED BY SIZE
                        INTO REG-FINIQUITO
                 WRITE REG-FINIQUITO
              END-IF
           END-IF
           MOVE 1 TO WKS-AF-I
           PERFORM 00811-IMPRIME-ACTIVOS-FINIQ
              UNTIL WKS-AF-I > WKS-AF-NUM
           IF WKS-FIN-ACTIVOS > 0
              MOVE WKS-FIN-ACTIVOS-DESC TO WKS-FIN-IMPORTE
              MOVE SPACES TO REG-FINIQUITO
              STRING "  MENOS ACTIVOS NO DEVUELTOS:" DELIMITED BY SIZE
                     WKS-FIN-IMPORTE DELIMITED BY SIZE
                     INTO REG-FINIQUITO
              WRITE REG-FINIQUITO
              IF WKS-FIN-ACTIVOS > WKS-FIN-ACTIVOS-DESC
                 COMPUTE WKS-FIN-IMPORTE =
                         WKS-FIN-ACTIVOS - WKS-FIN-ACTIVOS-DESC
                 MOVE SPACES TO REG-FINIQUITO
                 STRING "  SALDO DE ACTIVOS PENDIENTE DE COBRO:"
                        DELIMITED BY SIZE
                        WKS-FIN-IMPORTE DELIMITED BY SIZE
                        INTO REG-FINIQUITO
                 WRITE REG-FINIQUITO
              END-IF
           END-IF
           MOVE WKS-FIN-TOTAL TO WKS-FIN-IMPORTE
           MOVE SPACES TO REG-FINIQUITO
           STRING "  TOTAL DEL FINIQUITO:" DELIMITED BY SIZE
              COMPUTE WKS-AGUI-BRUTO ROUNDED =
                      WKS-SALARIO / 30 * 15
                      * WKS-AGUI-DIAS / 365
      *Exento hasta 30 UMAs en el ano; el ISR va sobre el resto.
              COMPUTE WKS-EX-TOPE ROUNDED = WKS-PAR-UMA * 30
              MOVE WKS-AGUI-BRUTO TO WKS-EX-MONTO
              MOVE "AGUI" TO WKS-EX-RUBRO
              MOVE WKS-AGUI-ANO TO WKS-EX-ANO
              PERFORM 00627-CALCULA-EXENTO-ANUAL
              MOVE WKS-EX-EXENTO TO WKS-AGUI-EXENTO
              MOVE WKS-EX-GRAVADO TO WKS-ISR-BASE
              PERFORM 00636-ISR-DE-TABLA
              MOVE WKS-ISR-CALC TO WKS-AGUI-ISR
              COMPUTE WKS-AGUI-NETO = WKS-AGUI-BRUTO - WKS-AGUI-ISR
              ADD WKS-AGUI-NETO TO WKS-YTD-NETO
              PERFORM 00022-REGRABA-TRABAJADOR
              PERFORM 00630-GRABA-EXENTO
              ADD WKS-AGUI-BRUTO TO WKS-AGUI-TOT-BRUTO
              ADD WKS-AGUI-NETO TO WKS-AGUI-TOT-NETO
              IF WKS-AGUI-LINEA = 0
              MOVE WKS-NOMBRE-TRAB TO WKS-LA-NOMBRE
              MOVE WKS-AGUI-DIAS  TO WKS-LA-DIAS
              MOVE WKS-AGUI-BRUTO TO WKS-LA-BRUTO
              MOVE WKS-AGUI-EXENTO TO WKS-LA-EXENTO
              MOVE WKS-AGUI-ISR   TO WKS-LA-ISR
              MOVE WKS-AGUI-NETO  TO WKS-LA-NETO
              IF WKS-ACTIVO
                  WKS-AGUI-PAGINA DELIMITED BY SIZE
                  INTO REG-AGUI-REP
           WRITE REG-AGUI-REP
           MOVE "ID    NOMBRE                   DIAS  BRUTO      EXENTO"
                & "     ISR        NETO       ESTADO" TO REG-AGUI-REP
           WRITE REG-AGUI-REP
           MOVE ALL "-" TO REG-AGUI-REP
           WRITE REG-AGUI-REP
                   " 34. EXTRACTOS A LA MEDIDA "
                   " 30. CAMBIAR MI CONTRASENA "
                   " 31. DESBLOQUEAR OPERADOR "
                   " 32. AUDITORIA DE CATALOGOS "
                   " 35. SEGURIDAD SOCIAL (SDI/IMSS) "
                   " 36. RECIBOS ELECTRONICOS (CFDI) "
                   " 37. CONTRATOS LABORALES "
                   " 38. CAPACITACION (DC-3) "
                   " 39. EVALUACION Y MERITO "
                   " 40. REVERSA DE UNA CORRIDA "
                   " 41. PROYECCION DE COSTO (12 MESES) "
                   " 42. VIATICOS "
                   " 43. VALES DE DESPENSA "
                   " 44. COSTO LABORAL VS VENTAS "
                   " 45. SOLICITUDES DEL KIOSCO "
                   " 46. CIERRE DE PERIODOS (NOMINA/IVA)  9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00123-PROCESO-AGUINALDO
           IF WKS-ELECCION = 32
              PERFORM 00448-CONSULTA-AUDIT-CAT
           ELSE
           IF WKS-ELECCION = 35
              PERFORM 00520-MENU-SEGURIDAD-SOCIAL
           ELSE
           IF WKS-ELECCION = 36
              PERFORM 00614-MENU-CFDI
           ELSE
           IF WKS-ELECCION = 37
              PERFORM 00641-MENU-CONTRATOS
           ELSE
           IF WKS-ELECCION = 38
              PERFORM 00657-MENU-CAPACITACION
           ELSE
           IF WKS-ELECCION = 39
              PERFORM 00677-MENU-MERITO
           ELSE
           IF WKS-ELECCION = 40
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00744-REVERSA-CORRIDA
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 41
              PERFORM 00778-PROYECCION-COSTO
           ELSE
           IF WKS-ELECCION = 42
              PERFORM 00817-MENU-VIATICOS
           ELSE
           IF WKS-ELECCION = 43
              PERFORM 00842-MENU-VALES
           ELSE
           IF WKS-ELECCION = 44
              PERFORM 00848-MENU-COSTO-VENTAS
           ELSE
           IF WKS-ELECCION = 45
              PERFORM 00866-MENU-SOLICITUDES
           ELSE
           IF WKS-ELECCION = 46
              PERFORM 00880-MENU-CIERRES
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
      *de asignacion (partes iguales en registros sin porcentajes);
      *el ultimo departamento se lleva el residuo del redondeo para
      *que la suma repartida sea exactamente la base.
           MOVE WKS-RP-TRAB TO WKS-POL-RP-BUSCA
           MOVE ZERO TO WKS-PCT-SUMA
           MOVE ZERO TO WKS-PCT-CUANTOS
           MOVE 1 TO WKS-PCT-I
                      TO WKS-POL-CC-COD(WKS-POL-NUM)
                 MOVE WKS-POL-MONTO-SUMA
                      TO WKS-POL-CC-MONTO(WKS-POL-NUM)
                 MOVE WKS-POL-RP-BUSCA
                      TO WKS-POL-CC-RP(WKS-POL-NUM)
              ELSE
                 DISPLAY "AVISO: TABLA DE CENTROS DE COSTO LLENA, "
                         "POLIZA INCOMPLETA."

       00147-BUSCA-CC-RENGLON.
           IF WKS-POL-CC-COD(WKS-POL-IDX) = WKS-POL-CC-BUSCA
              AND WKS-POL-CC-RP(WKS-POL-IDX) = WKS-POL-RP-BUSCA
              ADD WKS-POL-MONTO-SUMA
                 TO WKS-POL-CC-MONTO(WKS-POL-IDX)
              MOVE 1 TO WKS-POL-HALLADO
                 MOVE WKS-PAT-IMSS TO IM-PATRON-IMSS
                 MOVE WKS-PAT-RETIRO TO IM-PATRON-RETIRO
                 MOVE WKS-PAT-INFONAVIT TO IM-PATRON-INFONAVIT
                 MOVE WKS-IMSS-BASE TO IM-BASE-SDI
                 MOVE WKS-SDI-VIGENTE TO IM-SDI
                 MOVE WKS-RP-TRAB TO IM-REG-PAT
                 WRITE REG-IMSS
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR ACUMULADO IMSS."
                 IF IM-PATRON-INFONAVIT NOT NUMERIC
                    MOVE ZERO TO IM-PATRON-INFONAVIT
                 END-IF
                 IF IM-BASE-SDI NOT NUMERIC
                    MOVE ZERO TO IM-BASE-SDI
                 END-IF
                 ADD WKS-IMSS-BASE TO IM-BASE-SDI
                 MOVE WKS-SDI-VIGENTE TO IM-SDI
                 MOVE WKS-RP-TRAB TO IM-REG-PAT
                 ADD WKS-BASE-GRAVABLE TO IM-BASE
                 ADD WKS-PAT-IMSS TO IM-PATRON-IMSS
                 ADD WKS-PAT-RETIRO TO IM-PATRON-RETIRO

       00282-CALCULA-PATRONALES.
      *Cuotas patronales del trabajador en calculo, sobre la misma
      *base de cotizacion (SDI topado) de su retencion del IMSS;
      *con las tasas en ceros no hay carga patronal y todo queda
      *en cero. La prima de riesgo de trabajo va en el IMSS
      *patronal.
           COMPUTE WKS-PAT-IMSS ROUNDED = WKS-IMSS-BASE *
                   ((WKS-PAR-TASA-PAT-IMSS + WKS-PAR-PRIMA-RT) / 100)
           COMPUTE WKS-PAT-RETIRO ROUNDED = WKS-IMSS-BASE *
                   (WKS-PAR-TASA-RETIRO / 100)
           COMPUTE WKS-PAT-INFONAVIT ROUNDED = WKS-IMSS-BASE *
                   (WKS-PAR-TASA-INFONAV / 100)
           COMPUTE WKS-PAT-TOTAL = WKS-PAT-IMSS + WKS-PAT-RETIRO
                   + WKS-PAT-INFONAVIT.
      *el acumulado por componente en vez de los recibos viejos.
           DISPLAY "ANO DE LA CONSTANCIA (AAAA): "
           ACCEPT WKS-CON-ANO
           PERFORM 00724-PIDE-REGPAT
           OPEN OUTPUT F-CONSTANCIA
           MOVE ZERO TO WKS-CON-CONTADOR
           MOVE ZEROS TO AC-LLAVE
              AT END MOVE "10" TO WKS-FS-ACUM
              NOT AT END
                 IF AC-ANO = WKS-CON-ANO
                    MOVE AC-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    PERFORM 00739-COINCIDE-REGPAT
                 END-IF
                 IF AC-ANO = WKS-CON-ANO AND WKS-RP-COINCIDE = 1
                    ADD 1 TO WKS-CON-CONTADOR
                    MOVE ALL "=" TO REG-CONSTANCIA
                    WRITE REG-CONSTANCIA
                    MOVE SPACES TO REG-CONSTANCIA
                           INTO REG-CONSTANCIA
                    WRITE REG-CONSTANCIA
                    MOVE SPACES TO REG-CONSTANCIA
                    STRING "PATRON: " DELIMITED BY SIZE
                           WKS-RPD-RAZON DELIMITED BY "  "
                           "  RFC: " DELIMITED BY SIZE
                           WKS-RPD-RFC DELIMITED BY SIZE
                           "  REG. PAT.: " DELIMITED BY SIZE
                           WKS-RPD-NUMERO DELIMITED BY SIZE
                           INTO REG-CONSTANCIA
                    WRITE REG-CONSTANCIA
                    MOVE SPACES TO REG-CONSTANCIA
                    IF WKS-ENCONTRADO = 1
                       STRING "TRABAJADOR " DELIMITED BY SIZE
                              AC-ID-TRAB DELIMITED BY SIZE
                    OR IN-FECHA > WKS-PTU-ANO * 10000 + 1231
                    MOVE 1 TO WKS-PTU-FIN
                 ELSE
      *Los dias amparados por un certificado de incapacidad no
      *cuentan como faltas para el reparto.
                 IF IN-FALTA
                    MOVE IN-ID-TRAB TO WKS-CE-ID
                    MOVE IN-FECHA TO WKS-CE-FECHA
                    PERFORM 00593-FECHA-EN-INCAPACIDAD
                    IF WKS-CE-CUBIERTA = 0
                       ADD IN-DIAS TO WKS-PTU-FALTAS
                    END-IF
                 END-IF
                 END-IF
           END-READ.
           MOVE ZERO TO WKS-DIS-CUENTAS
           MOVE ZERO TO WKS-DIS-TOTAL
           MOVE ZERO TO WKS-PTU-TOT-PAGO
           MOVE ZERO TO WKS-PTU-TOT-ISR
      *El ISR del reparto se calcula con la tabla vigente el dia del
      *pago, y el exento de 15 UMAs cuenta contra ese ano.
           ACCEPT WKS-PTU-FECHA-PAGO FROM DATE YYYYMMDD
           MOVE WKS-PTU-FECHA-PAGO TO WKS-PAR-FECHA-REF
           PERFORM 00088-BUSCA-PARAMETROS
           MOVE SPACES TO REG-PTU-REP
           STRING "REPARTO DE UTILIDADES (PTU) DEL EJERCICIO "
                  DELIMITED BY SIZE
                  WKS-PTU-IMPORTE DELIMITED BY SIZE
                  INTO REG-PTU-REP
           WRITE REG-PTU-REP
           MOVE WKS-PTU-TOT-ISR TO WKS-PTU-IMPORTE
           MOVE SPACES TO REG-PTU-REP
           STRING "TOTAL ISR:        " DELIMITED BY SIZE
                  WKS-PTU-IMPORTE DELIMITED BY SIZE
                  INTO REG-PTU-REP
           WRITE REG-PTU-REP
           CLOSE F-PTU-REP
           MOVE "NOMINA-PTU.TXT" TO WKS-REPO-ORIGEN
           MOVE "PTU" TO WKS-REPO-TIPO
           END-IF
           MOVE WKS-PTU-ID(WKS-PTU-I) TO WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
      *Exento hasta 15 UMAs en el ano del pago; el ISR va sobre el
      *resto y se deposita el neto.
           MOVE ZERO TO WKS-PTU-EXENTO
           MOVE WKS-PTU-PAGO TO WKS-ISR-BASE
           IF WKS-ENCONTRADO = 1
              COMPUTE WKS-EX-TOPE ROUNDED = WKS-PAR-UMA * 15
              MOVE WKS-PTU-PAGO TO WKS-EX-MONTO
              MOVE "PTU " TO WKS-EX-RUBRO
              COMPUTE WKS-EX-ANO = WKS-PTU-FECHA-PAGO / 10000
              PERFORM 00627-CALCULA-EXENTO-ANUAL
              MOVE WKS-EX-EXENTO TO WKS-PTU-EXENTO
              MOVE WKS-EX-GRAVADO TO WKS-ISR-BASE
              PERFORM 00630-GRABA-EXENTO
           END-IF
           PERFORM 00636-ISR-DE-TABLA
           MOVE WKS-ISR-CALC TO WKS-PTU-ISR
           COMPUTE WKS-PTU-NETO = WKS-PTU-PAGO - WKS-PTU-ISR
           ADD WKS-PTU-ISR TO WKS-PTU-TOT-ISR
           MOVE WKS-PTU-PAGO TO WKS-PTU-IMPORTE
           MOVE SPACES TO REG-PTU-REP
           STRING "TRABAJADOR " DELIMITED BY SIZE
                  WKS-PTU-IMPORTE DELIMITED BY SIZE
                  INTO REG-PTU-REP
           WRITE REG-PTU-REP
           MOVE WKS-PTU-EXENTO TO WKS-PTU-IMPORTE
           MOVE WKS-PTU-ISR TO WKS-PTU-IMPORTE-2
           MOVE WKS-PTU-NETO TO WKS-PTU-IMPORTE-3
           MOVE SPACES TO REG-PTU-REP
           STRING "     EXENTO: " DELIMITED BY SIZE
                  WKS-PTU-IMPORTE DELIMITED BY SIZE
                  "  ISR: " DELIMITED BY SIZE
                  WKS-PTU-IMPORTE-2 DELIMITED BY SIZE
                  "  NETO: " DELIMITED BY SIZE
                  WKS-PTU-IMPORTE-3 DELIMITED BY SIZE
                  INTO REG-PTU-REP
           WRITE REG-PTU-REP
           ADD WKS-PTU-PAGO TO WKS-PTU-TOT-PAGO
           IF WKS-ENCONTRADO = 1 AND WKS-CUENTA-BANCO > 0
              PERFORM 00722-REGPAT-TRAB
              MOVE WKS-RP-TRAB TO WKS-DL-REG-PAT
              MOVE 'D' TO WKS-DL-TIPO
              MOVE WKS-CUENTA-BANCO TO WKS-DL-CUENTA
              MOVE SPACES TO WKS-DL-NOMBRE
                     " " DELIMITED BY SIZE
                     WKS-APELL-PAT DELIMITED BY "  "
                     INTO WKS-DL-NOMBRE
              MOVE WKS-PTU-NETO TO WKS-DL-IMPORTE
              WRITE REG-DISP-PEND FROM WKS-LIN-DISPERSION
              ADD 1 TO WKS-DIS-CUENTAS
              ADD WKS-PTU-NETO TO WKS-DIS-TOTAL
           END-IF
           ADD 1 TO WKS-PTU-I.

                          MOVE "AJUSTE ANUAL ISR"
                               TO WKS-CONC-DESC(WKS-CONC-NUM)
                          MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                          MOVE '101' TO WKS-CONC-SAT(WKS-CONC-NUM)
                          MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                          MOVE AJ-MONTO
                               TO WKS-CONC-MONTO(WKS-CONC-NUM)
                       END-IF
                          MOVE "AJUSTE ANUAL ISR A FAVOR"
                               TO WKS-CONC-DESC(WKS-CONC-NUM)
                          MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                          MOVE '001' TO WKS-CONC-SAT(WKS-CONC-NUM)
                          MOVE 'O' TO WKS-CONC-CLASE(WKS-CONC-NUM)
                          COMPUTE WKS-CONC-MONTO(WKS-CONC-NUM) =
                                  AJ-MONTO * -1
                       END-IF
              UNTIL WKS-ISN-D > 3.

       00294-ISN-REPARTE-DEPTO.
           MOVE SPACES TO WKS-DPG-ISN-ESTADO(WKS-ISN-D)
           MOVE ZERO TO WKS-DPG-ISN-BASE(WKS-ISN-D)
           IF WKS-DEPARTAMENTO(WKS-ISN-D) > 0
              AND WKS-PCT-CUANTOS > 0
              IF WKS-PCT-SUMA = 100
              IF DP-ESTADO-FED NOT = SPACES
                 COMPUTE WKS-ISN-MONTO ROUNDED =
                         WKS-BASE-GRAVABLE * WKS-ISN-PARTE
                 MOVE DP-ESTADO-FED TO WKS-DPG-ISN-ESTADO(WKS-ISN-D)
                 MOVE WKS-ISN-MONTO TO WKS-DPG-ISN-BASE(WKS-ISN-D)
                 MOVE DP-ESTADO-FED TO IA-ESTADO
                 MOVE WKS-RECIBO-FECHA(1:6) TO IA-ANOMES
                 MOVE WKS-RP-TRAB TO IA-REG-PAT
                 READ F-ISN-ACUM
                    INVALID KEY
                       MOVE DP-ESTADO-FED TO IA-ESTADO
                       MOVE WKS-RECIBO-FECHA(1:6) TO IA-ANOMES
                       MOVE WKS-RP-TRAB TO IA-REG-PAT
                       MOVE WKS-ISN-MONTO TO IA-BASE
                       WRITE REG-ISN-ACUM
                          INVALID KEY
      *tasa e impuesto, y el total a enterar.
           DISPLAY "MES A DECLARAR (AAAAMM): "
           ACCEPT WKS-ISN-ANOMES
           PERFORM 00724-PIDE-REGPAT
           OPEN OUTPUT F-ISN-REP
           MOVE SPACES TO REG-ISN-REP
           STRING "DECLARACION DE IMPUESTO SOBRE NOMINAS DEL MES "
                  WKS-ISN-ANOMES DELIMITED BY SIZE
                  INTO REG-ISN-REP
           WRITE REG-ISN-REP
           IF WKS-RP-FILTRO > 0
              MOVE SPACES TO REG-ISN-REP
              STRING "PATRON " DELIMITED BY SIZE
                     WKS-RPD-RAZON DELIMITED BY "  "
                     "  RFC " DELIMITED BY SIZE
                     WKS-RPD-RFC DELIMITED BY SIZE
                     INTO REG-ISN-REP
              WRITE REG-ISN-REP
           END-IF
           MOVE ALL "-" TO REG-ISN-REP
           WRITE REG-ISN-REP
           MOVE ZERO TO WKS-ISN-TOT-BASE
           MOVE ZERO TO WKS-ISN-TOT-IMP
           MOVE SPACES TO IA-ESTADO
           MOVE ZEROS TO IA-ANOMES
           MOVE ZEROS TO IA-REG-PAT
           START F-ISN-ACUM KEY IS NOT LESS THAN IA-LLAVE
              INVALID KEY MOVE "10" TO WKS-FS-ISN-ACUM
              NOT INVALID KEY MOVE "00" TO WKS-FS-ISN-ACUM
              AT END MOVE "10" TO WKS-FS-ISN-ACUM
              NOT AT END
                 IF IA-ANOMES = WKS-ISN-ANOMES
                    AND (WKS-RP-FILTRO = 0
                         OR IA-REG-PAT = WKS-RP-FILTRO)
                    MOVE IA-ESTADO TO IT-ESTADO
                    READ F-ISN-TASAS
                       INVALID KEY
                    MOVE SPACES TO REG-ISN-REP
                    STRING "ENTIDAD " DELIMITED BY SIZE
                           IA-ESTADO DELIMITED BY SIZE
                           " RP " DELIMITED BY SIZE
                           IA-REG-PAT DELIMITED BY SIZE
                           "  BASE: " DELIMITED BY SIZE
                           WKS-ISN-IMPORTE DELIMITED BY SIZE
                           "  TASA: " DELIMITED BY SIZE
                      "IMPORTAR."
           ELSE
              OPEN OUTPUT F-CHECADAS-RECH
              OPEN OUTPUT F-DESCANSO-REP
              MOVE ZERO TO WKS-CK-DOMINICAL
              MOVE ZERO TO WKS-CK-SIN-DESCANSO
              MOVE ZERO TO WKS-RD-ID
              MOVE ZERO TO WKS-RD-ULTIMO
              MOVE ZERO TO WKS-CK-LEIDAS
              MOVE ZERO TO WKS-CK-HORAS-REG
              MOVE ZERO TO WKS-CK-INCID-REG
                 UNTIL WKS-CK-FIN = 1
              CLOSE F-CHECADAS
              CLOSE F-CHECADAS-RECH
              CLOSE F-DESCANSO-REP
              DISPLAY "CHECADAS LEIDAS:      " WKS-CK-LEIDAS
              DISPLAY "HORAS EXTRA GRABADAS: " WKS-CK-HORAS-REG
              DISPLAY "AUSENCIAS GRABADAS:   " WKS-CK-INCID-REG
              DISPLAY "RETARDOS DETECTADOS:  " WKS-CK-RETARDOS
              DISPLAY "RENGLONES RECHAZADOS: " WKS-CK-RECHAZOS
              DISPLAY "DOMINGOS/DESCANSOS:   " WKS-CK-DOMINICAL
              DISPLAY "SIETE DIAS SIN DESC.: " WKS-CK-SIN-DESCANSO
              IF WKS-CK-SIN-DESCANSO > 0
                 DISPLAY "VEA NOMINA-SIN-DESCANSO.TXT"
              END-IF
              IF WKS-CK-RECHAZOS > 0
                 DISPLAY "VEA NOMINA-CHECADAS-RECHAZOS.TXT"
              END-IF
                    MOVE "ID DESCONOCIDO" TO CHR-MOTIVO
                    PERFORM 00317-RECHAZA-CHECADA
                 ELSE
                    PERFORM 00892-CHECADA-VALIDA
                 END-IF
           END-READ.

       00892-CHECADA-VALIDA.
      *Una checada de un mes de NOMINA cerrado se rechaza siempre:
      *el reloj da fe de un dia preciso y no se traslada a otro.
           MOVE "NOM" TO WKS-CIE-AREA
           MOVE CK-FECHA TO WKS-CIE-FECHA
           MOVE ZERO TO WKS-CIE-TRASLADO
           PERFORM 00878-REVISA-CIERRE
           MOVE "CHEC" TO WKS-CIE-TIPO
           MOVE SPACES TO WKS-CIE-REFERENCIA
           STRING CK-ID-TRAB " " CK-FECHA DELIMITED BY SIZE
                  INTO WKS-CIE-REFERENCIA
           MOVE "CHECADA DEL RELOJ" TO WKS-CIE-DETALLE
           IF WKS-CIE-RECHAZA
              MOVE "MES DE NOMINA CERRADO" TO CHR-MOTIVO
              PERFORM 00317-RECHAZA-CHECADA
           ELSE
           IF CK-HORA-ENT = 0 AND CK-HORA-SAL = 0
      *El reloj reporta ausencia: un dia de falta pendiente.
              PERFORM 00318-CHECADA-AUSENCIA
           ELSE
           IF CK-HORA-SAL NOT > CK-HORA-ENT
              MOVE "PAR DE CHECADAS INVALIDO" TO CHR-MOTIVO
              PERFORM 00317-RECHAZA-CHECADA
           ELSE
              PERFORM 00319-CHECADA-HORAS
              PERFORM 00715-CHECADA-DOMINICAL
           END-IF
           END-IF
           END-IF
           PERFORM 00879-ANOTA-CIERRE.

       00317-RECHAZA-CHECADA.
           ADD 1 TO WKS-CK-RECHAZOS
           MOVE SPACES TO CHR-REGISTRO
           MOVE 1 TO IN-TIPO
           MOVE 1 TO IN-DIAS
           MOVE 'P' TO IN-ESTADO
           MOVE ZEROS TO IN-CORRIDA
           WRITE REG-INCIDENCIA
              INVALID KEY
                 MOVE "YA HAY INCIDENCIA ESA FECHA" TO CHR-MOTIVO
                 MOVE WKS-CK-HORAS-EXT TO HE-HORAS-DOB
                 MOVE ZEROS TO HE-HORAS-TRI
                 MOVE 'P' TO HE-ESTADO
                 MOVE ZEROS TO HE-CORRIDA
                 WRITE REG-HORAS
                    INVALID KEY
                       MOVE "YA HAY HORAS ESA FECHA" TO CHR-MOTIVO
              INVALID KEY
                 DISPLAY "TURNO INVALIDO, VERIFIQUE."
                 PERFORM 00310-CAPTURA-TURNO
              NOT INVALID KEY
                 PERFORM 00714-CAPTURA-DESCANSO
           END-READ.

       00311-CALCULA-PRIMA-TURNO.
                        TU-DESCRIPCION DELIMITED BY "  "
                        INTO WKS-CONC-DESC(WKS-CONC-NUM)
                 MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                 MOVE '038' TO WKS-CONC-SAT(WKS-CONC-NUM)
                 MOVE 'B' TO WKS-CONC-CLASE(WKS-CONC-NUM)
                 MOVE WKS-TUR-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
              END-IF
           END-IF.
                        WKS-PEN-BENEF(WKS-PEN-I) DELIMITED BY "  "
                        INTO WKS-CONC-DESC(WKS-CONC-NUM)
                 MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                 MOVE '007' TO WKS-CONC-SAT(WKS-CONC-NUM)
                 MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                 MOVE WKS-PEN-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
              END-IF
           END-IF
                 MOVE WKS-PEN-CUENTA(WKS-PEN-I) TO WKS-DL-CUENTA
                 MOVE WKS-PEN-BENEF(WKS-PEN-I) TO WKS-DL-NOMBRE
                 MOVE WKS-PEN-PERIODO TO WKS-DL-IMPORTE
                 MOVE WKS-RP-TRAB TO WKS-DL-REG-PAT
                 WRITE REG-DISP-PEND FROM WKS-LIN-DISPERSION
                 ADD 1 TO WKS-DIS-CUENTAS
                 ADD WKS-PEN-PERIODO TO WKS-DIS-TOTAL
      *cerrando ambos con el total del mes.
           DISPLAY "MES A REPORTAR (AAAAMM): "
           ACCEPT WKS-IMSS-ANOMES
           PERFORM 00724-PIDE-REGPAT
           MOVE ZERO TO WKS-IMSS-EXCLUIDOS
           OPEN OUTPUT F-IMSS-REP
           OPEN OUTPUT F-IMSS-EXP
                  WKS-IMSS-ANOMES DELIMITED BY SIZE
                  INTO REG-IMSS-REP
           WRITE REG-IMSS-REP
           IF WKS-RP-FILTRO > 0
              MOVE SPACES TO REG-IMSS-REP
              STRING "REGISTRO PATRONAL " DELIMITED BY SIZE
                     WKS-RPD-NUMERO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WKS-RPD-RAZON DELIMITED BY SIZE
                     INTO REG-IMSS-REP
              WRITE REG-IMSS-REP
           END-IF
           MOVE ALL "-" TO REG-IMSS-REP
           WRITE REG-IMSS-REP
           MOVE ZERO TO WKS-IMSS-TOTAL
                      WKS-IMSS-EXCLUIDOS
           END-IF.

       00152-IMSS-MES-RENGLON.
           READ F-IMSS NEXT RECORD
              AT END MOVE "10" TO WKS-FS-IMSS
              NOT AT END
                 MOVE 1 TO WKS-RP-COINCIDE
                 IF IM-ANOMES = WKS-IMSS-ANOMES AND WKS-RP-FILTRO > 0
                    PERFORM 00738-IMSS-REGPAT
                 END-IF
                 IF IM-ANOMES = WKS-IMSS-ANOMES
                    AND WKS-RP-COINCIDE = 1
      *Acumulados grabados antes del SDI no traen base de
      *cotizacion: se reportan en ceros.
                    IF IM-BASE-SDI NOT NUMERIC
                       MOVE ZERO TO IM-BASE-SDI
                    END-IF
                    IF IM-SDI NOT NUMERIC
                       MOVE ZERO TO IM-SDI
                    END-IF
                    MOVE IM-MONTO TO WKS-IMSS-IMPORTE
                    MOVE IM-SDI TO WKS-SDI-FORMATO
                    MOVE IM-BASE-SDI TO WKS-CORR-FORMATO
                    MOVE SPACES TO REG-IMSS-REP
                    STRING "TRABAJADOR " DELIMITED BY SIZE
                           IM-ID-TRAB DELIMITED BY SIZE
                           "  IMSS RETENIDO: " DELIMITED BY SIZE
                           WKS-IMSS-IMPORTE DELIMITED BY SIZE
                           "  SDI: " DELIMITED BY SIZE
                           WKS-SDI-FORMATO DELIMITED BY SIZE
                           "  BASE: " DELIMITED BY SIZE
                           WKS-CORR-FORMATO DELIMITED BY SIZE
                           INTO REG-IMSS-REP
                    WRITE REG-IMSS-REP
      *Sin RFC, CURP y NSS completos el trabajador no entra a la
      *exportacion: el instituto rechaza registros sin ellos.
                    MOVE IM-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    IF WKS-ENCONTRADO = 1
                       AND WKS-RFC NOT = SPACES
                       AND WKS-CURP NOT = SPACES
                       AND WKS-NSS NOT = SPACES
                       MOVE IM-ID-TRAB TO WKS-IE-ID
                       MOVE IM-ANOMES TO WKS-IE-ANOMES
                       MOVE IM-MONTO TO WKS-IE-MONTO
                       MOVE WKS-NSS TO WKS-IE-NSS
                       MOVE WKS-RFC TO WKS-IE-RFC
                       MOVE IM-SDI TO WKS-IE-SDI
                       MOVE IM-BASE-SDI TO WKS-IE-BASE-SDI
                       WRITE REG-IMSS-EXP FROM WKS-LIN-IMSS-EXP
                    ELSE
                       ADD 1 TO WKS-IMSS-EXCLUIDOS
                       MOVE "   *SIN RFC/CURP/NSS, EXCLUIDO DE LA "
                          & "EXPORTACION*" TO REG-IMSS-REP
                       WRITE REG-IMSS-REP
                    END-IF
                    ADD IM-MONTO TO WKS-IMSS-TOTAL
                 END-IF
           END-READ.

       00513-CARGA-SDI.
      *Abre el archivo de salario diario integrado, creandolo vacio
      *la primera vez.
           OPEN I-O F-SDI
           IF WKS-FS-SDI = '35'
              OPEN OUTPUT F-SDI
              CLOSE F-SDI
              OPEN I-O F-SDI
           END-IF.

       00514-CALCULA-SDI-FIJO.
      *Parte fija del SDI del trabajador del area de trabajo a la
      *fecha WKS-SDI-FECHA-REF: salario diario por el factor de
      *integracion de ley, 1 + (15 dias de aguinaldo + dias de
      *vacaciones del ano de servicio en curso por la prima del
      *25%) / 365. Los dias de vacaciones salen de la misma tabla
      *que la consulta y el finiquito.
           COMPUTE WKS-SDI-SAL-DIARIO ROUNDED = WKS-SALARIO / 30
           IF WKS-SDI-FECHA-REF > WKS-FECHA-ALTA
              COMPUTE WKS-VAC-ANTIG =
                      (WKS-SDI-FECHA-REF - WKS-FECHA-ALTA) / 10000
           ELSE
              MOVE ZERO TO WKS-VAC-ANTIG
           END-IF
           ADD 1 TO WKS-VAC-ANTIG
           PERFORM 00128-TABLA-VACACIONES
           COMPUTE WKS-SDI-FACTOR ROUNDED =
                   1 + (15 + WKS-VAC-DIAS * 0.25) / 365
           COMPUTE WKS-SDI-FIJO ROUNDED =
                   WKS-SDI-SAL-DIARIO * WKS-SDI-FACTOR.

       00515-TOPA-SDI.
      *Suma parte fija y variable en WKS-SDI-TOTAL y deja en
      *WKS-SDI-VIGENTE el SDI con el tope de ley (WKS-PAR-TOPE-UMAS
      *veces la UMA de la tabla cargada). Sin UMA no se topa.
           COMPUTE WKS-SDI-TOTAL = WKS-SDI-FIJO + WKS-SDI-VARIABLE
           MOVE WKS-SDI-TOTAL TO WKS-SDI-VIGENTE
           IF WKS-PAR-UMA > 0
              COMPUTE WKS-SDI-TOPE = WKS-PAR-UMA * WKS-PAR-TOPE-UMAS
              IF WKS-SDI-VIGENTE > WKS-SDI-TOPE
                 MOVE WKS-SDI-TOPE TO WKS-SDI-VIGENTE
              END-IF
           END-IF.

       00516-BUSCA-SDI-VIGENTE.
      *Deja en WKS-SDI-VIGENTE el SDI topado del trabajador del area
      *de trabajo en vigor a la fecha WKS-SDI-FECHA-REF: el registro
      *de fecha efectiva mas alta que no la rebasa, topado con la
      *UMA de la tabla cargada (la UMA cambia cada ano aunque el
      *SDI no). Sin registro (trabajadores anteriores al archivo)
      *se integra al momento solo con la parte fija.
           MOVE ZERO TO WKS-SDI-HALLADO
           MOVE ZERO TO WKS-SDI-VARIABLE
           MOVE WKS-ID-TRAB TO SD-ID-TRAB
           MOVE ZEROS TO SD-FECHA-EFECT
           START F-SDI KEY IS NOT LESS THAN SD-LLAVE
              INVALID KEY MOVE 1 TO WKS-SDI-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SDI-FIN
           END-START
           PERFORM 00526-BUSCA-SDI-RENGLON
              UNTIL WKS-SDI-FIN = 1
           IF WKS-SDI-HALLADO = 0
              PERFORM 00514-CALCULA-SDI-FIJO
           END-IF
           PERFORM 00515-TOPA-SDI.

       00526-BUSCA-SDI-RENGLON.
           READ F-SDI NEXT RECORD
              AT END MOVE 1 TO WKS-SDI-FIN
              NOT AT END
                 IF SD-ID-TRAB NOT = WKS-ID-TRAB
                    OR SD-FECHA-EFECT > WKS-SDI-FECHA-REF
                    MOVE 1 TO WKS-SDI-FIN
                 ELSE
                    MOVE 1 TO WKS-SDI-HALLADO
                    MOVE SD-SALARIO-DIARIO TO WKS-SDI-SAL-DIARIO
                    MOVE SD-FACTOR TO WKS-SDI-FACTOR
                    MOVE SD-PARTE-FIJA TO WKS-SDI-FIJO
                    MOVE SD-PARTE-VARIABLE TO WKS-SDI-VARIABLE
                 END-IF
           END-READ.

       00518-GRABA-SDI-ALTA.
      *SDI inicial del trabajador recien dado de alta, vigente desde
      *su fecha de alta; sin historia todavia no hay parte variable.
           MOVE WKS-FECHA-ALTA TO WKS-SDI-FECHA-REF
           MOVE WKS-SDI-FECHA-REF TO WKS-PAR-FECHA-REF
           PERFORM 00088-BUSCA-PARAMETROS
           PERFORM 00514-CALCULA-SDI-FIJO
           MOVE ZERO TO WKS-SDI-VARIABLE
           PERFORM 00515-TOPA-SDI
           MOVE 'A' TO WKS-SDI-ORIGEN
           PERFORM 00519-GRABA-SDI.

       00527-SDI-CAMBIO-SALARIO.
      *Nuevo SDI por cambio de salario del trabajador del area de
      *trabajo, vigente desde WKS-SDI-FECHA-REF: la parte fija se
      *recalcula con el salario nuevo y la variable se conserva la
      *del ultimo SDI hasta el siguiente recalculo bimestral.
           MOVE WKS-SDI-FECHA-REF TO WKS-PAR-FECHA-REF
           PERFORM 00088-BUSCA-PARAMETROS
           PERFORM 00516-BUSCA-SDI-VIGENTE
           MOVE WKS-SDI-VIGENTE TO WKS-SDI-ANTERIOR
           PERFORM 00514-CALCULA-SDI-FIJO
           PERFORM 00515-TOPA-SDI
           MOVE 'M' TO WKS-SDI-ORIGEN
           PERFORM 00519-GRABA-SDI
      *Solo un SDI distinto al vigente es modificacion ante el IMSS.
           IF WKS-SDI-VIGENTE NOT = WKS-SDI-ANTERIOR
              MOVE '07' TO WKS-MI-TIPO
              MOVE WKS-SDI-FECHA-REF TO WKS-MI-FECHA
              MOVE WKS-SDI-VIGENTE TO WKS-MI-SDI
              PERFORM 00530-GRABA-MOV-IMSS
           END-IF.

       00519-GRABA-SDI.
      *Graba el SDI calculado en el area para el trabajador del area
      *de trabajo con fecha efectiva WKS-SDI-FECHA-REF; un segundo
      *calculo con la misma fecha reemplaza al primero.
           MOVE WKS-ID-TRAB TO SD-ID-TRAB
           MOVE WKS-SDI-FECHA-REF TO SD-FECHA-EFECT
           MOVE WKS-SDI-SAL-DIARIO TO SD-SALARIO-DIARIO
           MOVE WKS-SDI-FACTOR TO SD-FACTOR
           MOVE WKS-SDI-FIJO TO SD-PARTE-FIJA
           MOVE WKS-SDI-VARIABLE TO SD-PARTE-VARIABLE
           MOVE WKS-SDI-TOTAL TO SD-SDI
           MOVE WKS-SDI-VIGENTE TO SD-SDI-TOPADO
           MOVE WKS-SDI-ORIGEN TO SD-ORIGEN
           ACCEPT SD-FECHA-CAPTURA FROM DATE YYYYMMDD
           WRITE REG-SDI
              INVALID KEY
                 REWRITE REG-SDI
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR SDI DEL TRABAJADOR "
                               WKS-ID-TRAB
                 END-REWRITE
           END-WRITE.

       00520-MENU-SEGURIDAD-SOCIAL.
      *Submenu de seguridad social: salario diario integrado y sus
      *procesos ante el IMSS.
           DISPLAY "SEGURIDAD SOCIAL: 1. RECALCULO BIMESTRAL DE SDI "
                   " 2. CONSULTA DE SDI DE UN TRABAJADOR "
                   " 3. LOTE DE MOVIMIENTOS AFILIATORIOS (IDSE) "
                   " 4. RESPUESTA DEL IMSS A UN MOVIMIENTO "
                   " 5. MOVIMIENTOS POR VENCER "
                   " 6. CREDITOS INFONAVIT "
                   " 7. CERTIFICADO DE INCAPACIDAD "
                   " 8. REPORTE DE SUBSIDIOS POR INCAPACIDAD "
                   " 9. REGRESAR "
                   " 10. CASO DE RIESGO DE TRABAJO "
                   " 11. CONSULTA DE CASOS DE RIESGO "
                   " 12. DETERMINACION ANUAL DE LA PRIMA DE RIESGO"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00517-RECALCULO-SDI-BIMESTRAL
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 2
              PERFORM 00528-CONSULTA-SDI
           ELSE
           IF WKS-ELECCION = 3
              PERFORM 00534-EXPORTA-IDSE
           ELSE
           IF WKS-ELECCION = 4
              PERFORM 00536-RESPUESTA-MOV-IMSS
           ELSE
           IF WKS-ELECCION = 5
              PERFORM 00537-REPORTE-MOV-PLAZO
           ELSE
           IF WKS-ELECCION = 6
              PERFORM 00540-MENU-INFONAVIT
           ELSE
           IF WKS-ELECCION = 7
              PERFORM 00583-CAPTURA-INCAPACIDAD
           ELSE
           IF WKS-ELECCION = 8
              PERFORM 00595-REPORTE-SUBSIDIOS
           ELSE
           IF WKS-ELECCION = 10
              PERFORM 00602-CAPTURA-CASO-RIESGO
           ELSE
           IF WKS-ELECCION = 11
              PERFORM 00606-CONSULTA-CASOS-RIESGO
           ELSE
           IF WKS-ELECCION = 12
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00608-DETERMINA-PRIMA-RIESGO
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00520-MENU-SEGURIDAD-SOCIAL.

       00517-RECALCULO-SDI-BIMESTRAL.
      *Recalculo bimestral del SDI: con el bimestre terminado se
      *promedia la parte variable de cada trabajador activo y el
      *nuevo SDI rige desde el primer dia del bimestre siguiente.
           DISPLAY "ANO DEL BIMESTRE TERMINADO (AAAA): "
           ACCEPT WKS-SDI-ANO
           DISPLAY "BIMESTRE TERMINADO (1 A 6): "
           ACCEPT WKS-SDI-BIM
           IF WKS-SDI-BIM < 1 OR WKS-SDI-BIM > 6
              DISPLAY "BIMESTRE INVALIDO, VERIFIQUE."
           ELSE
              PERFORM 00521-RECALCULO-SDI-CUERPO
           END-IF.

       00521-RECALCULO-SDI-CUERPO.
           COMPUTE WKS-SDI-INI = WKS-SDI-ANO * 10000
                   + (WKS-SDI-BIM * 2 - 1) * 100 + 1
           IF WKS-SDI-BIM = 6
              COMPUTE WKS-SDI-FECHA-REF =
                      (WKS-SDI-ANO + 1) * 10000 + 0101
           ELSE
              COMPUTE WKS-SDI-FECHA-REF = WKS-SDI-ANO * 10000
                      + (WKS-SDI-BIM * 2 + 1) * 100 + 1
           END-IF
           COMPUTE WKS-SDI-DIAS-BIM =
                   FUNCTION INTEGER-OF-DATE(WKS-SDI-FECHA-REF)
                   - FUNCTION INTEGER-OF-DATE(WKS-SDI-INI)
           COMPUTE WKS-SDI-FIN-BIM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WKS-SDI-FECHA-REF) - 1)
      *El tope se toma de la tabla en vigor el dia que rige el SDI.
           MOVE WKS-SDI-FECHA-REF TO WKS-PAR-FECHA-REF
           PERFORM 00088-BUSCA-PARAMETROS
           MOVE ZERO TO WKS-SDI-CONTADOR
           MOVE ZERO TO WKS-SDI-CAMBIOS
           MOVE ZERO TO WKS-SDI-TOPADOS
           OPEN OUTPUT F-SDI-REP
           MOVE SPACES TO REG-SDI-REP
           STRING "RECALCULO DE SDI DEL BIMESTRE " DELIMITED BY SIZE
                  WKS-SDI-INI DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WKS-SDI-FIN-BIM DELIMITED BY SIZE
                  ", VIGENTE DESDE " DELIMITED BY SIZE
                  WKS-SDI-FECHA-REF DELIMITED BY SIZE
                  INTO REG-SDI-REP
           WRITE REG-SDI-REP
           MOVE "ID    SDI ANT.     FIJO  VARIABLE  SDI NUEVO"
                TO REG-SDI-REP
           WRITE REG-SDI-REP
           MOVE ALL "-" TO REG-SDI-REP
           WRITE REG-SDI-REP
           PERFORM 00222-INICIA-BARRIDO-TRAB
           PERFORM 00522-RECALCULO-SDI-RENGLON
              UNTIL WKS-BARRIDO-FIN = 1
           MOVE ALL "-" TO REG-SDI-REP
           WRITE REG-SDI-REP
           MOVE SPACES TO REG-SDI-REP
           STRING "TRABAJADORES: " DELIMITED BY SIZE
                  WKS-SDI-CONTADOR DELIMITED BY SIZE
                  "  CON CAMBIO: " DELIMITED BY SIZE
                  WKS-SDI-CAMBIOS DELIMITED BY SIZE
                  "  EN EL TOPE: " DELIMITED BY SIZE
                  WKS-SDI-TOPADOS DELIMITED BY SIZE
                  INTO REG-SDI-REP
           WRITE REG-SDI-REP
           CLOSE F-SDI-REP
           MOVE "NOMINA-SDI-REPORTE.TXT" TO WKS-REPO-ORIGEN
           MOVE "SDI" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           DISPLAY "SDI RECALCULADO A " WKS-SDI-CONTADOR
                   " TRABAJADORES, " WKS-SDI-CAMBIOS " CON CAMBIO."
           DISPLAY "REPORTE EN NOMINA-SDI-REPORTE.TXT".

       00522-RECALCULO-SDI-RENGLON.
           PERFORM 00223-LEE-SIGUIENTE-TRAB
           IF WKS-BARRIDO-FIN = 0 AND WKS-ACTIVO
              PERFORM 00516-BUSCA-SDI-VIGENTE
              MOVE WKS-SDI-VIGENTE TO WKS-SDI-ANTERIOR
              PERFORM 00514-CALCULA-SDI-FIJO
              PERFORM 00523-SDI-VARIABLE-BIM
              PERFORM 00515-TOPA-SDI
              MOVE 'B' TO WKS-SDI-ORIGEN
              PERFORM 00519-GRABA-SDI
              ADD 1 TO WKS-SDI-CONTADOR
              IF WKS-SDI-VIGENTE NOT = WKS-SDI-ANTERIOR
                 ADD 1 TO WKS-SDI-CAMBIOS
                 MOVE '07' TO WKS-MI-TIPO
                 MOVE WKS-SDI-FECHA-REF TO WKS-MI-FECHA
                 MOVE WKS-SDI-VIGENTE TO WKS-MI-SDI
                 PERFORM 00530-GRABA-MOV-IMSS
              END-IF
              IF WKS-SDI-VIGENTE < WKS-SDI-TOTAL
                 ADD 1 TO WKS-SDI-TOPADOS
              END-IF
              MOVE WKS-SDI-ANTERIOR TO WKS-SDI-FORMATO
              MOVE WKS-SDI-FIJO TO WKS-SDI-FORMATO-2
              MOVE WKS-SDI-VARIABLE TO WKS-SDI-FORMATO-3
              MOVE WKS-SDI-VIGENTE TO WKS-SDI-FORMATO-4
              MOVE SPACES TO REG-SDI-REP
              STRING WKS-ID-TRAB DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WKS-SDI-FORMATO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WKS-SDI-FORMATO-2 DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WKS-SDI-FORMATO-3 DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     WKS-SDI-FORMATO-4 DELIMITED BY SIZE
                     INTO REG-SDI-REP
              IF WKS-SDI-VIGENTE < WKS-SDI-TOTAL
                 MOVE "*TOPE" TO REG-SDI-REP(50:5)
              END-IF
              WRITE REG-SDI-REP
           END-IF.

       00523-SDI-VARIABLE-BIM.
      *Parte variable del SDI del trabajador del area de trabajo:
      *lo devengado en el bimestre por tiempo extra (con la tarifa
      *y la regla de festivos de la corrida), prima de turno y
      *percepciones recurrentes asignadas, entre los dias del
      *bimestre.
           MOVE ZERO TO WKS-SDI-VAR-SUMA
           COMPUTE WKS-HE-TARIFA = WKS-SALARIO / 30 / 8
           MOVE WKS-ID-TRAB TO HE-ID-TRAB
           MOVE WKS-SDI-INI TO HE-FECHA
           START F-HORAS KEY IS NOT LESS THAN HE-LLAVE
              INVALID KEY MOVE 1 TO WKS-SDI-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SDI-FIN
           END-START
           PERFORM 00524-SDI-HORAS-RENGLON
              UNTIL WKS-SDI-FIN = 1
           MOVE WKS-TURNO TO TU-CODIGO
           READ F-TURNOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF TU-PRIMA-PCT > 0
                    COMPUTE WKS-SDI-VAR-SUMA ROUNDED =
                            WKS-SDI-VAR-SUMA
                            + WKS-SALARIO * 2 * TU-PRIMA-PCT / 100
                 END-IF
           END-READ
           MOVE WKS-ID-TRAB TO AS-ID-TRAB
           MOVE ZEROS TO AS-CONCEPTO
           START F-ASIGNACION KEY IS NOT LESS THAN AS-LLAVE
              INVALID KEY MOVE 1 TO WKS-SDI-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SDI-FIN
           END-START
           PERFORM 00525-SDI-CONCEPTO-RENGLON
              UNTIL WKS-SDI-FIN = 1
           IF WKS-SDI-DIAS-BIM > 0
              COMPUTE WKS-SDI-VARIABLE ROUNDED =
                      WKS-SDI-VAR-SUMA / WKS-SDI-DIAS-BIM
           ELSE
              MOVE ZERO TO WKS-SDI-VARIABLE
           END-IF.

       00524-SDI-HORAS-RENGLON.
           READ F-HORAS NEXT RECORD
              AT END MOVE 1 TO WKS-SDI-FIN
              NOT AT END
                 IF HE-ID-TRAB NOT = WKS-ID-TRAB
                    OR HE-FECHA > WKS-SDI-FIN-BIM
                    MOVE 1 TO WKS-SDI-FIN
                 ELSE
                    MOVE HE-FECHA TO WKS-FES-FECHA
                    PERFORM 00322-ES-FESTIVO
                    IF WKS-FES-SI = 1
                       COMPUTE WKS-SDI-VAR-SUMA ROUNDED =
                               WKS-SDI-VAR-SUMA +
                               WKS-HE-TARIFA * 2 * (HE-HORAS-ORD
                               + HE-HORAS-DOB * 2
                               + HE-HORAS-TRI * 3)
                    ELSE
                       COMPUTE WKS-SDI-VAR-SUMA ROUNDED =
                               WKS-SDI-VAR-SUMA +
                               WKS-HE-TARIFA * (HE-HORAS-ORD
                               + HE-HORAS-DOB * 2
                               + HE-HORAS-TRI * 3)
                    END-IF
                 END-IF
           END-READ.

       00525-SDI-CONCEPTO-RENGLON.
      *Percepciones recurrentes activas del trabajador: dos meses
      *de su importe mensual, fijo o porcentaje del salario.
           READ F-ASIGNACION NEXT RECORD
              AT END MOVE 1 TO WKS-SDI-FIN
              NOT AT END
                 IF AS-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-SDI-FIN
                 ELSE
                 IF AS-ESTADO = 'A'
                    MOVE AS-CONCEPTO TO CO-CODIGO
                    READ F-CONCEPTOS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF CO-ESTADO = 'A' AND CO-ES-PERCEPCION
                             IF CO-IMPORTE-PORCENTAJE
                                COMPUTE WKS-SDI-VAR-SUMA ROUNDED =
                                        WKS-SDI-VAR-SUMA + WKS-SALARIO
                                        * 2 * (CO-IMPORTE / 100)
                             ELSE
                                COMPUTE WKS-SDI-VAR-SUMA =
                                        WKS-SDI-VAR-SUMA
                                        + CO-IMPORTE * 2
                             END-IF
                          END-IF
                    END-READ
                 END-IF
                 END-IF
           END-READ.

       00528-CONSULTA-SDI.
      *Historia de SDI de un trabajador, del mas antiguo al vigente.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "TRABAJADOR NO ENCONTRADO"
           ELSE
              MOVE WKS-ID-TRAB TO SD-ID-TRAB
              MOVE ZEROS TO SD-FECHA-EFECT
              START F-SDI KEY IS NOT LESS THAN SD-LLAVE
                 INVALID KEY MOVE 1 TO WKS-SDI-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-SDI-FIN
              END-START
              MOVE ZERO TO WKS-SDI-HALLADO
              PERFORM 00529-CONSULTA-SDI-RENGLON
                 UNTIL WKS-SDI-FIN = 1
              IF WKS-SDI-HALLADO = 0
                 DISPLAY "SIN SDI REGISTRADO; SE INTEGRA AL MOMENTO "
                         "CON LA PARTE FIJA."
              END-IF
           END-IF.

       00529-CONSULTA-SDI-RENGLON.
           READ F-SDI NEXT RECORD
              AT END MOVE 1 TO WKS-SDI-FIN
              NOT AT END
                 IF SD-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-SDI-FIN
                 ELSE
                    MOVE 1 TO WKS-SDI-HALLADO
                    MOVE SD-SDI TO WKS-SDI-FORMATO
                    MOVE SD-SDI-TOPADO TO WKS-SDI-FORMATO-4
                    DISPLAY "VIGENTE DESDE " SD-FECHA-EFECT
                            " ORIGEN " SD-ORIGEN
                            " FACTOR " SD-FACTOR
                            " SDI " WKS-SDI-FORMATO
                            " TOPADO " WKS-SDI-FORMATO-4
                 END-IF
           END-READ.

       00531-CARGA-MOV-IMSS.
      *Abre el archivo de movimientos afiliatorios, creandolo vacio
      *la primera vez.
           OPEN I-O F-MOV-IMSS
           IF WKS-FS-MOV-IMSS = '35'
              OPEN OUTPUT F-MOV-IMSS
              CLOSE F-MOV-IMSS
              OPEN I-O F-MOV-IMSS
           END-IF.

       00530-GRABA-MOV-IMSS.
      *Graba un movimiento afiliatorio pendiente del trabajador del
      *area de trabajo: tipo en WKS-MI-TIPO, fecha del movimiento en
      *WKS-MI-FECHA y SDI en WKS-MI-SDI. El plazo para presentarlo
      *son cinco dias habiles a partir de la fecha del movimiento.
      *Un segundo movimiento del mismo tipo y fecha reemplaza al
      *primero.
           MOVE WKS-ID-TRAB TO MI-ID-TRAB
           MOVE WKS-MI-FECHA TO MI-FECHA
           MOVE WKS-MI-TIPO TO MI-TIPO
           MOVE WKS-NSS TO MI-NSS
           MOVE WKS-CURP TO MI-CURP
           MOVE WKS-MI-SDI TO MI-SDI
           IF MI-ES-BAJA
              MOVE WKS-MOTIVO-BAJA TO MI-MOTIVO-BAJA
           ELSE
              MOVE ZEROS TO MI-MOTIVO-BAJA
           END-IF
           ACCEPT MI-FECHA-CAPTURA FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-MI-HABILES
           COMPUTE WKS-MI-INT = FUNCTION INTEGER-OF-DATE(MI-FECHA)
           PERFORM 00532-AVANZA-DIA-HABIL
              UNTIL WKS-MI-HABILES = 5
           COMPUTE MI-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WKS-MI-INT)
           MOVE 'P' TO MI-ESTADO
           MOVE ZEROS TO MI-FECHA-ENVIO
           MOVE ZEROS TO MI-FECHA-RESPUESTA
           MOVE SPACES TO MI-MOTIVO-RECHAZO
           WRITE REG-MOV-IMSS
              INVALID KEY
                 REWRITE REG-MOV-IMSS
           END-WRITE.

       00532-AVANZA-DIA-HABIL.
      *Avanza WKS-MI-INT un dia y lo cuenta en WKS-MI-HABILES si no
      *cae en sabado, domingo ni festivo del calendario.
           ADD 1 TO WKS-MI-INT
           COMPUTE WKS-MI-DIA-SEM = FUNCTION MOD(WKS-MI-INT, 7)
           IF WKS-MI-DIA-SEM NOT = 0 AND WKS-MI-DIA-SEM NOT = 6
              COMPUTE WKS-FES-FECHA =
                      FUNCTION DATE-OF-INTEGER(WKS-MI-INT)
              PERFORM 00322-ES-FESTIVO
              IF WKS-FES-SI = 0
                 ADD 1 TO WKS-MI-HABILES
              END-IF
           END-IF.

       00534-EXPORTA-IDSE.
      *Arma el lote para la carga masiva del IDSE con los movimientos
      *pendientes y los rechazados, tomando del maestro el NSS, la
      *CURP y el nombre vigentes para que un rechazo corregido en el
      *trabajador salga bien en el reenvio. Los que no tienen NSS no
      *se envian y se cuentan aparte. Lo enviado queda en 'E'.
           IF WKS-REG-PATRONAL = SPACES
              DISPLAY "REGISTRO PATRONAL ANTE EL IMSS: "
              ACCEPT WKS-REG-PATRONAL
              PERFORM 00028-GRABA-CONTADOR
           END-IF
      *El lote del IDSE es de un solo registro patronal; con cero
      *cada movimiento sale con el registro de su trabajador.
           PERFORM 00724-PIDE-REGPAT
           ACCEPT WKS-MI-HOY FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-MI-ENVIADOS
           MOVE ZERO TO WKS-MI-SIN-NSS
           OPEN OUTPUT F-IDSE
           MOVE LOW-VALUES TO MI-LLAVE
           START F-MOV-IMSS KEY IS NOT LESS THAN MI-LLAVE
              INVALID KEY MOVE 1 TO WKS-MI-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-MI-FIN
           END-START
           PERFORM 00535-EXPORTA-IDSE-RENGLON
              UNTIL WKS-MI-FIN = 1
           CLOSE F-IDSE
           MOVE "IDSE" TO WKS-BIT-TIPO
           MOVE SPACES TO WKS-BIT-DETALLE
           STRING "MOVIMIENTOS ENVIADOS " DELIMITED BY SIZE
                  WKS-MI-ENVIADOS DELIMITED BY SIZE
                  INTO WKS-BIT-DETALLE
           PERFORM 00439-GRABA-BITACORA
           DISPLAY "MOVIMIENTOS EN EL LOTE: " WKS-MI-ENVIADOS
           IF WKS-MI-SIN-NSS > 0
              DISPLAY "SIN NSS, NO ENVIADOS: " WKS-MI-SIN-NSS
           END-IF
           DISPLAY "LOTE EN NOMINA-IDSE.TXT".

       00535-EXPORTA-IDSE-RENGLON.
           READ F-MOV-IMSS NEXT RECORD
              AT END MOVE 1 TO WKS-MI-FIN
              NOT AT END
                 IF MI-PENDIENTE OR MI-RECHAZADO
                    MOVE MI-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    IF WKS-ENCONTRADO = 1
                       MOVE WKS-NSS TO MI-NSS
                       MOVE WKS-CURP TO MI-CURP
                    END-IF
                    PERFORM 00739-COINCIDE-REGPAT
                    IF WKS-RP-COINCIDE = 0
                       CONTINUE
                    ELSE
                    IF MI-NSS = SPACES
                       ADD 1 TO WKS-MI-SIN-NSS
                    ELSE
                       PERFORM 00533-ARMA-RENGLON-IDSE
                       MOVE WKS-LIN-IDSE TO REG-IDSE
                       WRITE REG-IDSE
                       ADD 1 TO WKS-MI-ENVIADOS
                       MOVE 'E' TO MI-ESTADO
                       MOVE WKS-MI-HOY TO MI-FECHA-ENVIO
                       MOVE ZEROS TO MI-FECHA-RESPUESTA
                       MOVE SPACES TO MI-MOTIVO-RECHAZO
                       REWRITE REG-MOV-IMSS
                    END-IF
                    END-IF
                 END-IF
           END-READ.

       00533-ARMA-RENGLON-IDSE.
      *Renglon del layout de carga masiva: trabajador permanente,
      *salario fijo, semana completa; la fecha va en DDMMAAAA y la
      *causa de baja con la clave del IMSS que corresponde al motivo
      *del maestro.
           MOVE SPACES TO WKS-LIN-IDSE
           MOVE WKS-RPD-NUMERO TO WKS-ID-REG-PATRONAL
           MOVE MI-NSS TO WKS-ID-NSS
           MOVE WKS-APELL-PAT TO WKS-ID-APELL-PAT
           MOVE WKS-APELL-MAT TO WKS-ID-APELL-MAT
           MOVE WKS-NOMBRE-TRAB TO WKS-ID-NOMBRE
           MOVE MI-SDI TO WKS-ID-SDI
           MOVE "1" TO WKS-ID-TIPO-TRAB
           MOVE "0" TO WKS-ID-TIPO-SAL
           MOVE "0" TO WKS-ID-JORNADA
           MOVE MI-FECHA TO WKS-MI-FECHA-AMD
           MOVE WKS-MI-AMD-DD TO WKS-MI-DD
           MOVE WKS-MI-AMD-MM TO WKS-MI-MM
           MOVE WKS-MI-AMD-AAAA TO WKS-MI-AAAA
           MOVE WKS-MI-FECHA-DMA TO WKS-ID-FECHA
           MOVE "000" TO WKS-ID-UMF
           MOVE MI-TIPO TO WKS-ID-TIPO-MOV
           MOVE MI-ID-TRAB TO WKS-ID-CLAVE-TRAB
           IF MI-ES-BAJA
              IF MI-MOTIVO-BAJA = 1
                 MOVE "2" TO WKS-ID-CAUSA-BAJA
              ELSE
              IF MI-MOTIVO-BAJA = 2
                 MOVE "8" TO WKS-ID-CAUSA-BAJA
              ELSE
              IF MI-MOTIVO-BAJA = 3
                 MOVE "9" TO WKS-ID-CAUSA-BAJA
              ELSE
              IF MI-MOTIVO-BAJA = 4
                 MOVE "4" TO WKS-ID-CAUSA-BAJA
              ELSE
                 MOVE "6" TO WKS-ID-CAUSA-BAJA
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           MOVE MI-CURP TO WKS-ID-CURP
           MOVE "9" TO WKS-ID-FORMATO.

       00536-RESPUESTA-MOV-IMSS.
      *Captura la respuesta del IMSS a un movimiento enviado. Un
      *rechazo guarda su motivo y el movimiento vuelve a salir en el
      *siguiente lote, ya con los datos corregidos del maestro.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT MI-ID-TRAB
           DISPLAY "FECHA DEL MOVIMIENTO (AAAAMMDD): "
           ACCEPT MI-FECHA
           DISPLAY "TIPO (08 ALTA, 02 BAJA, 07 MODIFICACION): "
           ACCEPT MI-TIPO
           READ F-MOV-IMSS
              INVALID KEY
                 DISPLAY "MOVIMIENTO NO ENCONTRADO."
              NOT INVALID KEY
                 IF NOT MI-ENVIADO
                    DISPLAY "EL MOVIMIENTO NO ESTA ENVIADO; ESTADO "
                            MI-ESTADO
                 ELSE
                    DISPLAY "A ACEPTADO / R RECHAZADO: "
                    ACCEPT WKS-MI-RESPUESTA
                    IF WKS-MI-RESPUESTA = 'A' OR WKS-MI-RESPUESTA = 'R'
                       MOVE WKS-MI-RESPUESTA TO MI-ESTADO
                       ACCEPT MI-FECHA-RESPUESTA FROM DATE YYYYMMDD
                       MOVE SPACES TO MI-MOTIVO-RECHAZO
                       IF MI-RECHAZADO
                          DISPLAY "MOTIVO DEL RECHAZO: "
                          ACCEPT MI-MOTIVO-RECHAZO
                       END-IF
                       REWRITE REG-MOV-IMSS
                       MOVE "IMSS" TO WKS-BIT-TIPO
                       MOVE SPACES TO WKS-BIT-DETALLE
                       STRING MI-ID-TRAB " " MI-TIPO " " MI-FECHA
                              " " MI-ESTADO DELIMITED BY SIZE
                              INTO WKS-BIT-DETALLE
                       PERFORM 00439-GRABA-BITACORA
                       DISPLAY "RESPUESTA REGISTRADA."
                    ELSE
                       DISPLAY "OPCION INVALIDA, VERIFIQUE."
                    END-IF
                 END-IF
           END-READ.

       00537-REPORTE-MOV-PLAZO.
      *Movimientos aun no presentados (pendientes o rechazados) que
      *ya vencieron o a los que les quedan dos dias habiles o menos.
           ACCEPT WKS-MI-HOY FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-MI-VENCIDOS
           MOVE ZERO TO WKS-MI-POR-VENCER
           OPEN OUTPUT F-MOV-PLAZO
           MOVE SPACES TO REG-MOV-PLAZO
           STRING "MOVIMIENTOS AFILIATORIOS POR VENCER AL "
                  DELIMITED BY SIZE
                  WKS-MI-HOY DELIMITED BY SIZE
                  INTO REG-MOV-PLAZO
           WRITE REG-MOV-PLAZO
           MOVE "ID   TIPO FECHA    LIMITE   EDO SITUACION"
                TO REG-MOV-PLAZO
           WRITE REG-MOV-PLAZO
           MOVE ALL "-" TO REG-MOV-PLAZO
           WRITE REG-MOV-PLAZO
           MOVE LOW-VALUES TO MI-LLAVE
           START F-MOV-IMSS KEY IS NOT LESS THAN MI-LLAVE
              INVALID KEY MOVE 1 TO WKS-MI-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-MI-FIN
           END-START
           PERFORM 00539-REPORTE-MOV-RENGLON
              UNTIL WKS-MI-FIN = 1
           MOVE ALL "-" TO REG-MOV-PLAZO
           WRITE REG-MOV-PLAZO
           MOVE SPACES TO REG-MOV-PLAZO
           STRING "VENCIDOS: " DELIMITED BY SIZE
                  WKS-MI-VENCIDOS DELIMITED BY SIZE
                  "  POR VENCER: " DELIMITED BY SIZE
                  WKS-MI-POR-VENCER DELIMITED BY SIZE
                  INTO REG-MOV-PLAZO
           WRITE REG-MOV-PLAZO
           CLOSE F-MOV-PLAZO
           MOVE "NOMINA-MOVIMIENTOS-PLAZO.TXT" TO WKS-REPO-ORIGEN
           MOVE "MOVS IMSS" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           DISPLAY "MOVIMIENTOS VENCIDOS: " WKS-MI-VENCIDOS
                   " POR VENCER: " WKS-MI-POR-VENCER
           DISPLAY "REPORTE EN NOMINA-MOVIMIENTOS-PLAZO.TXT".

       00539-REPORTE-MOV-RENGLON.
           READ F-MOV-IMSS NEXT RECORD
              AT END MOVE 1 TO WKS-MI-FIN
              NOT AT END
                 IF MI-PENDIENTE OR MI-RECHAZADO
                    MOVE SPACES TO WKS-MI-SITUACION
                    IF MI-FECHA-LIMITE < WKS-MI-HOY
                       ADD 1 TO WKS-MI-VENCIDOS
                       MOVE "VENCIDO" TO WKS-MI-SITUACION
                    ELSE
                       MOVE ZERO TO WKS-MI-HABILES
                       COMPUTE WKS-MI-INT =
                               FUNCTION INTEGER-OF-DATE(WKS-MI-HOY)
                       COMPUTE WKS-MI-INT-FIN =
                            FUNCTION INTEGER-OF-DATE(MI-FECHA-LIMITE)
                       PERFORM 00532-AVANZA-DIA-HABIL
                          UNTIL WKS-MI-INT NOT < WKS-MI-INT-FIN
                       IF WKS-MI-HABILES NOT > 2
                          ADD 1 TO WKS-MI-POR-VENCER
                          MOVE "POR VENCER" TO WKS-MI-SITUACION
                       END-IF
                    END-IF
                    IF WKS-MI-SITUACION NOT = SPACES
                       MOVE SPACES TO REG-MOV-PLAZO
                       STRING MI-ID-TRAB " " MI-TIPO "   "
                              MI-FECHA " " MI-FECHA-LIMITE " "
                              MI-ESTADO "   " WKS-MI-SITUACION
                              DELIMITED BY SIZE
                              INTO REG-MOV-PLAZO
                       WRITE REG-MOV-PLAZO
                    END-IF
                 END-IF
           END-READ.

       00538-PROCESO-BATCH-MOV-IMSS.
      *Paso nocturno que revisa los plazos de los movimientos
      *afiliatorios; si alguno ya vencio el paso termina con aviso.
           PERFORM 00537-REPORTE-MOV-PLAZO
           IF WKS-MI-VENCIDOS > 0
              MOVE "04" TO LK-PARM-STATUS
           ELSE
              MOVE "00" TO LK-PARM-STATUS
           END-IF.

       00543-CARGA-INFONAVIT.
      *Abre los creditos INFONAVIT y su acumulado bimestral de
      *amortizaciones, creandolos vacios la primera vez.
           OPEN I-O F-INFONAVIT
           IF WKS-FS-INFONAVIT = '35'
              OPEN OUTPUT F-INFONAVIT
              CLOSE F-INFONAVIT
              OPEN I-O F-INFONAVIT
           END-IF
           OPEN I-O F-INF-AMORT
           IF WKS-FS-INF-AMORT = '35'
              OPEN OUTPUT F-INF-AMORT
              CLOSE F-INF-AMORT
              OPEN I-O F-INF-AMORT
           END-IF.

       00540-MENU-INFONAVIT.
      *Creditos INFONAVIT: los avisos de retencion, suspension y
      *modificacion los captura un supervisor tal como llegan.
           DISPLAY "INFONAVIT: 1. AVISO DE RETENCION (ALTA O "
                   "REANUDACION) 2. AVISO DE SUSPENSION "
                   " 3. AVISO DE MODIFICACION "
                   " 4. CONSULTA DE CREDITOS DE UN TRABAJADOR "
                   " 5. REPORTE BIMESTRAL DE AMORTIZACIONES "
                   " 9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1 OR WKS-ELECCION = 2
              OR WKS-ELECCION = 3
              IF NOT WKS-OPER-SUPERVISOR
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              ELSE
              IF WKS-ELECCION = 1
                 PERFORM 00544-AVISO-RETENCION-INF
              ELSE
              IF WKS-ELECCION = 2
                 PERFORM 00545-AVISO-SUSPENSION-INF
              ELSE
                 PERFORM 00546-AVISO-MODIFICACION-INF
              END-IF
              END-IF
              END-IF
           ELSE
           IF WKS-ELECCION = 4
              PERFORM 00547-CONSULTA-CREDITOS-INF
           ELSE
           IF WKS-ELECCION = 5
              PERFORM 00549-REPORTE-BIMESTRAL-INF
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00540-MENU-INFONAVIT.

       00556-CAPTURA-LLAVE-INF.
      *Pide trabajador y numero de credito y deja el credito leido;
      *WKS-INF-HALLADO queda en 1 si ya existe.
           MOVE ZERO TO WKS-INF-HALLADO
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "TRABAJADOR NO ENCONTRADO"
           ELSE
              DISPLAY "NUMERO DE CREDITO INFONAVIT: "
              ACCEPT WKS-INF-CREDITO
              MOVE WKS-ID-TRAB TO CI-ID-TRAB
              MOVE WKS-INF-CREDITO TO CI-CREDITO
              READ F-INFONAVIT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO WKS-INF-HALLADO
              END-READ
           END-IF.

       00557-CAPTURA-DESCUENTO-INF.
      *Tipo y valor del descuento segun el aviso: porcentaje del
      *SDI, cuota fija mensual en pesos o veces la UMA diaria.
           MOVE SPACE TO WKS-INF-TIPO
           PERFORM 00558-CAPTURA-TIPO-INF
              UNTIL WKS-INF-TIPO = 'P' OR WKS-INF-TIPO = 'F'
                 OR WKS-INF-TIPO = 'V'
           DISPLAY "VALOR DEL DESCUENTO (PORCENTAJE, PESOS O VECES): "
           ACCEPT WKS-INF-VALOR.

       00558-CAPTURA-TIPO-INF.
           DISPLAY "TIPO DE DESCUENTO (P PORCENTAJE DEL SDI, "
                   "F CUOTA FIJA, V VECES UMA): "
           ACCEPT WKS-INF-TIPO
           IF WKS-INF-TIPO NOT = 'P' AND WKS-INF-TIPO NOT = 'F'
              AND WKS-INF-TIPO NOT = 'V'
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
           END-IF.

       00544-AVISO-RETENCION-INF.
      *Aviso de retencion de descuentos: da de alta el credito o, si
      *ya existe suspendido, lo reanuda desde la nueva fecha.
           PERFORM 00556-CAPTURA-LLAVE-INF
           IF WKS-ENCONTRADO = 1
              IF WKS-INF-HALLADO = 1 AND CI-ACTIVO
                 DISPLAY "EL CREDITO YA ESTA ACTIVO; USE EL AVISO DE "
                         "MODIFICACION."
              ELSE
              IF WKS-INF-HALLADO = 1 AND CI-BAJA-TRAB
                 DISPLAY "EL CREDITO SE CERRO POR BAJA DEL "
                         "TRABAJADOR."
              ELSE
                 DISPLAY "FECHA DE INICIO DEL DESCUENTO (AAAAMMDD): "
                 ACCEPT WKS-INF-FECHA
                 IF WKS-INF-HALLADO = 0
                    PERFORM 00557-CAPTURA-DESCUENTO-INF
                    MOVE WKS-INF-TIPO TO CI-TIPO-DESC
                    MOVE WKS-INF-VALOR TO CI-VALOR
                    MOVE SPACE TO CI-TIPO-ANT
                    MOVE ZEROS TO CI-VALOR-ANT
                    MOVE ZEROS TO CI-FECHA-MODIF
                    MOVE ZEROS TO CI-FECHA-BAJA
                 END-IF
                 MOVE WKS-INF-FECHA TO CI-FECHA-INICIO
                 MOVE ZEROS TO CI-FECHA-SUSPENSION
                 MOVE 'A' TO CI-ESTADO
                 ACCEPT CI-FECHA-CAPTURA FROM DATE YYYYMMDD
                 IF WKS-INF-HALLADO = 0
                    WRITE REG-CREDITO-INF
                    MOVE "NUEVO" TO WKS-AX-ANTES
                 ELSE
                    REWRITE REG-CREDITO-INF
                    MOVE "SUSPENDIDO" TO WKS-AX-ANTES
                 END-IF
                 MOVE "INFONAVIT" TO WKS-AX-ENTIDAD
                 MOVE CI-CREDITO TO WKS-AX-LLAVE
                 MOVE SPACES TO WKS-AX-DESPUES
                 STRING "RETIENE " CI-FECHA-INICIO
                        DELIMITED BY SIZE INTO WKS-AX-DESPUES
                 PERFORM 00447-GRABA-AUDIT-CAT
                 DISPLAY "CREDITO ACTIVO DESDE " CI-FECHA-INICIO
              END-IF
              END-IF
           END-IF.

       00545-AVISO-SUSPENSION-INF.
      *Aviso de suspension de descuentos: el credito deja de
      *descontarse a partir de la fecha del aviso.
           PERFORM 00556-CAPTURA-LLAVE-INF
           IF WKS-ENCONTRADO = 1
              IF WKS-INF-HALLADO = 0
                 DISPLAY "CREDITO NO ENCONTRADO."
              ELSE
              IF NOT CI-ACTIVO
                 DISPLAY "EL CREDITO NO ESTA ACTIVO."
              ELSE
                 DISPLAY "FECHA DE SUSPENSION (AAAAMMDD): "
                 ACCEPT CI-FECHA-SUSPENSION
                 MOVE 'S' TO CI-ESTADO
                 REWRITE REG-CREDITO-INF
                 MOVE "INFONAVIT" TO WKS-AX-ENTIDAD
                 MOVE CI-CREDITO TO WKS-AX-LLAVE
                 MOVE "ACTIVO" TO WKS-AX-ANTES
                 MOVE SPACES TO WKS-AX-DESPUES
                 STRING "SUSPENDE " CI-FECHA-SUSPENSION
                        DELIMITED BY SIZE INTO WKS-AX-DESPUES
                 PERFORM 00447-GRABA-AUDIT-CAT
                 DISPLAY "CREDITO SUSPENDIDO."
              END-IF
              END-IF
           END-IF.

       00546-AVISO-MODIFICACION-INF.
      *Aviso de modificacion: cambia tipo y valor del descuento desde
      *la fecha del aviso; lo anterior se conserva para los periodos
      *previos a esa fecha.
           PERFORM 00556-CAPTURA-LLAVE-INF
           IF WKS-ENCONTRADO = 1
              IF WKS-INF-HALLADO = 0
                 DISPLAY "CREDITO NO ENCONTRADO."
              ELSE
              IF CI-BAJA-TRAB
                 DISPLAY "EL CREDITO SE CERRO POR BAJA DEL "
                         "TRABAJADOR."
              ELSE
                 DISPLAY "FECHA DE LA MODIFICACION (AAAAMMDD): "
                 ACCEPT WKS-INF-FECHA
                 PERFORM 00557-CAPTURA-DESCUENTO-INF
                 MOVE SPACES TO WKS-AX-ANTES
                 MOVE CI-VALOR TO WKS-INF-VALOR-FMT
                 STRING CI-TIPO-DESC " " WKS-INF-VALOR-FMT
                        DELIMITED BY SIZE INTO WKS-AX-ANTES
                 MOVE CI-TIPO-DESC TO CI-TIPO-ANT
                 MOVE CI-VALOR TO CI-VALOR-ANT
                 MOVE WKS-INF-FECHA TO CI-FECHA-MODIF
                 MOVE WKS-INF-TIPO TO CI-TIPO-DESC
                 MOVE WKS-INF-VALOR TO CI-VALOR
                 REWRITE REG-CREDITO-INF
                 MOVE "INFONAVIT" TO WKS-AX-ENTIDAD
                 MOVE CI-CREDITO TO WKS-AX-LLAVE
                 MOVE SPACES TO WKS-AX-DESPUES
                 MOVE CI-VALOR TO WKS-INF-VALOR-FMT
                 STRING CI-TIPO-DESC " " WKS-INF-VALOR-FMT
                        DELIMITED BY SIZE INTO WKS-AX-DESPUES
                 PERFORM 00447-GRABA-AUDIT-CAT
                 DISPLAY "DESCUENTO MODIFICADO DESDE " CI-FECHA-MODIF
              END-IF
              END-IF
           END-IF.

       00547-CONSULTA-CREDITOS-INF.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "TRABAJADOR NO ENCONTRADO"
           ELSE
              MOVE ZERO TO WKS-INF-HALLADO
              PERFORM 00559-INICIA-CREDITOS-TRAB
              PERFORM 00548-CONSULTA-CREDITO-RENGLON
                 UNTIL WKS-INF-FIN = 1
              IF WKS-INF-HALLADO = 0
                 DISPLAY "SIN CREDITOS INFONAVIT."
              END-IF
           END-IF.

       00548-CONSULTA-CREDITO-RENGLON.
           PERFORM 00560-LEE-CREDITO-TRAB
           IF WKS-INF-FIN = 0
              MOVE 1 TO WKS-INF-HALLADO
              MOVE CI-VALOR TO WKS-INF-VALOR-FMT
              DISPLAY "CREDITO " CI-CREDITO " ESTADO " CI-ESTADO
                      " TIPO " CI-TIPO-DESC " VALOR "
                      WKS-INF-VALOR-FMT
              DISPLAY "   INICIO " CI-FECHA-INICIO
                      " SUSPENSION " CI-FECHA-SUSPENSION
                      " MODIFICACION " CI-FECHA-MODIF
                      " BAJA " CI-FECHA-BAJA
           END-IF.

       00559-INICIA-CREDITOS-TRAB.
      *Posiciona en el primer credito del trabajador del area de
      *trabajo; 00560 lee los siguientes hasta cambiar de trabajador.
           MOVE WKS-ID-TRAB TO CI-ID-TRAB
           MOVE LOW-VALUES TO CI-CREDITO
           START F-INFONAVIT KEY IS NOT LESS THAN CI-LLAVE
              INVALID KEY MOVE 1 TO WKS-INF-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-INF-FIN
           END-START.

       00560-LEE-CREDITO-TRAB.
           READ F-INFONAVIT NEXT RECORD
              AT END MOVE 1 TO WKS-INF-FIN
              NOT AT END
                 IF CI-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-INF-FIN
                 END-IF
           END-READ.

       00553-INF-VALORES-A-FECHA.
      *Tipo y valor del descuento del credito leido que rigen en
      *WKS-INF-FECHA, y si en esa fecha el credito descuenta
      *(WKS-INF-VIGENTE): desde el inicio del aviso de retencion,
      *antes de la suspension y hasta la baja del trabajador.
           IF CI-FECHA-MODIF > 0 AND WKS-INF-FECHA < CI-FECHA-MODIF
              MOVE CI-TIPO-ANT TO WKS-INF-TIPO
              MOVE CI-VALOR-ANT TO WKS-INF-VALOR
           ELSE
              MOVE CI-TIPO-DESC TO WKS-INF-TIPO
              MOVE CI-VALOR TO WKS-INF-VALOR
           END-IF
           MOVE ZERO TO WKS-INF-VIGENTE
           IF CI-FECHA-INICIO NOT > WKS-INF-FECHA
              AND (CI-FECHA-SUSPENSION = 0
                   OR WKS-INF-FECHA < CI-FECHA-SUSPENSION)
              AND (CI-FECHA-BAJA = 0
                   OR WKS-INF-FECHA NOT > CI-FECHA-BAJA)
              MOVE 1 TO WKS-INF-VIGENTE
           END-IF.

       00554-INF-IMPORTE-DIARIO.
      *Importe diario del descuento con WKS-INF-TIPO/WKS-INF-VALOR:
      *porcentaje del SDI vigente, cuota fija mensual entre 30, o
      *veces la UMA diaria de la tabla vigente.
           IF WKS-INF-TIPO = 'P'
              COMPUTE WKS-INF-DIARIO ROUNDED =
                      WKS-SDI-VIGENTE * WKS-INF-VALOR / 100
           ELSE
           IF WKS-INF-TIPO = 'F'
              COMPUTE WKS-INF-DIARIO ROUNDED = WKS-INF-VALOR / 30
           ELSE
              COMPUTE WKS-INF-DIARIO ROUNDED =
                      WKS-PAR-UMA * WKS-INF-VALOR
           END-IF
           END-IF.

       00541-DESCUENTA-INFONAVIT.
      *Si el trabajador del area de trabajo tiene un credito que
      *descuenta a la fecha de la corrida, calcula la amortizacion
      *del mes por los dias pagados. Se aplica un solo credito; el
      *acumulado bimestral se graba en 00542 cuando el trabajador
      *queda efectivamente pagado.
           MOVE ZERO TO WKS-INF-APLICA
           MOVE WKS-RECIBO-FECHA TO WKS-INF-FECHA
           PERFORM 00559-INICIA-CREDITOS-TRAB
           PERFORM 00555-BUSCA-CREDITO-VIGENTE
              UNTIL WKS-INF-FIN = 1
           IF WKS-INF-APLICA = 1
              PERFORM 00554-INF-IMPORTE-DIARIO
              COMPUTE WKS-INF-MONTO ROUNDED =
                      WKS-INF-DIARIO * 30 * WKS-PRO-FACTOR
              IF WKS-INF-MONTO > 0
                 ADD WKS-INF-MONTO TO WKS-OTR-DEDUC
                 IF WKS-CONC-NUM < 20
                    ADD 1 TO WKS-CONC-NUM
                    MOVE "CREDITO INFONAVIT"
                         TO WKS-CONC-DESC(WKS-CONC-NUM)
                    MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                    MOVE '010' TO WKS-CONC-SAT(WKS-CONC-NUM)
                    MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                    MOVE WKS-INF-MONTO
                         TO WKS-CONC-MONTO(WKS-CONC-NUM)
                 END-IF
              ELSE
                 MOVE ZERO TO WKS-INF-APLICA
              END-IF
           END-IF.

       00555-BUSCA-CREDITO-VIGENTE.
           PERFORM 00560-LEE-CREDITO-TRAB
           IF WKS-INF-FIN = 0
              PERFORM 00553-INF-VALORES-A-FECHA
              IF WKS-INF-VIGENTE = 1
                 MOVE 1 TO WKS-INF-APLICA
                 MOVE CI-CREDITO TO WKS-INF-CREDITO
                 MOVE 1 TO WKS-INF-FIN
              END-IF
           END-IF.

       00542-POSTEA-INFONAVIT.
      *Suma la amortizacion recien descontada al acumulado del
      *credito en el bimestre de la fecha de la corrida.
           IF WKS-INF-APLICA = 1
              MOVE WKS-ID-TRAB TO AI-ID-TRAB
              MOVE WKS-INF-CREDITO TO AI-CREDITO
              COMPUTE AI-ANO = WKS-RECIBO-FECHA / 10000
              COMPUTE WKS-INF-MES =
                      FUNCTION MOD(WKS-RECIBO-FECHA / 100, 100)
              COMPUTE AI-BIM = (WKS-INF-MES + 1) / 2
              READ F-INF-AMORT
                 INVALID KEY
                    MOVE WKS-INF-MONTO TO AI-RETENIDO
                    MOVE 1 TO AI-CORRIDAS
                    WRITE REG-INF-AMORT
                 NOT INVALID KEY
                    ADD WKS-INF-MONTO TO AI-RETENIDO
                    ADD 1 TO AI-CORRIDAS
                    REWRITE REG-INF-AMORT
              END-READ
           END-IF.

       00551-BAJA-CREDITOS-INF.
      *Al dar de baja al trabajador sus creditos dejan de descontar
      *desde el dia siguiente a la baja.
           PERFORM 00559-INICIA-CREDITOS-TRAB
           PERFORM 00552-BAJA-CREDITO-RENGLON
              UNTIL WKS-INF-FIN = 1.

       00552-BAJA-CREDITO-RENGLON.
           PERFORM 00560-LEE-CREDITO-TRAB
           IF WKS-INF-FIN = 0 AND NOT CI-BAJA-TRAB
              MOVE WKS-FECHA-BAJA TO CI-FECHA-BAJA
              MOVE 'B' TO CI-ESTADO
              REWRITE REG-CREDITO-INF
              DISPLAY "CREDITO INFONAVIT " CI-CREDITO
                      " CERRADO POR LA BAJA."
           END-IF.

       00549-REPORTE-BIMESTRAL-INF.
      *Amortizaciones del bimestre por credito para conciliar contra
      *la emision del INFONAVIT: lo que correspondia descontar por
      *los dias en que el credito estuvo vigente, contra lo que se
      *retuvo en las corridas del bimestre.
           DISPLAY "ANO DEL BIMESTRE (AAAA): "
           ACCEPT WKS-INF-ANO
           DISPLAY "BIMESTRE (1 A 6): "
           ACCEPT WKS-INF-BIM
           IF WKS-INF-BIM < 1 OR WKS-INF-BIM > 6
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
           ELSE
              PERFORM 00561-REPORTE-BIM-INF-CUERPO
           END-IF.

       00561-REPORTE-BIM-INF-CUERPO.
           COMPUTE WKS-INF-INI = WKS-INF-ANO * 10000
                   + (WKS-INF-BIM * 2 - 1) * 100 + 1
           IF WKS-INF-BIM = 6
              COMPUTE WKS-INF-FIN-BIM = WKS-INF-ANO * 10000 + 1231
           ELSE
              COMPUTE WKS-INF-FIN-BIM = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WKS-INF-ANO * 10000
                      + (WKS-INF-BIM * 2 + 1) * 100 + 1) - 1)
           END-IF
           MOVE WKS-INF-FIN-BIM TO WKS-PAR-FECHA-REF
           PERFORM 00088-BUSCA-PARAMETROS
           MOVE ZERO TO WKS-INF-TOT-ESPERADO
           MOVE ZERO TO WKS-INF-TOT-RETENIDO
           MOVE ZERO TO WKS-INF-CONTADOR
           OPEN OUTPUT F-INF-REP
           MOVE SPACES TO REG-INF-REP
           STRING "AMORTIZACIONES INFONAVIT DEL BIMESTRE "
                  DELIMITED BY SIZE
                  WKS-INF-INI DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WKS-INF-FIN-BIM DELIMITED BY SIZE
                  INTO REG-INF-REP
           WRITE REG-INF-REP
           MOVE "ID   CREDITO    T DIAS  ESPERADO  RETENIDO  DIFERENCIA"
                TO REG-INF-REP
           WRITE REG-INF-REP
           MOVE ALL "-" TO REG-INF-REP
           WRITE REG-INF-REP
           MOVE LOW-VALUES TO CI-LLAVE
           START F-INFONAVIT KEY IS NOT LESS THAN CI-LLAVE
              INVALID KEY MOVE 1 TO WKS-INF-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-INF-FIN
           END-START
           PERFORM 00550-REPORTE-BIM-INF-RENGLON
              UNTIL WKS-INF-FIN = 1
           MOVE ALL "-" TO REG-INF-REP
           WRITE REG-INF-REP
           MOVE WKS-INF-TOT-ESPERADO TO WKS-INF-FMT-1
           MOVE WKS-INF-TOT-RETENIDO TO WKS-INF-FMT-2
           COMPUTE WKS-INF-FMT-3 =
                   WKS-INF-TOT-ESPERADO - WKS-INF-TOT-RETENIDO
           MOVE SPACES TO REG-INF-REP
           STRING "CREDITOS: " DELIMITED BY SIZE
                  WKS-INF-CONTADOR DELIMITED BY SIZE
                  "  ESPERADO: " DELIMITED BY SIZE
                  WKS-INF-FMT-1 DELIMITED BY SIZE
                  "  RETENIDO: " DELIMITED BY SIZE
                  WKS-INF-FMT-2 DELIMITED BY SIZE
                  "  DIF: " DELIMITED BY SIZE
                  WKS-INF-FMT-3 DELIMITED BY SIZE
                  INTO REG-INF-REP
           WRITE REG-INF-REP
           CLOSE F-INF-REP
           MOVE "NOMINA-INFONAVIT-REPORTE.TXT" TO WKS-REPO-ORIGEN
           MOVE "INFONAVIT" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           DISPLAY "CREDITOS EN EL BIMESTRE: " WKS-INF-CONTADOR
           DISPLAY "REPORTE EN NOMINA-INFONAVIT-REPORTE.TXT".

       00550-REPORTE-BIM-INF-RENGLON.
      *Recorre el bimestre dia por dia con las reglas del credito,
      *para respetar inicio, suspension, baja y modificacion aunque
      *caigan a medio bimestre.
           READ F-INFONAVIT NEXT RECORD
              AT END MOVE 1 TO WKS-INF-FIN
              NOT AT END
                 MOVE CI-ID-TRAB TO WKS-ID-AUX
                 PERFORM 00226-LEE-TRAB-POR-ID
                 MOVE WKS-INF-FIN-BIM TO WKS-SDI-FECHA-REF
                 PERFORM 00516-BUSCA-SDI-VIGENTE
                 MOVE ZERO TO WKS-INF-ESPERADO
                 MOVE ZERO TO WKS-INF-DIAS
                 COMPUTE WKS-INF-INT =
                         FUNCTION INTEGER-OF-DATE(WKS-INF-INI)
                 COMPUTE WKS-INF-INT-FIN =
                         FUNCTION INTEGER-OF-DATE(WKS-INF-FIN-BIM)
                 PERFORM 00562-REPORTE-BIM-INF-DIA
                    UNTIL WKS-INF-INT > WKS-INF-INT-FIN
                 MOVE CI-ID-TRAB TO AI-ID-TRAB
                 MOVE CI-CREDITO TO AI-CREDITO
                 MOVE WKS-INF-ANO TO AI-ANO
                 MOVE WKS-INF-BIM TO AI-BIM
                 READ F-INF-AMORT
                    INVALID KEY
                       MOVE ZERO TO AI-RETENIDO
                 END-READ
                 IF WKS-INF-DIAS > 0 OR AI-RETENIDO > 0
                    ADD 1 TO WKS-INF-CONTADOR
                    ADD WKS-INF-ESPERADO TO WKS-INF-TOT-ESPERADO
                    ADD AI-RETENIDO TO WKS-INF-TOT-RETENIDO
                    MOVE WKS-INF-ESPERADO TO WKS-INF-FMT-1
                    MOVE AI-RETENIDO TO WKS-INF-FMT-2
                    COMPUTE WKS-INF-FMT-3 =
                            WKS-INF-ESPERADO - AI-RETENIDO
                    MOVE SPACES TO REG-INF-REP
                    STRING CI-ID-TRAB " " CI-CREDITO " "
                           CI-TIPO-DESC " " WKS-INF-DIAS " "
                           WKS-INF-FMT-1 " " WKS-INF-FMT-2 " "
                           WKS-INF-FMT-3
                           DELIMITED BY SIZE INTO REG-INF-REP
                    WRITE REG-INF-REP
                 END-IF
           END-READ.

       00562-REPORTE-BIM-INF-DIA.
           COMPUTE WKS-INF-FECHA =
                   FUNCTION DATE-OF-INTEGER(WKS-INF-INT)
           PERFORM 00553-INF-VALORES-A-FECHA
           IF WKS-INF-VIGENTE = 1
              PERFORM 00554-INF-IMPORTE-DIARIO
              ADD WKS-INF-DIARIO TO WKS-INF-ESPERADO
              ADD 1 TO WKS-INF-DIAS
           END-IF
           ADD 1 TO WKS-INF-INT.

       00565-CARGA-FONACOT.
      *Abre las cedulas FONACOT importadas, creando el archivo vacio
      *la primera vez.
           OPEN I-O F-FONACOT
           IF WKS-FS-FONACOT = '35'
              OPEN OUTPUT F-FONACOT
              CLOSE F-FONACOT
              OPEN I-O F-FONACOT
           END-IF.

       00563-IMPORTA-CEDULA-FONACOT.
      *Importa la cedula mensual del FONACOT. Cada renglon se valida
      *contra el maestro por NSS y RFC; los que no corresponden a un
      *trabajador van al archivo de rechazos con su motivo. Una
      *cedula reimportada actualiza el importe a retener sin perder
      *lo ya retenido en el mes.
           OPEN INPUT F-CEDULA-FON
           IF WKS-FS-CEDULA-FON NOT = '00'
              DISPLAY "NO HAY ARCHIVO NOMINA-FONACOT-CEDULA.TXT QUE "
                      "IMPORTAR."
           ELSE
              OPEN OUTPUT F-FON-RECH
              MOVE ZERO TO WKS-FON-LEIDOS
              MOVE ZERO TO WKS-FON-ACEPTADOS
              MOVE ZERO TO WKS-FON-RECHAZOS
              MOVE ZERO TO WKS-FON-BAJAS
              MOVE ZERO TO WKS-FON-FIN
              PERFORM 00564-CEDULA-FON-RENGLON
                 UNTIL WKS-FON-FIN = 1
              CLOSE F-CEDULA-FON
              CLOSE F-FON-RECH
              MOVE "FONACOT" TO WKS-BIT-TIPO
              MOVE SPACES TO WKS-BIT-DETALLE
              STRING "CEDULA IMPORTADA " DELIMITED BY SIZE
                     WKS-FON-ACEPTADOS DELIMITED BY SIZE
                     INTO WKS-BIT-DETALLE
              PERFORM 00439-GRABA-BITACORA
              DISPLAY "RENGLONES LEIDOS:     " WKS-FON-LEIDOS
              DISPLAY "CREDITOS ACEPTADOS:   " WKS-FON-ACEPTADOS
              DISPLAY "RENGLONES RECHAZADOS: " WKS-FON-RECHAZOS
              IF WKS-FON-BAJAS > 0
                 DISPLAY "TRABAJADORES YA DADOS DE BAJA: "
                         WKS-FON-BAJAS
                         " (ENVIAR AVISO DE BAJA AL FONACOT)"
              END-IF
              IF WKS-FON-RECHAZOS > 0
                 DISPLAY "VEA NOMINA-FONACOT-RECHAZOS.TXT"
              END-IF
           END-IF.

       00564-CEDULA-FON-RENGLON.
           READ F-CEDULA-FON
              AT END MOVE 1 TO WKS-FON-FIN
              NOT AT END
                 ADD 1 TO WKS-FON-LEIDOS
                 PERFORM 00566-BUSCA-TRAB-NSS-RFC
                 IF CF-ANOMES NOT NUMERIC OR CF-RETENCION NOT NUMERIC
                    MOVE "RENGLON CON DATOS INVALIDOS" TO FR-MOTIVO
                    PERFORM 00568-RECHAZA-CEDULA-FON
                 ELSE
                 IF WKS-FON-ID = 0
                    MOVE "NSS/RFC NO ENCONTRADO" TO FR-MOTIVO
                    PERFORM 00568-RECHAZA-CEDULA-FON
                 ELSE
                 IF WKS-FON-RFC-MAL = 1
                    MOVE "RFC NO CORRESPONDE AL NSS" TO FR-MOTIVO
                    PERFORM 00568-RECHAZA-CEDULA-FON
                 ELSE
                    PERFORM 00569-GRABA-CEDULA-FON
                 END-IF
                 END-IF
                 END-IF
           END-READ.

       00566-BUSCA-TRAB-NSS-RFC.
      *Localiza en el maestro al trabajador del renglon de la
      *cedula: primero por NSS y, si no aparece, por RFC. Con NSS
      *encontrado, el RFC de la cedula debe ser el del maestro.
           MOVE ZERO TO WKS-FON-ID
           MOVE ZERO TO WKS-FON-RFC-MAL
           IF CF-NSS NOT = SPACES
              PERFORM 00222-INICIA-BARRIDO-TRAB
              PERFORM 00567-BUSCA-NSS-RENGLON
                 UNTIL WKS-BARRIDO-FIN = 1
           END-IF
           IF WKS-FON-ID = 0 AND CF-RFC NOT = SPACES
              PERFORM 00222-INICIA-BARRIDO-TRAB
              PERFORM 00570-BUSCA-RFC-RENGLON
                 UNTIL WKS-BARRIDO-FIN = 1
           END-IF
           IF WKS-FON-ID > 0
              MOVE WKS-FON-ID TO WKS-ID-AUX
              PERFORM 00226-LEE-TRAB-POR-ID
              IF CF-RFC NOT = SPACES AND WKS-RFC NOT = SPACES
                 AND CF-RFC NOT = WKS-RFC
                 MOVE 1 TO WKS-FON-RFC-MAL
              END-IF
           END-IF.

       00567-BUSCA-NSS-RENGLON.
           PERFORM 00223-LEE-SIGUIENTE-TRAB
           IF WKS-BARRIDO-FIN = 0 AND WKS-NSS = CF-NSS
              MOVE WKS-ID-TRAB TO WKS-FON-ID
              MOVE 1 TO WKS-BARRIDO-FIN
           END-IF.

       00570-BUSCA-RFC-RENGLON.
           PERFORM 00223-LEE-SIGUIENTE-TRAB
           IF WKS-BARRIDO-FIN = 0 AND WKS-RFC = CF-RFC
              MOVE WKS-ID-TRAB TO WKS-FON-ID
              MOVE 1 TO WKS-BARRIDO-FIN
           END-IF.

       00568-RECHAZA-CEDULA-FON.
           ADD 1 TO WKS-FON-RECHAZOS
           MOVE REG-CEDULA-FON TO FR-REGISTRO
           WRITE REG-FON-RECH.

       00569-GRABA-CEDULA-FON.
      *Graba o actualiza el credito del mes para el trabajador del
      *area de trabajo. Si ya esta dado de baja queda marcado para
      *enviar el aviso de baja al FONACOT.
           MOVE CF-ANOMES TO FN-ANOMES
           MOVE WKS-ID-TRAB TO FN-ID-TRAB
           MOVE CF-CREDITO TO FN-CREDITO
           READ F-FONACOT
              INVALID KEY
                 MOVE ZERO TO WKS-FON-HALLADO
              NOT INVALID KEY
                 MOVE 1 TO WKS-FON-HALLADO
           END-READ
           IF WKS-FON-HALLADO = 0
              MOVE ZERO TO FN-RETENIDO
              MOVE ZERO TO FN-CORRIDAS
              MOVE SPACE TO FN-MOTIVO
              MOVE SPACE TO FN-AVISO-BAJA
           END-IF
           MOVE WKS-NSS TO FN-NSS
           MOVE WKS-RFC TO FN-RFC
           MOVE CF-RETENCION TO FN-RETENCION
           IF WKS-DADO-BAJA
              MOVE 'S' TO FN-AVISO-BAJA
              ADD 1 TO WKS-FON-BAJAS
           END-IF
           IF WKS-FON-HALLADO = 0
              WRITE REG-FONACOT
           ELSE
              REWRITE REG-FONACOT
           END-IF
           ADD 1 TO WKS-FON-ACEPTADOS.

       00571-DESCUENTA-FONACOT.
      *Retencion FONACOT del trabajador del area de trabajo en la
      *corrida: cada credito de la cedula del mes descuenta lo que
      *le falte para completar el importe pedido. La corrida trabaja
      *en importes mensuales, asi que lo retenido en el periodo es
      *la parte proporcional a la frecuencia de pago. Si el neto no
      *alcanza se retiene solo lo que alcance y el credito queda
      *marcado por neto insuficiente. Los creditos se abonan en
      *00572 cuando el trabajador queda efectivamente pagado.
           MOVE ZERO TO WKS-FON-NUM
           IF WKS-FREC-SEMANAL
              COMPUTE WKS-FON-FRACCION = 12 / 52
           ELSE
           IF WKS-FREC-QUINCENAL
              MOVE 0.5 TO WKS-FON-FRACCION
           ELSE
              MOVE 1 TO WKS-FON-FRACCION
           END-IF
           END-IF
           COMPUTE WKS-FON-DISPONIBLE = WKS-BASE-GRAVABLE
                   + WKS-OTR-PERCEP - WKS-DEDUC-ISR - WKS-DEDUC-IMSS
                   - WKS-OTR-DEDUC
           COMPUTE WKS-FON-ANOMES = WKS-RECIBO-FECHA / 100
           MOVE WKS-FON-ANOMES TO FN-ANOMES
           MOVE WKS-ID-TRAB TO FN-ID-TRAB
           MOVE LOW-VALUES TO FN-CREDITO
           START F-FONACOT KEY IS NOT LESS THAN FN-LLAVE
              INVALID KEY MOVE 1 TO WKS-FON-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-FON-FIN
           END-START
           PERFORM 00573-DESCUENTA-FON-RENGLON
              UNTIL WKS-FON-FIN = 1.

       00573-DESCUENTA-FON-RENGLON.
           READ F-FONACOT NEXT RECORD
              AT END MOVE 1 TO WKS-FON-FIN
              NOT AT END
                 IF FN-ID-TRAB NOT = WKS-ID-TRAB
                    OR FN-ANOMES NOT = WKS-FON-ANOMES
                    MOVE 1 TO WKS-FON-FIN
                 ELSE
                 IF FN-RETENIDO < FN-RETENCION AND WKS-FON-NUM < 5
                    COMPUTE WKS-FON-PERIODO ROUNDED =
                            FN-RETENCION * WKS-FON-FRACCION
                    IF WKS-FON-PERIODO > FN-RETENCION - FN-RETENIDO
                       COMPUTE WKS-FON-PERIODO =
                               FN-RETENCION - FN-RETENIDO
                    END-IF
                    COMPUTE WKS-FON-MENSUAL ROUNDED =
                            WKS-FON-PERIODO / WKS-FON-FRACCION
                    MOVE SPACE TO WKS-FON-INSUF
                    IF WKS-FON-MENSUAL > WKS-FON-DISPONIBLE
                       MOVE 'N' TO WKS-FON-INSUF
                       IF WKS-FON-DISPONIBLE > 0
                          MOVE WKS-FON-DISPONIBLE TO WKS-FON-MENSUAL
                       ELSE
                          MOVE ZERO TO WKS-FON-MENSUAL
                       END-IF
                       COMPUTE WKS-FON-PERIODO ROUNDED =
                               WKS-FON-MENSUAL * WKS-FON-FRACCION
                    END-IF
                    ADD 1 TO WKS-FON-NUM
                    MOVE FN-CREDITO TO WKS-FON-T-CREDITO(WKS-FON-NUM)
                    MOVE WKS-FON-PERIODO
                         TO WKS-FON-T-PERIODO(WKS-FON-NUM)
                    MOVE WKS-FON-INSUF TO WKS-FON-T-INSUF(WKS-FON-NUM)
                    IF WKS-FON-MENSUAL > 0
                       SUBTRACT WKS-FON-MENSUAL FROM WKS-FON-DISPONIBLE
                       ADD WKS-FON-MENSUAL TO WKS-OTR-DEDUC
                       IF WKS-CONC-NUM < 20
                          ADD 1 TO WKS-CONC-NUM
                          MOVE "CREDITO FONACOT"
                               TO WKS-CONC-DESC(WKS-CONC-NUM)
                          MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                          MOVE '011' TO WKS-CONC-SAT(WKS-CONC-NUM)
                          MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                          MOVE WKS-FON-MENSUAL
                               TO WKS-CONC-MONTO(WKS-CONC-NUM)
                       END-IF
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       00572-POSTEA-FONACOT.
      *Abona a cada credito del mes lo retenido en el periodo.
           MOVE 1 TO WKS-FON-IDX
           PERFORM 00574-POSTEA-FON-RENGLON
              UNTIL WKS-FON-IDX > WKS-FON-NUM.

       00574-POSTEA-FON-RENGLON.
           MOVE WKS-FON-ANOMES TO FN-ANOMES
           MOVE WKS-ID-TRAB TO FN-ID-TRAB
           MOVE WKS-FON-T-CREDITO(WKS-FON-IDX) TO FN-CREDITO
           READ F-FONACOT
              INVALID KEY
                 DISPLAY "ERROR AL ABONAR CREDITO FONACOT."
              NOT INVALID KEY
                 ADD WKS-FON-T-PERIODO(WKS-FON-IDX) TO FN-RETENIDO
                 ADD 1 TO FN-CORRIDAS
                 IF WKS-FON-T-INSUF(WKS-FON-IDX) = 'N'
                    MOVE 'N' TO FN-MOTIVO
                 END-IF
                 REWRITE REG-FONACOT
           END-READ
           ADD 1 TO WKS-FON-IDX.

       00575-BAJA-FONACOT.
      *La baja del trabajador marca sus creditos del mes de la baja
      *para enviar el aviso al FONACOT.
           COMPUTE WKS-FON-ANOMES = WKS-FECHA-BAJA / 100
           MOVE WKS-FON-ANOMES TO FN-ANOMES
           MOVE WKS-ID-TRAB TO FN-ID-TRAB
           MOVE LOW-VALUES TO FN-CREDITO
           START F-FONACOT KEY IS NOT LESS THAN FN-LLAVE
              INVALID KEY MOVE 1 TO WKS-FON-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-FON-FIN
           END-START
           PERFORM 00576-BAJA-FON-RENGLON
              UNTIL WKS-FON-FIN = 1.

       00576-BAJA-FON-RENGLON.
           READ F-FONACOT NEXT RECORD
              AT END MOVE 1 TO WKS-FON-FIN
              NOT AT END
                 IF FN-ID-TRAB NOT = WKS-ID-TRAB
                    OR FN-ANOMES NOT = WKS-FON-ANOMES
                    MOVE 1 TO WKS-FON-FIN
                 ELSE
                    MOVE 'S' TO FN-AVISO-BAJA
                    REWRITE REG-FONACOT
                    DISPLAY "CREDITO FONACOT " FN-CREDITO
                            ": ENVIAR AVISO DE BAJA AL FONACOT."
                 END-IF
           END-READ.

       00577-REPORTE-PAGO-FONACOT.
      *Reporte de cierre del mes para el entero al FONACOT: por
      *credito, lo pedido en la cedula contra lo retenido y, cuando
      *no se completo, el motivo. Las bajas se marcan para mandar
      *su aviso.
           DISPLAY "MES DE LA CEDULA (AAAAMM): "
           ACCEPT WKS-FON-ANOMES
           MOVE ZERO TO WKS-FON-CONTADOR
           MOVE ZERO TO WKS-FON-BAJAS
           MOVE ZERO TO WKS-FON-TOT-PEDIDO
           MOVE ZERO TO WKS-FON-TOT-RETENIDO
           OPEN OUTPUT F-FON-REP
           MOVE SPACES TO REG-FON-REP
           STRING "PAGO FONACOT DEL MES " DELIMITED BY SIZE
                  WKS-FON-ANOMES DELIMITED BY SIZE
                  INTO REG-FON-REP
           WRITE REG-FON-REP
           MOVE "ID   CREDITO      PEDIDO    RETENIDO  MOTIVO"
                TO REG-FON-REP
           WRITE REG-FON-REP
           MOVE ALL "-" TO REG-FON-REP
           WRITE REG-FON-REP
           MOVE WKS-FON-ANOMES TO FN-ANOMES
           MOVE ZEROS TO FN-ID-TRAB
           MOVE LOW-VALUES TO FN-CREDITO
           START F-FONACOT KEY IS NOT LESS THAN FN-LLAVE
              INVALID KEY MOVE 1 TO WKS-FON-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-FON-FIN
           END-START
           PERFORM 00578-REPORTE-FON-RENGLON
              UNTIL WKS-FON-FIN = 1
           MOVE ALL "-" TO REG-FON-REP
           WRITE REG-FON-REP
           MOVE WKS-FON-TOT-PEDIDO TO WKS-FON-FMT-1
           MOVE WKS-FON-TOT-RETENIDO TO WKS-FON-FMT-2
           MOVE SPACES TO REG-FON-REP
           STRING "CREDITOS: " DELIMITED BY SIZE
                  WKS-FON-CONTADOR DELIMITED BY SIZE
                  "  PEDIDO: " DELIMITED BY SIZE
                  WKS-FON-FMT-1 DELIMITED BY SIZE
                  "  RETENIDO: " DELIMITED BY SIZE
                  WKS-FON-FMT-2 DELIMITED BY SIZE
                  "  BAJAS: " DELIMITED BY SIZE
                  WKS-FON-BAJAS DELIMITED BY SIZE
                  INTO REG-FON-REP
           WRITE REG-FON-REP
           CLOSE F-FON-REP
           MOVE "NOMINA-FONACOT-PAGO.TXT" TO WKS-REPO-ORIGEN
           MOVE "FONACOT" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           DISPLAY "CREDITOS DEL MES: " WKS-FON-CONTADOR
                   " BAJAS POR AVISAR: " WKS-FON-BAJAS
           DISPLAY "REPORTE EN NOMINA-FONACOT-PAGO.TXT".

       00578-REPORTE-FON-RENGLON.
           READ F-FONACOT NEXT RECORD
              AT END MOVE 1 TO WKS-FON-FIN
              NOT AT END
                 IF FN-ANOMES NOT = WKS-FON-ANOMES
                    MOVE 1 TO WKS-FON-FIN
                 ELSE
                    ADD 1 TO WKS-FON-CONTADOR
                    ADD FN-RETENCION TO WKS-FON-TOT-PEDIDO
                    ADD FN-RETENIDO TO WKS-FON-TOT-RETENIDO
                    MOVE FN-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    PERFORM 00579-MOTIVO-FONACOT
                    MOVE FN-RETENCION TO WKS-FON-FMT-1
                    MOVE FN-RETENIDO TO WKS-FON-FMT-2
                    MOVE SPACES TO REG-FON-REP
                    STRING FN-ID-TRAB " " FN-CREDITO " "
                           WKS-FON-FMT-1 " " WKS-FON-FMT-2 " "
                           WKS-FON-MOTIVO
                           DELIMITED BY SIZE INTO REG-FON-REP
                    WRITE REG-FON-REP
                 END-IF
           END-READ.

       00579-MOTIVO-FONACOT.
      *Motivo de una retencion incompleta: la baja manda sobre todo
      *lo demas, luego una incapacidad en el mes y al final el neto
      *insuficiente registrado por la corrida.
           MOVE SPACES TO WKS-FON-MOTIVO
           IF FN-AVISO-BAJA = 'S'
              OR (WKS-ENCONTRADO = 1 AND WKS-DADO-BAJA)
              MOVE "BAJA, ENVIAR AVISO" TO WKS-FON-MOTIVO
              ADD 1 TO WKS-FON-BAJAS
           ELSE
           IF FN-RETENIDO < FN-RETENCION
              PERFORM 00580-BUSCA-INCAPACIDAD-MES
              IF WKS-FON-INCAP = 1
                 MOVE "INCAPACIDAD" TO WKS-FON-MOTIVO
              ELSE
              IF FN-MOTIVO = 'N'
                 MOVE "NETO INSUFICIENTE" TO WKS-FON-MOTIVO
              ELSE
                 MOVE "SIN CORRIDA EN EL MES" TO WKS-FON-MOTIVO
              END-IF
              END-IF
           END-IF
           END-IF.

       00580-BUSCA-INCAPACIDAD-MES.
           MOVE ZERO TO WKS-FON-INCAP
           MOVE FN-ID-TRAB TO IN-ID-TRAB
           COMPUTE IN-FECHA = FN-ANOMES * 100 + 1
           COMPUTE WKS-FON-FECHA-FIN = FN-ANOMES * 100 + 31
           START F-INCIDENCIAS KEY IS NOT LESS THAN IN-LLAVE
              INVALID KEY MOVE 1 TO WKS-FON-FIN-INC
              NOT INVALID KEY MOVE ZERO TO WKS-FON-FIN-INC
           END-START
           PERFORM 00581-INCAPACIDAD-MES-RENGLON
              UNTIL WKS-FON-FIN-INC = 1
           IF WKS-FON-INCAP = 0
              MOVE FN-ID-TRAB TO WKS-CE-ID
              PERFORM 00599-CERT-EN-MES
              MOVE WKS-CE-CUBIERTA TO WKS-FON-INCAP
           END-IF.

       00581-INCAPACIDAD-MES-RENGLON.
           READ F-INCIDENCIAS NEXT RECORD
              AT END MOVE 1 TO WKS-FON-FIN-INC
              NOT AT END
                 IF IN-ID-TRAB NOT = FN-ID-TRAB
                    OR IN-FECHA > WKS-FON-FECHA-FIN
                    MOVE 1 TO WKS-FON-FIN-INC
                 ELSE
                 IF IN-INCAPACIDAD
                    MOVE 1 TO WKS-FON-INCAP
                    MOVE 1 TO WKS-FON-FIN-INC
                 END-IF
                 END-IF
           END-READ.

       00582-CARGA-INCAPACIDADES.
      *Abre el registro de certificados de incapacidad, creandolo
      *vacio la primera vez.
           OPEN I-O F-INCAPACIDADES
           IF WKS-FS-INCAPACIDAD = '35'
              OPEN OUTPUT F-INCAPACIDADES
              CLOSE F-INCAPACIDADES
              OPEN I-O F-INCAPACIDADES
           END-IF.

       00583-CAPTURA-INCAPACIDAD.
      *Captura un certificado de incapacidad del IMSS por su folio.
      *Un subsecuente o un alta debe citar el folio del inicial del
      *mismo trabajador: los tres dias de espera de la enfermedad
      *general solo corren en el inicial. El subsidio que paga el
      *instituto se calcula aqui con el SDI vigente al inicio.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "TRABAJADOR NO ENCONTRADO"
           ELSE
           IF NOT WKS-ACTIVO
              DISPLAY "EL TRABAJADOR ESTA DADO DE BAJA."
           ELSE
              PERFORM 00598-CAPTURA-FOLIO-INCAP
           END-IF
           END-IF.

       00598-CAPTURA-FOLIO-INCAP.
      *Folio del certificado del trabajador del area de trabajo; un
      *folio ya registrado no se vuelve a capturar.
           DISPLAY "FOLIO DEL CERTIFICADO: "
           ACCEPT WKS-CE-FOLIO
           MOVE WKS-CE-FOLIO TO CE-FOLIO
           READ F-INCAPACIDADES
              INVALID KEY
                 PERFORM 00584-CAPTURA-INCAP-DATOS
              NOT INVALID KEY
                 DISPLAY "EL FOLIO YA ESTA REGISTRADO."
           END-READ.

       00584-CAPTURA-INCAP-DATOS.
           MOVE SPACE TO WKS-CE-RAMO
           PERFORM 00585-CAPTURA-RAMO
              UNTIL WKS-CE-RAMO = 'E' OR WKS-CE-RAMO = 'R'
                 OR WKS-CE-RAMO = 'M'
           MOVE SPACE TO WKS-CE-TIPO
           PERFORM 00586-CAPTURA-TIPO-CERT
              UNTIL WKS-CE-TIPO = 'I' OR WKS-CE-TIPO = 'S'
                 OR WKS-CE-TIPO = 'A'
           MOVE SPACES TO WKS-CE-FOLIO-INI
           MOVE 1 TO WKS-CE-VALIDO
           IF WKS-CE-TIPO NOT = 'I'
              DISPLAY "FOLIO DEL CERTIFICADO INICIAL: "
              ACCEPT WKS-CE-FOLIO-INI
              MOVE WKS-CE-FOLIO-INI TO CE-FOLIO
              READ F-INCAPACIDADES
                 INVALID KEY
                    MOVE ZERO TO WKS-CE-VALIDO
                    DISPLAY "NO EXISTE EL CERTIFICADO INICIAL."
                 NOT INVALID KEY
                    IF CE-ID-TRAB NOT = WKS-ID-TRAB
                       OR CE-RAMO NOT = WKS-CE-RAMO
                       MOVE ZERO TO WKS-CE-VALIDO
                       DISPLAY "EL INICIAL ES DE OTRO TRABAJADOR O "
                               "RAMO."
                    END-IF
              END-READ
           END-IF
           IF WKS-CE-VALIDO = 1
              MOVE SPACES TO REG-INCAPACIDAD
              MOVE WKS-CE-FOLIO TO CE-FOLIO
              MOVE WKS-ID-TRAB TO CE-ID-TRAB
              MOVE WKS-CE-RAMO TO CE-RAMO
              MOVE WKS-CE-TIPO TO CE-TIPO
              MOVE WKS-CE-FOLIO-INI TO CE-FOLIO-INICIAL
              DISPLAY "FECHA DE INICIO (AAAAMMDD): "
              ACCEPT CE-FECHA-INICIO
              DISPLAY "DIAS AUTORIZADOS: "
              ACCEPT CE-DIAS
              MOVE ZERO TO CE-DIAS-ESPERA
              IF CE-ENF-GENERAL AND CE-INICIAL
                 IF CE-DIAS < 3
                    MOVE CE-DIAS TO CE-DIAS-ESPERA
                 ELSE
                    MOVE 3 TO CE-DIAS-ESPERA
                 END-IF
              END-IF
              MOVE CE-FECHA-INICIO TO WKS-SDI-FECHA-REF
              PERFORM 00516-BUSCA-SDI-VIGENTE
              MOVE WKS-SDI-VIGENTE TO CE-SDI
      *Enfermedad general: 60% del SDI desde el cuarto dia; riesgo
      *de trabajo y maternidad: 100% desde el primero.
              IF CE-ENF-GENERAL
                 COMPUTE CE-SUBSIDIO ROUNDED = CE-SDI * 0.60
                         * (CE-DIAS - CE-DIAS-ESPERA)
              ELSE
                 COMPUTE CE-SUBSIDIO ROUNDED = CE-SDI * CE-DIAS
              END-IF
              MOVE 'P' TO CE-ESTADO
              MOVE ZEROS TO CE-CORRIDA
              ACCEPT CE-FECHA-CAPTURA FROM DATE YYYYMMDD
              WRITE REG-INCAPACIDAD
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR EL CERTIFICADO."
                 NOT INVALID KEY
                    MOVE CE-SUBSIDIO TO WKS-CE-FMT-1
                    DISPLAY "CERTIFICADO REGISTRADO. DIAS DE ESPERA: "
                            CE-DIAS-ESPERA " SUBSIDIO IMSS: "
                            WKS-CE-FMT-1
              END-WRITE
           END-IF.

       00585-CAPTURA-RAMO.
           DISPLAY "RAMO: E ENFERMEDAD GENERAL, R RIESGO DE TRABAJO, "
                   "M MATERNIDAD: "
           ACCEPT WKS-CE-RAMO
           IF WKS-CE-RAMO NOT = 'E' AND WKS-CE-RAMO NOT = 'R'
              AND WKS-CE-RAMO NOT = 'M'
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
           END-IF.

       00586-CAPTURA-TIPO-CERT.
           DISPLAY "TIPO: I INICIAL, S SUBSECUENTE, A ALTA: "
           ACCEPT WKS-CE-TIPO
           IF WKS-CE-TIPO NOT = 'I' AND WKS-CE-TIPO NOT = 'S'
              AND WKS-CE-TIPO NOT = 'A'
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
           END-IF.

       00587-CALCULA-INCAPACIDADES.
      *Certificados pendientes del trabajador del area de trabajo:
      *el patron no paga los dias amparados (los cubre el subsidio
      *del IMSS, salvo los de espera de la enfermedad general, que
      *nadie paga). Se descuentan por dias naturales, separados de
      *las faltas, y se marcan aplicados en 00590.
           MOVE ZERO TO WKS-CE-NUM
           MOVE ZERO TO WKS-CE-DIAS-EG
           MOVE ZERO TO WKS-CE-DIAS-OTROS
           MOVE WKS-ID-TRAB TO CE-ID-TRAB
           PERFORM 00588-INICIA-CERT-TRAB
           PERFORM 00589-SUMA-CERT-RENGLON
              UNTIL WKS-CE-FIN = 1
           IF WKS-CE-DIAS-EG > 0
              COMPUTE WKS-CE-MONTO ROUNDED =
                      WKS-SALARIO / 30 * WKS-CE-DIAS-EG
              ADD WKS-CE-MONTO TO WKS-IN-MONTO
              IF WKS-CONC-NUM < 20
                 ADD 1 TO WKS-CONC-NUM
                 MOVE "INCAPACIDAD ENF. GENERAL"
                      TO WKS-CONC-DESC(WKS-CONC-NUM)
                 MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                 MOVE '006' TO WKS-CONC-SAT(WKS-CONC-NUM)
                 MOVE 'B' TO WKS-CONC-CLASE(WKS-CONC-NUM)
                 MOVE WKS-CE-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
              END-IF
           END-IF
           IF WKS-CE-DIAS-OTROS > 0
              COMPUTE WKS-CE-MONTO ROUNDED =
                      WKS-SALARIO / 30 * WKS-CE-DIAS-OTROS
              ADD WKS-CE-MONTO TO WKS-IN-MONTO
              IF WKS-CONC-NUM < 20
                 ADD 1 TO WKS-CONC-NUM
                 MOVE "INCAPACIDAD RT/MATERNIDAD"
                      TO WKS-CONC-DESC(WKS-CONC-NUM)
                 MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                 MOVE '006' TO WKS-CONC-SAT(WKS-CONC-NUM)
                 MOVE 'B' TO WKS-CONC-CLASE(WKS-CONC-NUM)
                 MOVE WKS-CE-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
              END-IF
           END-IF.

       00588-INICIA-CERT-TRAB.
      *Posiciona por trabajador (llave alterna) en su primer
      *certificado; el ID va en CE-ID-TRAB.
           START F-INCAPACIDADES KEY IS NOT LESS THAN CE-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-CE-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CE-FIN
           END-START
           MOVE CE-ID-TRAB TO WKS-CE-ID.

       00589-SUMA-CERT-RENGLON.
           PERFORM 00591-LEE-CERT-TRAB
           IF WKS-CE-FIN = 0 AND CE-PENDIENTE
              IF CE-ENF-GENERAL
                 ADD CE-DIAS TO WKS-CE-DIAS-EG
              ELSE
                 ADD CE-DIAS TO WKS-CE-DIAS-OTROS
              END-IF
              IF WKS-CE-NUM < 10
                 ADD 1 TO WKS-CE-NUM
                 MOVE CE-FOLIO TO WKS-CE-FOLIO-PEND(WKS-CE-NUM)
              END-IF
           END-IF.

       00591-LEE-CERT-TRAB.
           READ F-INCAPACIDADES NEXT RECORD
              AT END MOVE 1 TO WKS-CE-FIN
              NOT AT END
                 IF CE-ID-TRAB NOT = WKS-CE-ID
                    MOVE 1 TO WKS-CE-FIN
                 END-IF
           END-READ.

       00590-POSTEA-INCAPACIDADES.
      *Marca aplicados los certificados recien descontados.
           MOVE 1 TO WKS-CE-IDX
           PERFORM 00592-POSTEA-CERT-RENGLON
              UNTIL WKS-CE-IDX > WKS-CE-NUM.

       00592-POSTEA-CERT-RENGLON.
           MOVE WKS-CE-FOLIO-PEND(WKS-CE-IDX) TO CE-FOLIO
           READ F-INCAPACIDADES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'C' TO CE-ESTADO
                 COMPUTE CE-CORRIDA = WKS-ULT-CORRIDA + 1
                 REWRITE REG-INCAPACIDAD
                    INVALID KEY
                       DISPLAY "ERROR AL MARCAR INCAPACIDAD APLICADA."
                 END-REWRITE
           END-READ
           ADD 1 TO WKS-CE-IDX.

       00593-FECHA-EN-INCAPACIDAD.
      *Deja WKS-CE-CUBIERTA en 1 si la fecha WKS-CE-FECHA del
      *trabajador WKS-CE-ID cae dentro de algun certificado suyo:
      *una falta del reloj en un dia amparado no es falta.
           MOVE ZERO TO WKS-CE-CUBIERTA
           MOVE WKS-CE-ID TO CE-ID-TRAB
           PERFORM 00588-INICIA-CERT-TRAB
           PERFORM 00594-CUBIERTA-RENGLON
              UNTIL WKS-CE-FIN = 1.

       00594-CUBIERTA-RENGLON.
           PERFORM 00591-LEE-CERT-TRAB
           IF WKS-CE-FIN = 0 AND CE-FECHA-INICIO NOT > WKS-CE-FECHA
              COMPUTE WKS-CE-INT = FUNCTION INTEGER-OF-DATE
                      (CE-FECHA-INICIO) + CE-DIAS
              IF FUNCTION INTEGER-OF-DATE(WKS-CE-FECHA) < WKS-CE-INT
                 MOVE 1 TO WKS-CE-CUBIERTA
                 MOVE 1 TO WKS-CE-FIN
              END-IF
           END-IF.

       00595-REPORTE-SUBSIDIOS.
      *Subsidio que el IMSS debe pagar a cada trabajador por los
      *certificados que inician en el rango de fechas, con su
      *subtotal por trabajador.
           DISPLAY "DESDE (AAAAMMDD): "
           ACCEPT WKS-CE-DESDE
           DISPLAY "HASTA (AAAAMMDD): "
           ACCEPT WKS-CE-HASTA
           MOVE ZERO TO WKS-CE-CONTADOR
           MOVE ZERO TO WKS-CE-TOTAL
           MOVE ZERO TO WKS-CE-SUBTOTAL
           MOVE ZERO TO WKS-CE-ID-ANT
           OPEN OUTPUT F-INC-REP
           MOVE SPACES TO REG-INC-REP
           STRING "SUBSIDIOS POR INCAPACIDAD DEL " DELIMITED BY SIZE
                  WKS-CE-DESDE DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WKS-CE-HASTA DELIMITED BY SIZE
                  INTO REG-INC-REP
           WRITE REG-INC-REP
           MOVE "ID   FOLIO      R T INICIO   DIAS ESP    SDI  SUBSIDIO"
                TO REG-INC-REP
           WRITE REG-INC-REP
           MOVE ALL "-" TO REG-INC-REP
           WRITE REG-INC-REP
           MOVE ZEROS TO CE-ID-TRAB
           START F-INCAPACIDADES KEY IS NOT LESS THAN CE-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-CE-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CE-FIN
           END-START
           PERFORM 00596-REPORTE-SUB-RENGLON
              UNTIL WKS-CE-FIN = 1
           PERFORM 00597-SUBTOTAL-SUBSIDIO
           MOVE ALL "-" TO REG-INC-REP
           WRITE REG-INC-REP
           MOVE WKS-CE-TOTAL TO WKS-CE-FMT-2
           MOVE SPACES TO REG-INC-REP
           STRING "CERTIFICADOS: " DELIMITED BY SIZE
                  WKS-CE-CONTADOR DELIMITED BY SIZE
                  "  SUBSIDIO TOTAL: " DELIMITED BY SIZE
                  WKS-CE-FMT-2 DELIMITED BY SIZE
                  INTO REG-INC-REP
           WRITE REG-INC-REP
           CLOSE F-INC-REP
           MOVE "NOMINA-SUBSIDIOS.TXT" TO WKS-REPO-ORIGEN
           MOVE "SUBSIDIOS" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           DISPLAY "CERTIFICADOS: " WKS-CE-CONTADOR
           DISPLAY "REPORTE EN NOMINA-SUBSIDIOS.TXT".

       00596-REPORTE-SUB-RENGLON.
           READ F-INCAPACIDADES NEXT RECORD
              AT END MOVE 1 TO WKS-CE-FIN
              NOT AT END
                 IF CE-FECHA-INICIO NOT < WKS-CE-DESDE
                    AND CE-FECHA-INICIO NOT > WKS-CE-HASTA
                    IF CE-ID-TRAB NOT = WKS-CE-ID-ANT
                       PERFORM 00597-SUBTOTAL-SUBSIDIO
                       MOVE CE-ID-TRAB TO WKS-CE-ID-ANT
                    END-IF
                    ADD 1 TO WKS-CE-CONTADOR
                    ADD CE-SUBSIDIO TO WKS-CE-SUBTOTAL
                    ADD CE-SUBSIDIO TO WKS-CE-TOTAL
                    MOVE CE-SDI TO WKS-CE-FMT-3
                    MOVE CE-SUBSIDIO TO WKS-CE-FMT-1
                    MOVE SPACES TO REG-INC-REP
                    STRING CE-ID-TRAB " " CE-FOLIO " " CE-RAMO " "
                           CE-TIPO " " CE-FECHA-INICIO " " CE-DIAS
                           "  " CE-DIAS-ESPERA " " WKS-CE-FMT-3 " "
                           WKS-CE-FMT-1
                           DELIMITED BY SIZE INTO REG-INC-REP
                    WRITE REG-INC-REP
                 END-IF
           END-READ.

       00597-SUBTOTAL-SUBSIDIO.
           IF WKS-CE-ID-ANT > 0
              MOVE WKS-CE-SUBTOTAL TO WKS-CE-FMT-2
              MOVE SPACES TO REG-INC-REP
              STRING "     SUBSIDIO DEL TRABAJADOR " DELIMITED BY SIZE
                     WKS-CE-ID-ANT DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WKS-CE-FMT-2 DELIMITED BY SIZE
                     INTO REG-INC-REP
              WRITE REG-INC-REP
           END-IF
           MOVE ZERO TO WKS-CE-SUBTOTAL.

       00599-CERT-EN-MES.
      *Deja WKS-CE-CUBIERTA en 1 si el trabajador WKS-CE-ID tiene un
      *certificado que toque el mes WKS-FON-ANOMES.
           MOVE ZERO TO WKS-CE-CUBIERTA
           COMPUTE WKS-CE-DESDE = WKS-FON-ANOMES * 100 + 1
           COMPUTE WKS-CE-HASTA = WKS-FON-ANOMES * 100 + 31
           MOVE WKS-CE-ID TO CE-ID-TRAB
           PERFORM 00588-INICIA-CERT-TRAB
           PERFORM 00600-CERT-EN-MES-RENGLON
              UNTIL WKS-CE-FIN = 1.

       00600-CERT-EN-MES-RENGLON.
           PERFORM 00591-LEE-CERT-TRAB
           IF WKS-CE-FIN = 0 AND CE-FECHA-INICIO NOT > WKS-CE-HASTA
              COMPUTE WKS-CE-INT = FUNCTION INTEGER-OF-DATE
                      (CE-FECHA-INICIO) + CE-DIAS
              IF FUNCTION INTEGER-OF-DATE(WKS-CE-DESDE) < WKS-CE-INT
                 MOVE 1 TO WKS-CE-CUBIERTA
                 MOVE 1 TO WKS-CE-FIN
              END-IF
           END-IF.

       00601-CARGA-RIESGOS.
      *Abre el registro de casos de riesgo de trabajo, creandolo
      *vacio la primera vez.
           OPEN I-O F-RIESGOS
           IF WKS-FS-RIESGOS = '35'
              OPEN OUTPUT F-RIESGOS
              CLOSE F-RIESGOS
              OPEN I-O F-RIESGOS
           END-IF.

       00602-CAPTURA-CASO-RIESGO.
      *Alta o actualizacion de un caso de riesgo de trabajo. Los
      *casos evolucionan: la incapacidad permanente o la defuncion
      *se dictaminan despues, asi que un caso existente se puede
      *volver a capturar con los datos al dia.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "TRABAJADOR NO ENCONTRADO"
           ELSE
              MOVE WKS-ID-TRAB TO RG-ID-TRAB
              DISPLAY "FECHA DEL ACCIDENTE (AAAAMMDD): "
              ACCEPT RG-FECHA
              READ F-RIESGOS
                 INVALID KEY
                    MOVE ZERO TO WKS-RG-HALLADO
                    MOVE SPACES TO RG-DESCRIPCION
                    MOVE SPACES TO RG-FOLIO-INCAP
                    MOVE ZEROS TO RG-PCT-INCAP
                    MOVE 'N' TO RG-DEFUNCION
                 NOT INVALID KEY
                    MOVE 1 TO WKS-RG-HALLADO
                    DISPLAY "CASO EXISTENTE, SE ACTUALIZA."
              END-READ
              MOVE SPACE TO WKS-RG-TIPO
              PERFORM 00603-CAPTURA-TIPO-RIESGO
                 UNTIL WKS-RG-TIPO = 'P' OR WKS-RG-TIPO = 'T'
              MOVE WKS-RG-TIPO TO RG-TIPO
              DISPLAY "DESCRIPCION: "
              ACCEPT RG-DESCRIPCION
              DISPLAY "FOLIO DEL CERTIFICADO INICIAL DE INCAPACIDAD "
                      "(BLANCO SI NO HUBO): "
              ACCEPT RG-FOLIO-INCAP
              DISPLAY "PORCENTAJE DE INCAPACIDAD PERMANENTE "
                      "(EJ. 015.00, CERO SI NO HAY): "
              ACCEPT RG-PCT-INCAP
              DISPLAY "DEFUNCION (S/N): "
              ACCEPT RG-DEFUNCION
              IF RG-DEFUNCION NOT = 'S'
                 MOVE 'N' TO RG-DEFUNCION
              END-IF
              PERFORM 00604-DIAS-CASO-RIESGO
              ACCEPT RG-FECHA-CAPTURA FROM DATE YYYYMMDD
              IF WKS-RG-HALLADO = 0
                 WRITE REG-RIESGO
              ELSE
                 REWRITE REG-RIESGO
              END-IF
              DISPLAY "CASO GRABADO; DIAS DE INCAPACIDAD: "
                      RG-DIAS-INCAP
           END-IF.

       00603-CAPTURA-TIPO-RIESGO.
           DISPLAY "TIPO: P EN EL CENTRO DE TRABAJO, T EN TRAYECTO: "
           ACCEPT WKS-RG-TIPO
           IF WKS-RG-TIPO NOT = 'P' AND WKS-RG-TIPO NOT = 'T'
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
           END-IF.

       00604-DIAS-CASO-RIESGO.
      *Dias de incapacidad del caso: los del certificado inicial
      *ligado y los de sus subsecuentes y alta, todos del ramo de
      *riesgo de trabajo.
           MOVE ZERO TO RG-DIAS-INCAP
           IF RG-FOLIO-INCAP NOT = SPACES
              MOVE RG-ID-TRAB TO CE-ID-TRAB
              PERFORM 00588-INICIA-CERT-TRAB
              PERFORM 00605-DIAS-CASO-RENGLON
                 UNTIL WKS-CE-FIN = 1
           END-IF.

       00605-DIAS-CASO-RENGLON.
           PERFORM 00591-LEE-CERT-TRAB
           IF WKS-CE-FIN = 0 AND CE-RIESGO-TRABAJO
              IF CE-FOLIO = RG-FOLIO-INCAP
                 OR CE-FOLIO-INICIAL = RG-FOLIO-INCAP
                 ADD CE-DIAS TO RG-DIAS-INCAP
              END-IF
           END-IF.

       00606-CONSULTA-CASOS-RIESGO.
      *Casos de riesgo de trabajo de un ano, en orden de trabajador.
           DISPLAY "ANO (AAAA): "
           ACCEPT WKS-RG-ANO
           COMPUTE WKS-RG-INI = WKS-RG-ANO * 10000 + 0101
           COMPUTE WKS-RG-FIN-ANO = WKS-RG-ANO * 10000 + 1231
           MOVE ZERO TO WKS-RG-CASOS
           MOVE LOW-VALUES TO RG-LLAVE
           START F-RIESGOS KEY IS NOT LESS THAN RG-LLAVE
              INVALID KEY MOVE 1 TO WKS-RG-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-RG-FIN
           END-START
           PERFORM 00607-CONSULTA-CASO-RENGLON
              UNTIL WKS-RG-FIN = 1
           DISPLAY "CASOS EN EL ANO: " WKS-RG-CASOS.

       00607-CONSULTA-CASO-RENGLON.
           READ F-RIESGOS NEXT RECORD
              AT END MOVE 1 TO WKS-RG-FIN
              NOT AT END
                 IF RG-FECHA NOT < WKS-RG-INI
                    AND RG-FECHA NOT > WKS-RG-FIN-ANO
                    ADD 1 TO WKS-RG-CASOS
                    DISPLAY RG-ID-TRAB " " RG-FECHA " TIPO " RG-TIPO
                            " DIAS " RG-DIAS-INCAP " INC.PERM. "
                            RG-PCT-INCAP " DEFUNCION " RG-DEFUNCION
                    DISPLAY "   " RG-DESCRIPCION
                 END-IF
           END-READ.

       00608-DETERMINA-PRIMA-RIESGO.
      *Determinacion anual de la prima de riesgo de trabajo con la
      *formula del IMSS sobre los casos del ano calendario:
      *  PRIMA = ((S / 365) + V * (I + D)) * (F / N) + M
      *S dias subsidiados, I suma de porcentajes de incapacidad
      *permanente entre 100, D defunciones, N promedio de
      *trabajadores expuestos (dias cotizados entre 365), V 28
      *anos, F 2.3 y M prima minima de 0.005. Los accidentes en
      *trayecto no entran. La prima no puede moverse mas de un
      *punto contra la anterior y queda entre 0.5% y 15%.
      *Escribe la hoja de trabajo y, si se confirma, la graba como
      *prima de riesgo en las tasas que rigen desde el 1 de marzo
      *del ano siguiente.
           DISPLAY "ANO DE LOS CASOS (AAAA): "
           ACCEPT WKS-RG-ANO
           MOVE ZERO TO WKS-RG-S
           MOVE ZERO TO WKS-RG-I
           MOVE ZERO TO WKS-RG-D
           MOVE ZERO TO WKS-RG-CASOS
           MOVE ZERO TO WKS-RG-TRAYECTO
           MOVE ZERO TO WKS-RG-DIAS-COT
           COMPUTE WKS-RG-INI = WKS-RG-ANO * 10000 + 0101
           COMPUTE WKS-RG-FIN-ANO = WKS-RG-ANO * 10000 + 1231
           OPEN OUTPUT F-RG-REP
           MOVE SPACES TO REG-RG-REP
           STRING "DETERMINACION DE LA PRIMA DE RIESGO DE TRABAJO, "
                  DELIMITED BY SIZE
                  "EJERCICIO " DELIMITED BY SIZE
                  WKS-RG-ANO DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP
           MOVE SPACES TO REG-RG-REP
           STRING "REGISTRO PATRONAL: " DELIMITED BY SIZE
                  WKS-REG-PATRONAL DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP
           MOVE "ID   FECHA    T DIAS  INC.PERM. DEF" TO REG-RG-REP
           WRITE REG-RG-REP
           MOVE ALL "-" TO REG-RG-REP
           WRITE REG-RG-REP
           MOVE LOW-VALUES TO RG-LLAVE
           START F-RIESGOS KEY IS NOT LESS THAN RG-LLAVE
              INVALID KEY MOVE 1 TO WKS-RG-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-RG-FIN
           END-START
           PERFORM 00609-PRIMA-CASO-RENGLON
              UNTIL WKS-RG-FIN = 1
           PERFORM 00222-INICIA-BARRIDO-TRAB
           PERFORM 00610-PRIMA-EXPUESTOS-RENGLON
              UNTIL WKS-BARRIDO-FIN = 1
           COMPUTE WKS-RG-N ROUNDED = WKS-RG-DIAS-COT / 365
      *La prima anterior es la que rige al cierre del ejercicio.
           MOVE WKS-RG-FIN-ANO TO WKS-PAR-FECHA-REF
           PERFORM 00088-BUSCA-PARAMETROS
           MOVE WKS-PAR-PRIMA-RT TO WKS-RG-PRIMA-ANT
           IF WKS-RG-N > 0
              COMPUTE WKS-RG-PRIMA ROUNDED =
                      ((WKS-RG-S / 365) + 28 * (WKS-RG-I + WKS-RG-D))
                      * (2.3 / WKS-RG-N) + 0.005
              COMPUTE WKS-RG-PRIMA-PCT ROUNDED = WKS-RG-PRIMA * 100
           ELSE
              MOVE WKS-RG-PRIMA-ANT TO WKS-RG-PRIMA-PCT
           END-IF
           MOVE WKS-RG-PRIMA-PCT TO WKS-RG-PRIMA-CALC
           IF WKS-RG-PRIMA-ANT > 0
              IF WKS-RG-PRIMA-PCT > WKS-RG-PRIMA-ANT + 1
                 COMPUTE WKS-RG-PRIMA-PCT = WKS-RG-PRIMA-ANT + 1
              END-IF
              IF WKS-RG-PRIMA-PCT + 1 < WKS-RG-PRIMA-ANT
                 COMPUTE WKS-RG-PRIMA-PCT = WKS-RG-PRIMA-ANT - 1
              END-IF
           END-IF
           IF WKS-RG-PRIMA-PCT < 0.5
              MOVE 0.5 TO WKS-RG-PRIMA-PCT
           END-IF
           IF WKS-RG-PRIMA-PCT > 15
              MOVE 15 TO WKS-RG-PRIMA-PCT
           END-IF
           PERFORM 00611-PRIMA-HOJA-TOTALES
           CLOSE F-RG-REP
           MOVE "NOMINA-PRIMA-RIESGO.TXT" TO WKS-REPO-ORIGEN
           MOVE "PRIMA RT" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           MOVE WKS-RG-PRIMA-PCT TO WKS-RG-FMT-PRIMA
           DISPLAY "PRIMA DETERMINADA: " WKS-RG-FMT-PRIMA " %"
           DISPLAY "HOJA DE TRABAJO EN NOMINA-PRIMA-RIESGO.TXT"
           DISPLAY "APLICAR LA PRIMA DESDE EL 1 DE MARZO (S/N): "
           ACCEPT WKS-OPCION
           IF WKS-OPCION = "S" OR WKS-OPCION = "s"
              PERFORM 00612-APLICA-PRIMA-RIESGO
           END-IF.

       00609-PRIMA-CASO-RENGLON.
           READ F-RIESGOS NEXT RECORD
              AT END MOVE 1 TO WKS-RG-FIN
              NOT AT END
                 IF RG-FECHA NOT < WKS-RG-INI
                    AND RG-FECHA NOT > WKS-RG-FIN-ANO
      *Los dias se recalculan con los certificados al dia.
                    PERFORM 00604-DIAS-CASO-RIESGO
                    REWRITE REG-RIESGO
                    IF RG-TRAYECTO
                       ADD 1 TO WKS-RG-TRAYECTO
                    ELSE
                       ADD 1 TO WKS-RG-CASOS
                       ADD RG-DIAS-INCAP TO WKS-RG-S
                       COMPUTE WKS-RG-I = WKS-RG-I
                               + RG-PCT-INCAP / 100
                       IF RG-DEFUNCION = 'S'
                          ADD 1 TO WKS-RG-D
                       END-IF
                    END-IF
                    MOVE RG-PCT-INCAP TO WKS-CE-FMT-3
                    MOVE SPACES TO REG-RG-REP
                    STRING RG-ID-TRAB " " RG-FECHA " " RG-TIPO " "
                           RG-DIAS-INCAP "  " WKS-CE-FMT-3 "  "
                           RG-DEFUNCION
                           DELIMITED BY SIZE INTO REG-RG-REP
                    WRITE REG-RG-REP
                 END-IF
           END-READ.

       00610-PRIMA-EXPUESTOS-RENGLON.
      *Dias cotizados de cada trabajador dentro del ejercicio, para
      *el promedio de trabajadores expuestos al riesgo.
           PERFORM 00223-LEE-SIGUIENTE-TRAB
           IF WKS-BARRIDO-FIN = 0
              AND WKS-FECHA-ALTA NOT > WKS-RG-FIN-ANO
              AND (WKS-ACTIVO OR WKS-FECHA-BAJA NOT < WKS-RG-INI)
              IF WKS-FECHA-ALTA > WKS-RG-INI
                 MOVE WKS-FECHA-ALTA TO WKS-RG-DESDE
              ELSE
                 MOVE WKS-RG-INI TO WKS-RG-DESDE
              END-IF
              IF WKS-DADO-BAJA AND WKS-FECHA-BAJA < WKS-RG-FIN-ANO
                 MOVE WKS-FECHA-BAJA TO WKS-RG-HASTA
              ELSE
                 MOVE WKS-RG-FIN-ANO TO WKS-RG-HASTA
              END-IF
              COMPUTE WKS-RG-DIAS-COT = WKS-RG-DIAS-COT
                      + FUNCTION INTEGER-OF-DATE(WKS-RG-HASTA)
                      - FUNCTION INTEGER-OF-DATE(WKS-RG-DESDE) + 1
           END-IF.

       00611-PRIMA-HOJA-TOTALES.
           MOVE ALL "-" TO REG-RG-REP
           WRITE REG-RG-REP
           MOVE SPACES TO REG-RG-REP
           STRING "CASOS QUE ENTRAN: " DELIMITED BY SIZE
                  WKS-RG-CASOS DELIMITED BY SIZE
                  "  EN TRAYECTO (NO ENTRAN): " DELIMITED BY SIZE
                  WKS-RG-TRAYECTO DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP
           MOVE SPACES TO REG-RG-REP
           STRING "S DIAS SUBSIDIADOS:         " DELIMITED BY SIZE
                  WKS-RG-S DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP
           MOVE WKS-RG-I TO WKS-RG-FMT-I
           MOVE SPACES TO REG-RG-REP
           STRING "I INCAPACIDADES PERMANENTES: " DELIMITED BY SIZE
                  WKS-RG-FMT-I DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP
           MOVE SPACES TO REG-RG-REP
           STRING "D DEFUNCIONES:              " DELIMITED BY SIZE
                  WKS-RG-D DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP
           MOVE WKS-RG-N TO WKS-RG-FMT-N
           MOVE SPACES TO REG-RG-REP
           STRING "N TRABAJADORES PROMEDIO:    " DELIMITED BY SIZE
                  WKS-RG-FMT-N DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP
           MOVE "V = 28   F = 2.3   M = 0.005" TO REG-RG-REP
           WRITE REG-RG-REP
           MOVE WKS-RG-PRIMA-CALC TO WKS-RG-FMT-PRIMA
           MOVE SPACES TO REG-RG-REP
           STRING "PRIMA SEGUN FORMULA (%):    " DELIMITED BY SIZE
                  WKS-RG-FMT-PRIMA DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP
           MOVE WKS-RG-PRIMA-ANT TO WKS-RG-FMT-PRIMA
           MOVE SPACES TO REG-RG-REP
           STRING "PRIMA ANTERIOR (%):         " DELIMITED BY SIZE
                  WKS-RG-FMT-PRIMA DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP
           MOVE WKS-RG-PRIMA-PCT TO WKS-RG-FMT-PRIMA
           MOVE SPACES TO REG-RG-REP
           STRING "PRIMA A DECLARAR (%):       " DELIMITED BY SIZE
                  WKS-RG-FMT-PRIMA DELIMITED BY SIZE
                  INTO REG-RG-REP
           WRITE REG-RG-REP.

       00612-APLICA-PRIMA-RIESGO.
      *Graba la prima en la tabla que rige desde el 1 de marzo del
      *ano siguiente: si ya hay tabla con esa fecha solo se le
      *cambia la prima; si no, se crea copiando la tabla que estaria
      *en vigor ese dia.
           COMPUTE WKS-RG-FECHA-MARZO = (WKS-RG-ANO + 1) * 10000
                   + 0301
           MOVE WKS-RG-FECHA-MARZO TO PA-FECHA-DESDE
           READ F-PARAMETROS
              INVALID KEY
                 MOVE ZERO TO WKS-RG-HALLADO
              NOT INVALID KEY
                 MOVE 1 TO WKS-RG-HALLADO
           END-READ
           IF WKS-RG-HALLADO = 0
              MOVE WKS-RG-FECHA-MARZO TO WKS-PAR-FECHA-REF
              PERFORM 00088-BUSCA-PARAMETROS
              PERFORM 00613-PAR-VIGENTE-A-REG
              MOVE WKS-RG-FECHA-MARZO TO PA-FECHA-DESDE
           END-IF
           MOVE SPACES TO WKS-AX-ANTES
           MOVE WKS-RG-PRIMA-ANT TO WKS-RG-FMT-PRIMA
           STRING "PRIMA RT " WKS-RG-FMT-PRIMA
                  DELIMITED BY SIZE INTO WKS-AX-ANTES
           MOVE WKS-RG-PRIMA-PCT TO PA-PRIMA-RT
           IF WKS-RG-HALLADO = 0
              WRITE REG-PARAMETROS
           ELSE
              REWRITE REG-PARAMETROS
           END-IF
           MOVE "PARAMETROS" TO WKS-AX-ENTIDAD
           MOVE PA-FECHA-DESDE TO WKS-AX-LLAVE
           MOVE SPACES TO WKS-AX-DESPUES
           MOVE WKS-RG-PRIMA-PCT TO WKS-RG-FMT-PRIMA
           STRING "PRIMA RT " WKS-RG-FMT-PRIMA
                  DELIMITED BY SIZE INTO WKS-AX-DESPUES
           PERFORM 00447-GRABA-AUDIT-CAT
           DISPLAY "PRIMA DE RIESGO APLICADA DESDE "
                   WKS-RG-FECHA-MARZO.

       00613-PAR-VIGENTE-A-REG.
      *Arma REG-PARAMETROS con la tabla cargada en WKS-PAR-VIGENTE.
           MOVE SPACES TO REG-PARAMETROS
           MOVE WKS-PAR-LIMITE-1 TO PA-LIMITE-1
           MOVE WKS-PAR-LIMITE-2 TO PA-LIMITE-2
           MOVE WKS-PAR-LIMITE-3 TO PA-LIMITE-3
           MOVE WKS-PAR-TASA-1 TO PA-TASA-1
           MOVE WKS-PAR-TASA-2 TO PA-TASA-2
           MOVE WKS-PAR-TASA-3 TO PA-TASA-3
           MOVE WKS-PAR-TASA-4 TO PA-TASA-4
           MOVE WKS-PAR-TASA-IMSS TO PA-TASA-IMSS
           MOVE WKS-PAR-SUB-LIM-1 TO PA-SUB-LIMITE-1
           MOVE WKS-PAR-SUB-LIM-2 TO PA-SUB-LIMITE-2
           MOVE WKS-PAR-SUB-LIM-3 TO PA-SUB-LIMITE-3
           MOVE WKS-PAR-SUB-CUO-1 TO PA-SUB-CUOTA-1
           MOVE WKS-PAR-SUB-CUO-2 TO PA-SUB-CUOTA-2
           MOVE WKS-PAR-SUB-CUO-3 TO PA-SUB-CUOTA-3
           MOVE WKS-PAR-SUB-CUO-4 TO PA-SUB-CUOTA-4
           MOVE WKS-PAR-TASA-PAT-IMSS TO PA-TASA-PATRON-IMSS
           MOVE WKS-PAR-TASA-RETIRO TO PA-TASA-RETIRO
           MOVE WKS-PAR-TASA-INFONAV TO PA-TASA-INFONAVIT
           MOVE WKS-PAR-UMA TO PA-UMA-DIARIA
           MOVE WKS-PAR-TOPE-UMAS TO PA-SDI-TOPE-UMAS
           MOVE WKS-PAR-PRIMA-RT TO PA-PRIMA-RT.

       00614-MENU-CFDI.
      *Submenu de recibos electronicos de nomina (CFDI): archivo
      *para el proveedor de timbrado, su respuesta, cancelaciones y
      *rechazos.
           DISPLAY "RECIBOS ELECTRONICOS: 1. EXPORTAR UNA CORRIDA "
                   " 2. RESPUESTA DEL TIMBRADO "
                   " 3. CANCELAR UN RECIBO TIMBRADO "
                   " 4. REPORTE DE RECHAZOS  9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00615-EXPORTA-CFDI
           ELSE
           IF WKS-ELECCION = 2
              PERFORM 00622-RESPUESTA-TIMBRE
           ELSE
           IF WKS-ELECCION = 3
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00623-CANCELA-CFDI
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 4
              PERFORM 00624-REPORTE-RECHAZOS-CFDI
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00614-MENU-CFDI.

       00615-EXPORTA-CFDI.
      *Arma desde el detalle de pagos el archivo de recibos de una
      *corrida para el proveedor de timbrado: un encabezado por
      *trabajador con los datos del patron y del trabajador, el
      *periodo y los totales, y un renglon por percepcion, deduccion
      *u otro pago con su clave del SAT. Los ya timbrados no se
      *repiten; los rechazados se vuelven a mandar y los cancelados
      *se reexpiden ligados al UUID que sustituyen.
           IF WKS-RFC-PATRON = SPACES
              DISPLAY "RFC DEL PATRON: "
              ACCEPT WKS-RFC-PATRON
              PERFORM 00028-GRABA-CONTADOR
           END-IF
           IF WKS-REG-PATRONAL = SPACES
              DISPLAY "REGISTRO PATRONAL ANTE EL IMSS: "
              ACCEPT WKS-REG-PATRONAL
              PERFORM 00028-GRABA-CONTADOR
           END-IF
           DISPLAY "NUMERO DE CORRIDA: "
           ACCEPT WKS-CF-CORRIDA
           ACCEPT WKS-CF-HOY FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-CF-EXPORTADOS
           MOVE ZERO TO WKS-CF-TIMBRADOS
           MOVE ZERO TO WKS-CF-SIN-DATOS
           OPEN OUTPUT F-CFDI
           MOVE WKS-CF-CORRIDA TO DT-CORRIDA
           MOVE ZEROS TO DT-ID-TRAB
           START F-DETALLE KEY IS NOT LESS THAN DT-LLAVE
              INVALID KEY MOVE 1 TO WKS-CF-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CF-FIN
           END-START
           PERFORM 00616-EXPORTA-CFDI-RENGLON
              UNTIL WKS-CF-FIN = 1
           CLOSE F-CFDI
           MOVE "CFDI" TO WKS-BIT-TIPO
           MOVE SPACES TO WKS-BIT-DETALLE
           STRING "CORRIDA " WKS-CF-CORRIDA " RECIBOS "
                  WKS-CF-EXPORTADOS DELIMITED BY SIZE
                  INTO WKS-BIT-DETALLE
           PERFORM 00439-GRABA-BITACORA
           DISPLAY "RECIBOS EXPORTADOS A NOMINA-CFDI.TXT: "
                   WKS-CF-EXPORTADOS
           DISPLAY "YA TIMBRADOS (NO SE REPITEN):        "
                   WKS-CF-TIMBRADOS
           DISPLAY "SIN RFC O SIN DATOS DEL PERIODO:     "
                   WKS-CF-SIN-DATOS.

       00616-EXPORTA-CFDI-RENGLON.
           READ F-DETALLE NEXT RECORD
              AT END MOVE 1 TO WKS-CF-FIN
              NOT AT END
                 IF DT-CORRIDA NOT = WKS-CF-CORRIDA
                    MOVE 1 TO WKS-CF-FIN
                 ELSE
                    PERFORM 00617-EXPORTA-CFDI-RECIBO
                 END-IF
           END-READ.

       00617-EXPORTA-CFDI-RECIBO.
      *Los pagos grabados antes de existir el periodo en el detalle
      *no traen la clase de sus renglones y no se pueden timbrar.
           MOVE DT-ID-TRAB TO WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0 OR WKS-RFC = SPACES
              OR DT-PER-INI NOT NUMERIC OR DT-PER-INI = ZERO
              ADD 1 TO WKS-CF-SIN-DATOS
              DISPLAY "SIN RFC O SIN DATOS DEL PERIODO: " DT-ID-TRAB
           ELSE
              MOVE DT-CORRIDA TO TB-CORRIDA
              MOVE DT-ID-TRAB TO TB-ID-TRAB
              READ F-TIMBRES
                 INVALID KEY
                    MOVE ZERO TO WKS-CF-HALLADO
                    MOVE SPACES TO TB-UUID
                    MOVE SPACES TO TB-UUID-ORIGEN
                    MOVE SPACES TO TB-UUID-SUSTITUYE
                    MOVE ZEROS TO TB-FECHA-TIMBRE
                    MOVE ZEROS TO TB-FECHA-CANCELA
                    MOVE ZERO TO TB-EMISIONES
                 NOT INVALID KEY
                    MOVE 1 TO WKS-CF-HALLADO
              END-READ
              IF WKS-CF-HALLADO = 1 AND TB-TIMBRADO
                 ADD 1 TO WKS-CF-TIMBRADOS
              ELSE
                 IF WKS-CF-HALLADO = 1 AND TB-CANCELADO
      *Reexpedicion: el nuevo comprobante sustituye al cancelado.
                    MOVE TB-UUID TO TB-UUID-SUSTITUYE
                    MOVE SPACES TO TB-UUID
                    MOVE ZEROS TO TB-FECHA-TIMBRE
                 END-IF
                 PERFORM 00618-CFDI-TOTALES
                 PERFORM 00620-CFDI-ENCABEZADO
                 MOVE 1 TO WKS-CF-I
                 PERFORM 00621-CFDI-LINEA-RENGLON
                    UNTIL WKS-CF-I > DT-NUM-CONC OR WKS-CF-I > 20
                 IF DT-ISR > 0
                    MOVE 'D' TO WKS-CF-L-TIPO
                    MOVE "002" TO WKS-CF-L-CLAVE
                    MOVE "ISR" TO WKS-CF-L-DESC
                    MOVE DT-ISR TO WKS-CF-L-IMPORTE
                    MOVE ZERO TO WKS-CF-L-EXENTO
                    MOVE WKS-LIN-CFDI-CONC TO REG-CFDI
                    WRITE REG-CFDI
                 END-IF
                 IF DT-IMSS > 0
                    MOVE 'D' TO WKS-CF-L-TIPO
                    MOVE "001" TO WKS-CF-L-CLAVE
                    MOVE "SEGURIDAD SOCIAL" TO WKS-CF-L-DESC
                    MOVE DT-IMSS TO WKS-CF-L-IMPORTE
                    MOVE ZERO TO WKS-CF-L-EXENTO
                    MOVE WKS-LIN-CFDI-CONC TO REG-CFDI
                    WRITE REG-CFDI
                 END-IF
                 MOVE 'E' TO TB-ESTADO
                 MOVE WKS-CF-HOY TO TB-FECHA-EXPORTA
                 MOVE SPACES TO TB-MOTIVO
                 ADD 1 TO TB-EMISIONES
                 IF WKS-CF-HALLADO = 0
                    WRITE REG-TIMBRE
                 ELSE
                    REWRITE REG-TIMBRE
                 END-IF
                 ADD 1 TO WKS-CF-EXPORTADOS
              END-IF
           END-IF.

       00618-CFDI-TOTALES.
      *El sueldo del comprobante es la base del detalle sin lo que
      *ya trae sumado (tiempo extra, prima de turno) y antes de los
      *descuentos que ya trae restados (faltas, incapacidades), que
      *salen como renglones propios. Los renglones informativos no
      *se timbran.
           MOVE DT-BRUTO TO WKS-CF-SUELDO
           MOVE ZERO TO WKS-CF-PERCEP
           MOVE ZERO TO WKS-CF-OTROS
           COMPUTE WKS-CF-DEDUC = DT-ISR + DT-IMSS
           MOVE 1 TO WKS-CF-I
           PERFORM 00619-CFDI-TOTAL-RENGLON
              UNTIL WKS-CF-I > DT-NUM-CONC OR WKS-CF-I > 20
           ADD WKS-CF-SUELDO TO WKS-CF-PERCEP.

       00619-CFDI-TOTAL-RENGLON.
           IF DT-CONC-CLASE(WKS-CF-I) = 'B'
              IF DT-CONC-TIPO(WKS-CF-I) = 'P'
                 SUBTRACT DT-CONC-MONTO(WKS-CF-I) FROM WKS-CF-SUELDO
              ELSE
                 ADD DT-CONC-MONTO(WKS-CF-I) TO WKS-CF-SUELDO
              END-IF
           END-IF
           IF DT-CONC-CLASE(WKS-CF-I) = 'O'
              ADD DT-CONC-MONTO(WKS-CF-I) TO WKS-CF-OTROS
           ELSE
           IF DT-CONC-CLASE(WKS-CF-I) NOT = 'I'
              IF DT-CONC-TIPO(WKS-CF-I) = 'P'
                 ADD DT-CONC-MONTO(WKS-CF-I) TO WKS-CF-PERCEP
              ELSE
                 ADD DT-CONC-MONTO(WKS-CF-I) TO WKS-CF-DEDUC
              END-IF
           END-IF
           END-IF
           ADD 1 TO WKS-CF-I.

       00620-CFDI-ENCABEZADO.
           MOVE SPACES TO WKS-LIN-CFDI-ENC
           MOVE 'H' TO WKS-CF-E-TIPO
           MOVE DT-CORRIDA TO WKS-CF-E-CORRIDA
           MOVE DT-ID-TRAB TO WKS-CF-E-ID
           MOVE WKS-RFC-PATRON TO WKS-CF-E-RFC-PATRON
           MOVE WKS-REG-PATRONAL TO WKS-CF-E-REG-PATRONAL
           MOVE WKS-RFC TO WKS-CF-E-RFC
           MOVE WKS-CURP TO WKS-CF-E-CURP
           MOVE WKS-NSS TO WKS-CF-E-NSS
           STRING WKS-NOMBRE-TRAB DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WKS-APELL-PAT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WKS-APELL-MAT DELIMITED BY "  "
                  INTO WKS-CF-E-NOMBRE
           MOVE DT-FECHA TO WKS-CF-E-FECHA-PAGO
           MOVE DT-PER-INI TO WKS-CF-E-FECHA-INI
           MOVE DT-PER-FIN TO WKS-CF-E-FECHA-FIN
           MOVE DT-DIAS-PAG TO WKS-CF-E-DIAS
      *Forma de pago con la clave del catalogo del SAT.
           IF DT-FORMA-PAGO = 'C'
              MOVE "02" TO WKS-CF-E-FORMA
           ELSE
           IF DT-FORMA-PAGO = 'E'
              MOVE "01" TO WKS-CF-E-FORMA
           ELSE
              MOVE "03" TO WKS-CF-E-FORMA
           END-IF
           END-IF
           MOVE WKS-CF-PERCEP TO WKS-CF-E-PERCEP
           MOVE WKS-CF-DEDUC TO WKS-CF-E-DEDUC
           MOVE WKS-CF-OTROS TO WKS-CF-E-OTROS
           MOVE DT-ISR TO WKS-CF-E-ISR
           MOVE DT-SUBSIDIO TO WKS-CF-E-SUBSIDIO
           MOVE DT-NETO TO WKS-CF-E-NETO
           MOVE TB-UUID-SUSTITUYE TO WKS-CF-E-UUID-REL
           MOVE WKS-LIN-CFDI-ENC TO REG-CFDI
           WRITE REG-CFDI
           MOVE DT-CORRIDA TO WKS-CF-L-CORRIDA
           MOVE DT-ID-TRAB TO WKS-CF-L-ID
           MOVE 'P' TO WKS-CF-L-TIPO
           MOVE "001" TO WKS-CF-L-CLAVE
           MOVE "SUELDO" TO WKS-CF-L-DESC
           MOVE WKS-CF-SUELDO TO WKS-CF-L-IMPORTE
           MOVE ZERO TO WKS-CF-L-EXENTO
           MOVE WKS-LIN-CFDI-CONC TO REG-CFDI
           WRITE REG-CFDI.

       00621-CFDI-LINEA-RENGLON.
           IF DT-CONC-CLASE(WKS-CF-I) NOT = 'I'
              IF DT-CONC-CLASE(WKS-CF-I) = 'O'
                 MOVE 'O' TO WKS-CF-L-TIPO
              ELSE
                 MOVE DT-CONC-TIPO(WKS-CF-I) TO WKS-CF-L-TIPO
              END-IF
              IF DT-CONC-SAT(WKS-CF-I) NUMERIC
                 MOVE DT-CONC-SAT(WKS-CF-I) TO WKS-CF-L-CLAVE
              ELSE
              IF DT-CONC-TIPO(WKS-CF-I) = 'P'
                 MOVE "038" TO WKS-CF-L-CLAVE
              ELSE
                 MOVE "004" TO WKS-CF-L-CLAVE
              END-IF
              END-IF
              MOVE DT-CONC-DESC(WKS-CF-I) TO WKS-CF-L-DESC
              MOVE DT-CONC-MONTO(WKS-CF-I) TO WKS-CF-L-IMPORTE
              MOVE ZERO TO WKS-CF-L-EXENTO
              IF DT-CONC-TIPO(WKS-CF-I) = 'P'
                 AND DT-CONC-EXENTO(WKS-CF-I) NUMERIC
                 MOVE DT-CONC-EXENTO(WKS-CF-I) TO WKS-CF-L-EXENTO
              END-IF
              MOVE WKS-LIN-CFDI-CONC TO REG-CFDI
              WRITE REG-CFDI
           END-IF
           ADD 1 TO WKS-CF-I.

       00622-RESPUESTA-TIMBRE.
      *Registra la respuesta del proveedor de timbrado a un recibo
      *exportado: UUID y fecha si se timbro, o el motivo si se
      *rechazo. El rechazado sale otra vez en la siguiente
      *exportacion de su corrida. El primer UUID que recibe el
      *recibo queda como el original.
           DISPLAY "NUMERO DE CORRIDA: "
           ACCEPT TB-CORRIDA
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT TB-ID-TRAB
           READ F-TIMBRES
              INVALID KEY
                 DISPLAY "ESE RECIBO NO SE HA EXPORTADO."
              NOT INVALID KEY
                 IF NOT TB-EXPORTADO
                    DISPLAY "EL RECIBO NO ESTA PENDIENTE DE TIMBRE; "
                            "ESTADO " TB-ESTADO
                 ELSE
                    DISPLAY "T TIMBRADO / R RECHAZADO: "
                    ACCEPT WKS-CF-RESPUESTA
                    IF WKS-CF-RESPUESTA = 'T' OR WKS-CF-RESPUESTA = 'R'
                       MOVE WKS-CF-RESPUESTA TO TB-ESTADO
                       MOVE SPACES TO TB-MOTIVO
                       IF TB-TIMBRADO
                          DISPLAY "UUID: "
                          ACCEPT TB-UUID
                          DISPLAY "FECHA DEL TIMBRE (AAAAMMDD): "
                          ACCEPT TB-FECHA-TIMBRE
                          IF TB-UUID-ORIGEN = SPACES
                             MOVE TB-UUID TO TB-UUID-ORIGEN
                          END-IF
                       ELSE
                          DISPLAY "MOTIVO DEL RECHAZO: "
                          ACCEPT TB-MOTIVO
                       END-IF
                       REWRITE REG-TIMBRE
                       MOVE "CFDI" TO WKS-BIT-TIPO
                       MOVE SPACES TO WKS-BIT-DETALLE
                       STRING TB-CORRIDA " " TB-ID-TRAB " "
                              TB-ESTADO DELIMITED BY SIZE
                              INTO WKS-BIT-DETALLE
                       PERFORM 00439-GRABA-BITACORA
                       DISPLAY "RESPUESTA REGISTRADA."
                    ELSE
                       DISPLAY "OPCION INVALIDA, VERIFIQUE."
                    END-IF
                 END-IF
           END-READ.

       00623-CANCELA-CFDI.
      *Cancela un recibo timbrado. La siguiente exportacion de su
      *corrida lo reexpide ligado al UUID cancelado.
           DISPLAY "NUMERO DE CORRIDA: "
           ACCEPT TB-CORRIDA
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT TB-ID-TRAB
           READ F-TIMBRES
              INVALID KEY
                 DISPLAY "ESE RECIBO NO SE HA EXPORTADO."
              NOT INVALID KEY
                 IF NOT TB-TIMBRADO
                    DISPLAY "SOLO SE CANCELA UN RECIBO TIMBRADO; "
                            "ESTADO " TB-ESTADO
                 ELSE
                    DISPLAY "MOTIVO DE LA CANCELACION: "
                    ACCEPT TB-MOTIVO
                    MOVE 'C' TO TB-ESTADO
                    ACCEPT TB-FECHA-CANCELA FROM DATE YYYYMMDD
                    REWRITE REG-TIMBRE
                    MOVE "CFDI" TO WKS-AX-ENTIDAD
                    MOVE SPACES TO WKS-AX-LLAVE
                    STRING TB-CORRIDA TB-ID-TRAB DELIMITED BY SIZE
                           INTO WKS-AX-LLAVE
                    MOVE TB-UUID TO WKS-AX-ANTES
                    MOVE "CANCELADO" TO WKS-AX-DESPUES
                    PERFORM 00447-GRABA-AUDIT-CAT
                    DISPLAY "RECIBO CANCELADO; SE REEXPIDE EN LA "
                            "SIGUIENTE EXPORTACION DE LA CORRIDA."
                 END-IF
           END-READ.

       00624-REPORTE-RECHAZOS-CFDI.
      *Recibos rechazados por el timbrado y cancelados sin
      *reexpedir, con su motivo.
           MOVE ZERO TO WKS-CF-RECHAZADOS
           OPEN OUTPUT F-CFDI-REP
           MOVE "RECIBOS ELECTRONICOS RECHAZADOS O CANCELADOS"
                TO REG-CFDI-REP
           WRITE REG-CFDI-REP
           MOVE "CORR ID   EDO FECHA    MOTIVO" TO REG-CFDI-REP
           WRITE REG-CFDI-REP
           MOVE ALL "-" TO REG-CFDI-REP
           WRITE REG-CFDI-REP
           MOVE LOW-VALUES TO TB-LLAVE
           START F-TIMBRES KEY IS NOT LESS THAN TB-LLAVE
              INVALID KEY MOVE 1 TO WKS-CF-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CF-FIN
           END-START
           PERFORM 00625-RECHAZO-CFDI-RENGLON
              UNTIL WKS-CF-FIN = 1
           MOVE ALL "-" TO REG-CFDI-REP
           WRITE REG-CFDI-REP
           MOVE SPACES TO REG-CFDI-REP
           STRING "RECIBOS: " DELIMITED BY SIZE
                  WKS-CF-RECHAZADOS DELIMITED BY SIZE
                  INTO REG-CFDI-REP
           WRITE REG-CFDI-REP
           CLOSE F-CFDI-REP
           MOVE "NOMINA-CFDI-RECHAZOS.TXT" TO WKS-REPO-ORIGEN
           MOVE "CFDI RECHAZO" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           DISPLAY "RECIBOS RECHAZADOS O CANCELADOS: "
                   WKS-CF-RECHAZADOS.

       00625-RECHAZO-CFDI-RENGLON.
           READ F-TIMBRES NEXT RECORD
              AT END MOVE 1 TO WKS-CF-FIN
              NOT AT END
                 IF TB-RECHAZADO OR TB-CANCELADO
                    ADD 1 TO WKS-CF-RECHAZADOS
                    MOVE SPACES TO REG-CFDI-REP
                    IF TB-RECHAZADO
                       STRING TB-CORRIDA " " TB-ID-TRAB " "
                              TB-ESTADO "   " TB-FECHA-EXPORTA " "
                              TB-MOTIVO DELIMITED BY SIZE
                              INTO REG-CFDI-REP
                    ELSE
                       STRING TB-CORRIDA " " TB-ID-TRAB " "
                              TB-ESTADO "   " TB-FECHA-CANCELA " "
                              TB-MOTIVO DELIMITED BY SIZE
                              INTO REG-CFDI-REP
                    END-IF
                    WRITE REG-CFDI-REP
                 END-IF
           END-READ.

       00626-CARGA-TIMBRES.
      *Abre el registro de timbrado de recibos, creandolo vacio la
      *primera vez.
           OPEN I-O F-TIMBRES
           IF WKS-FS-TIMBRES = '35'
              OPEN OUTPUT F-TIMBRES
              CLOSE F-TIMBRES
              OPEN I-O F-TIMBRES
           END-IF.

       00627-CALCULA-EXENTO-ANUAL.
      *Parte exenta de WKS-EX-MONTO contra un tope anual: el tope
      *(WKS-EX-TOPE) menos lo ya exento en el ano al trabajador por
      *el mismo rubro. Deja exento y gravado en WKS-EX-EXENTO y
      *WKS-EX-GRAVADO. Sin UMA en la tabla (tope en ceros) todo es
      *gravado.
           MOVE WKS-ID-TRAB TO EX-ID-TRAB
           MOVE WKS-EX-ANO TO EX-ANO
           MOVE WKS-EX-RUBRO TO EX-RUBRO
           READ F-EXENTOS
              INVALID KEY
                 MOVE ZERO TO WKS-EX-ACUM
              NOT INVALID KEY
                 MOVE EX-EXENTO TO WKS-EX-ACUM
           END-READ
           COMPUTE WKS-EX-DISPONIBLE = WKS-EX-TOPE - WKS-EX-ACUM
           IF WKS-EX-DISPONIBLE < 0
              MOVE ZERO TO WKS-EX-DISPONIBLE
           END-IF
           PERFORM 00628-APLICA-TOPE-EXENTO.

       00628-APLICA-TOPE-EXENTO.
           IF WKS-EX-MONTO > WKS-EX-DISPONIBLE
              MOVE WKS-EX-DISPONIBLE TO WKS-EX-EXENTO
           ELSE
              MOVE WKS-EX-MONTO TO WKS-EX-EXENTO
           END-IF
           IF WKS-EX-EXENTO < 0
              MOVE ZERO TO WKS-EX-EXENTO
           END-IF
           COMPUTE WKS-EX-GRAVADO = WKS-EX-MONTO - WKS-EX-EXENTO.

       00629-AGREGA-EXENTO-PEND.
      *Guarda el exento y gravado recien calculados para acumularlos
      *al ano del trabajador cuando su pago quede grabado.
           IF WKS-EXP-NUM < 25
              ADD 1 TO WKS-EXP-NUM
              MOVE WKS-EX-RUBRO TO WKS-EXP-RUBRO(WKS-EXP-NUM)
              MOVE WKS-EX-EXENTO TO WKS-EXP-EXENTO(WKS-EXP-NUM)
              MOVE WKS-EX-GRAVADO TO WKS-EXP-GRAVADO(WKS-EXP-NUM)
           END-IF.

       00630-GRABA-EXENTO.
      *Acumula WKS-EX-EXENTO y WKS-EX-GRAVADO al rubro del trabajador
      *en el ano WKS-EX-ANO.
           MOVE WKS-ID-TRAB TO EX-ID-TRAB
           MOVE WKS-EX-ANO TO EX-ANO
           MOVE WKS-EX-RUBRO TO EX-RUBRO
           READ F-EXENTOS
              INVALID KEY
                 MOVE WKS-EX-EXENTO TO EX-EXENTO
                 MOVE WKS-EX-GRAVADO TO EX-GRAVADO
                 WRITE REG-EXENTO
              NOT INVALID KEY
                 ADD WKS-EX-EXENTO TO EX-EXENTO
                 ADD WKS-EX-GRAVADO TO EX-GRAVADO
                 REWRITE REG-EXENTO
           END-READ.

       00631-POSTEA-EXENTOS.
      *Acumula al ano los exentos del trabajador recien pagado.
           COMPUTE WKS-EX-ANO = WKS-RECIBO-FECHA / 10000
           MOVE 1 TO WKS-EXP-I
           PERFORM 00632-POSTEA-EXENTO-RENGLON
              UNTIL WKS-EXP-I > WKS-EXP-NUM.

       00632-POSTEA-EXENTO-RENGLON.
           MOVE WKS-EXP-RUBRO(WKS-EXP-I) TO WKS-EX-RUBRO
           MOVE WKS-EXP-EXENTO(WKS-EXP-I) TO WKS-EX-EXENTO
           MOVE WKS-EXP-GRAVADO(WKS-EXP-I) TO WKS-EX-GRAVADO
           PERFORM 00630-GRABA-EXENTO
           ADD 1 TO WKS-EXP-I.

       00633-CALCULA-BASE-ISR.
      *Base del ISR del trabajador en calculo: la base gravable
      *(sueldo, turno y tiempo extra menos faltas) sin la parte
      *exenta del tiempo extra, mas la parte gravada de las demas
      *percepciones del recibo. Deja tambien el total exento.
           MOVE WKS-BASE-GRAVABLE TO WKS-BASE-ISR
           MOVE ZERO TO WKS-TOT-EXENTO
           MOVE 1 TO WKS-CONC-IDX
           PERFORM 00634-BASE-ISR-RENGLON
              UNTIL WKS-CONC-IDX > WKS-CONC-NUM
           IF WKS-BASE-ISR < 0
              MOVE ZERO TO WKS-BASE-ISR
           END-IF.

       00634-BASE-ISR-RENGLON.
           IF WKS-CONC-TIPO(WKS-CONC-IDX) = 'P'
              IF WKS-CONC-CLASE(WKS-CONC-IDX) = 'B'
                 SUBTRACT WKS-CONC-EXENTO(WKS-CONC-IDX)
                          FROM WKS-BASE-ISR
                 ADD WKS-CONC-EXENTO(WKS-CONC-IDX) TO WKS-TOT-EXENTO
              ELSE
              IF WKS-CONC-CLASE(WKS-CONC-IDX) = SPACE
                 COMPUTE WKS-BASE-ISR = WKS-BASE-ISR
                         + WKS-CONC-MONTO(WKS-CONC-IDX)
                         - WKS-CONC-EXENTO(WKS-CONC-IDX)
                 ADD WKS-CONC-EXENTO(WKS-CONC-IDX) TO WKS-TOT-EXENTO
              END-IF
              END-IF
           END-IF
           ADD 1 TO WKS-CONC-IDX.

       00635-LIMPIA-EXENTO-RENGLON.
           MOVE ZERO TO WKS-CONC-EXENTO(WKS-CONC-IDX)
           ADD 1 TO WKS-CONC-IDX.

       00636-ISR-DE-TABLA.
      *ISR de WKS-ISR-BASE con la tabla en WKS-PAR-VIGENTE.
           IF WKS-ISR-BASE > WKS-PAR-LIMITE-3
              COMPUTE WKS-ISR-CALC =
                      WKS-ISR-BASE * (WKS-PAR-TASA-4 / 100)
           ELSE
           IF WKS-ISR-BASE > WKS-PAR-LIMITE-2
              COMPUTE WKS-ISR-CALC =
                      WKS-ISR-BASE * (WKS-PAR-TASA-3 / 100)
           ELSE
           IF WKS-ISR-BASE > WKS-PAR-LIMITE-1
              COMPUTE WKS-ISR-CALC =
                      WKS-ISR-BASE * (WKS-PAR-TASA-2 / 100)
           ELSE
              COMPUTE WKS-ISR-CALC =
                      WKS-ISR-BASE * (WKS-PAR-TASA-1 / 100)
           END-IF
           END-IF
           END-IF.

       00637-CONSULTA-EXENTOS.
      *Exentos y gravados acumulados de un trabajador en un ano, por
      *rubro: aguinaldo, prima vacacional, PTU, tiempo extra y los
      *conceptos del catalogo con tope anual (C y su codigo).
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           DISPLAY "ANO (AAAA): "
           ACCEPT WKS-EX-ANO
           MOVE WKS-ID-AUX TO EX-ID-TRAB
           MOVE WKS-EX-ANO TO EX-ANO
           MOVE LOW-VALUES TO EX-RUBRO
           START F-EXENTOS KEY IS NOT LESS THAN EX-LLAVE
              INVALID KEY MOVE 1 TO WKS-EX-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-EX-FIN
           END-START
           PERFORM 00638-CONSULTA-EXENTO-RENGLON
              UNTIL WKS-EX-FIN = 1.

       00638-CONSULTA-EXENTO-RENGLON.
           READ F-EXENTOS NEXT RECORD
              AT END MOVE 1 TO WKS-EX-FIN
              NOT AT END
                 IF EX-ID-TRAB NOT = WKS-ID-AUX
                    OR EX-ANO NOT = WKS-EX-ANO
                    MOVE 1 TO WKS-EX-FIN
                 ELSE
                    MOVE EX-EXENTO TO WKS-EX-FMT-1
                    MOVE EX-GRAVADO TO WKS-EX-FMT-2
                    DISPLAY EX-RUBRO "  EXENTO " WKS-EX-FMT-1
                            "  GRAVADO " WKS-EX-FMT-2
                 END-IF
           END-READ.

       00639-CARGA-EXENTOS.
      *Abre el acumulado anual de exentos, creandolo vacio la
      *primera vez.
           OPEN I-O F-EXENTOS
           IF WKS-FS-EXENTOS = '35'
              OPEN OUTPUT F-EXENTOS
              CLOSE F-EXENTOS
              OPEN I-O F-EXENTOS
           END-IF.

       00641-MENU-CONTRATOS.
      *Submenu de contratos laborales: alta, renovacion (solo
      *supervisores), consulta y reporte de vencimientos.
           DISPLAY "CONTRATOS: 1. ALTA DE CONTRATO "
                   " 2. RENOVACION DE CONTRATO "
                   " 3. CONSULTA DE CONTRATO "
                   " 4. REPORTE DE VENCIMIENTOS  9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00642-ALTA-CONTRATO
           ELSE
           IF WKS-ELECCION = 2
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00646-RENUEVA-CONTRATO
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 3
              PERFORM 00648-CONSULTA-CONTRATO
           ELSE
           IF WKS-ELECCION = 4
              PERFORM 00649-REPORTE-CONTRATOS
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00641-MENU-CONTRATOS.

       00642-ALTA-CONTRATO.
      *Primer contrato de un trabajador activo. Se liga a la plaza
      *que ocupa el trabajador; los que no tienen contrato
      *capturado se consideran por tiempo indeterminado.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0 OR WKS-DADO-BAJA
              DISPLAY "TRABAJADOR NO ENCONTRADO O DADO DE BAJA."
           ELSE
              MOVE WKS-ID-TRAB TO CT-ID-TRAB
              READ F-CONTRATOS
                 INVALID KEY
                    MOVE ZEROS TO WKS-CT-INI-NUEVO
                    PERFORM 00643-CAPTURA-CONTRATO
                    MOVE WKS-CT-TIPO-NUEVO TO CT-TIPO
                    MOVE WKS-CT-INI-NUEVO TO CT-FECHA-INI
                    MOVE WKS-CT-FIN-NUEVO TO CT-FECHA-FIN
                    MOVE WKS-CT-INI-NUEVO TO CT-FECHA-INGRESO
                    MOVE ZERO TO CT-RENOVACIONES
                    MOVE WKS-DEPARTAMENTO(1) TO CT-PLAZA-DEPTO
                    MOVE WKS-PLAZA TO CT-PLAZA-NUM
                    ACCEPT CT-FECHA-CAPTURA FROM DATE YYYYMMDD
                    WRITE REG-CONTRATO
                    MOVE "CONTRATO" TO WKS-AX-ENTIDAD
                    MOVE CT-ID-TRAB TO WKS-AX-LLAVE
                    MOVE "ALTA" TO WKS-AX-ANTES
                    MOVE SPACES TO WKS-AX-DESPUES
                    STRING CT-TIPO " " CT-FECHA-INI " " CT-FECHA-FIN
                           DELIMITED BY SIZE INTO WKS-AX-DESPUES
                    PERFORM 00447-GRABA-AUDIT-CAT
                    DISPLAY "CONTRATO REGISTRADO."
                 NOT INVALID KEY
                    DISPLAY "EL TRABAJADOR YA TIENE CONTRATO; USE LA "
                            "RENOVACION."
              END-READ
           END-IF.

       00643-CAPTURA-CONTRATO.
      *Tipo, inicio y fin del contrato nuevo en WKS-CT-TIPO-NUEVO,
      *WKS-CT-INI-NUEVO y WKS-CT-FIN-NUEVO. El indeterminado no
      *lleva fin; el de prueba y el de capacitacion inicial no pasan
      *de 180 dias.
           MOVE SPACE TO WKS-CT-TIPO-NUEVO
           PERFORM 00644-CAPTURA-TIPO-CONTRATO
              UNTIL WKS-CT-TIPO-NUEVO NOT = SPACE
           IF WKS-CT-INI-NUEVO = 0
              MOVE ZERO TO WKS-CT-OK
              PERFORM 00656-CAPTURA-INI-CONTRATO
                 UNTIL WKS-CT-OK = 1
           END-IF
           MOVE ZERO TO WKS-CT-OK
           PERFORM 00645-CAPTURA-FIN-CONTRATO
              UNTIL WKS-CT-OK = 1.

       00644-CAPTURA-TIPO-CONTRATO.
           DISPLAY "TIPO: I.INDETERMINADO D.TIEMPO DETERMINADO "
                   "P.PERIODO DE PRUEBA C.CAPACITACION INICIAL"
           ACCEPT WKS-CT-TIPO-NUEVO
           IF WKS-CT-TIPO-NUEVO NOT = 'I'
              AND WKS-CT-TIPO-NUEVO NOT = 'D'
              AND WKS-CT-TIPO-NUEVO NOT = 'P'
              AND WKS-CT-TIPO-NUEVO NOT = 'C'
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              MOVE SPACE TO WKS-CT-TIPO-NUEVO
           END-IF.

       00645-CAPTURA-FIN-CONTRATO.
           MOVE 1 TO WKS-CT-OK
           MOVE ZEROS TO WKS-CT-FIN-NUEVO
           IF WKS-CT-TIPO-NUEVO NOT = 'I'
              DISPLAY "FECHA DE TERMINACION (AAAAMMDD): "
              ACCEPT WKS-CT-FIN-NUEVO
              MOVE WKS-CT-FIN-NUEVO TO WKS-CT-FECHA-VAL
              PERFORM 00655-VALIDA-FECHA-CONTRATO
              IF WKS-CT-FECHA-OK = 0
                 OR WKS-CT-FIN-NUEVO NOT > WKS-CT-INI-NUEVO
                 DISPLAY "FECHA INVALIDA O ANTERIOR AL INICIO."
                 MOVE ZERO TO WKS-CT-OK
              ELSE
              IF WKS-CT-TIPO-NUEVO = 'P' OR WKS-CT-TIPO-NUEVO = 'C'
                 COMPUTE WKS-CT-DIAS =
                         FUNCTION INTEGER-OF-DATE(WKS-CT-FIN-NUEVO)
                         - FUNCTION INTEGER-OF-DATE(WKS-CT-INI-NUEVO)
                         + 1
                 IF WKS-CT-DIAS > 180
                    DISPLAY "EL PERIODO DE PRUEBA O DE CAPACITACION "
                            "NO PUEDE PASAR DE 180 DIAS."
                    MOVE ZERO TO WKS-CT-OK
                 END-IF
              END-IF
              END-IF
           END-IF.

       00646-RENUEVA-CONTRATO.
      *Renovacion o cambio de tipo del contrato vigente. El nuevo
      *arranca al dia siguiente del fin del anterior. La prueba y la
      *capacitacion inicial no se prorrogan: al renovarlas el
      *contrato pasa a determinado o indeterminado.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0 OR WKS-DADO-BAJA
              DISPLAY "TRABAJADOR NO ENCONTRADO O DADO DE BAJA."
           ELSE
              MOVE WKS-ID-TRAB TO CT-ID-TRAB
              READ F-CONTRATOS
                 INVALID KEY
                    DISPLAY "EL TRABAJADOR NO TIENE CONTRATO; USE EL "
                            "ALTA."
                 NOT INVALID KEY
                    PERFORM 00647-RENUEVA-CONTRATO-DATOS
              END-READ
           END-IF.

       00647-RENUEVA-CONTRATO-DATOS.
           IF CT-INDETERMINADO
              DISPLAY "EL CONTRATO ES POR TIEMPO INDETERMINADO; NO "
                      "SE RENUEVA."
           ELSE
              DISPLAY "CONTRATO ACTUAL: TIPO " CT-TIPO
                      " DEL " CT-FECHA-INI " AL " CT-FECHA-FIN
                      " RENOVACIONES " CT-RENOVACIONES
              MOVE SPACES TO WKS-AX-ANTES
              STRING CT-TIPO " " CT-FECHA-INI " " CT-FECHA-FIN
                     DELIMITED BY SIZE INTO WKS-AX-ANTES
              COMPUTE WKS-CT-INI-NUEVO = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(CT-FECHA-FIN) + 1)
              PERFORM 00643-CAPTURA-CONTRATO
              IF (CT-PRUEBA OR CT-CAPACITACION)
                 AND (WKS-CT-TIPO-NUEVO = 'P'
                   OR WKS-CT-TIPO-NUEVO = 'C')
                 DISPLAY "LA PRUEBA Y LA CAPACITACION INICIAL NO SE "
                         "PRORROGAN; NO SE GRABA."
              ELSE
                 MOVE WKS-CT-TIPO-NUEVO TO CT-TIPO
                 MOVE WKS-CT-INI-NUEVO TO CT-FECHA-INI
                 MOVE WKS-CT-FIN-NUEVO TO CT-FECHA-FIN
                 ADD 1 TO CT-RENOVACIONES
                 MOVE WKS-DEPARTAMENTO(1) TO CT-PLAZA-DEPTO
                 MOVE WKS-PLAZA TO CT-PLAZA-NUM
                 ACCEPT CT-FECHA-CAPTURA FROM DATE YYYYMMDD
                 REWRITE REG-CONTRATO
                 MOVE "CONTRATO" TO WKS-AX-ENTIDAD
                 MOVE CT-ID-TRAB TO WKS-AX-LLAVE
                 MOVE SPACES TO WKS-AX-DESPUES
                 STRING CT-TIPO " " CT-FECHA-INI " " CT-FECHA-FIN
                        DELIMITED BY SIZE INTO WKS-AX-DESPUES
                 PERFORM 00447-GRABA-AUDIT-CAT
                 DISPLAY "CONTRATO RENOVADO."
              END-IF
           END-IF
           MOVE ZEROS TO WKS-CT-INI-NUEVO.

       00648-CONSULTA-CONTRATO.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT CT-ID-TRAB
           READ F-CONTRATOS
              INVALID KEY
                 DISPLAY "SIN CONTRATO CAPTURADO (SE CONSIDERA "
                         "INDETERMINADO)."
              NOT INVALID KEY
                 DISPLAY "TIPO " CT-TIPO " INICIO " CT-FECHA-INI
                         " FIN " CT-FECHA-FIN
                 DISPLAY "INGRESO " CT-FECHA-INGRESO
                         " RENOVACIONES " CT-RENOVACIONES
                         " PLAZA " CT-PLAZA-DEPTO "-" CT-PLAZA-NUM
           END-READ.

       00649-REPORTE-CONTRATOS.
      *Contratos de trabajadores activos que terminan en los
      *proximos 30 dias y los ya vencidos sin renovar (esos quedan
      *fuera de la nomina hasta que un supervisor los renueve o los
      *de de baja).
           ACCEPT WKS-CT-HOY FROM DATE YYYYMMDD
           COMPUTE WKS-CT-INT-HOY = FUNCTION INTEGER-OF-DATE
                   (WKS-CT-HOY)
           MOVE ZERO TO WKS-CT-VENCIDOS
           MOVE ZERO TO WKS-CT-POR-VENCER
           OPEN OUTPUT F-CT-REP
           MOVE SPACES TO REG-CT-REP
           STRING "CONTRATOS POR VENCER Y VENCIDOS AL "
                  DELIMITED BY SIZE
                  WKS-CT-HOY DELIMITED BY SIZE
                  INTO REG-CT-REP
           WRITE REG-CT-REP
           MOVE "ID   NOMBRE                    T FIN      DIAS  PLAZA"
              & "  SITUACION" TO REG-CT-REP
           WRITE REG-CT-REP
           MOVE ALL "-" TO REG-CT-REP
           WRITE REG-CT-REP
           MOVE LOW-VALUES TO CT-ID-TRAB
           START F-CONTRATOS KEY IS NOT LESS THAN CT-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-CT-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CT-FIN
           END-START
           PERFORM 00650-REPORTE-CONTRATO-RENGLON
              UNTIL WKS-CT-FIN = 1
           MOVE ALL "-" TO REG-CT-REP
           WRITE REG-CT-REP
           MOVE SPACES TO REG-CT-REP
           STRING "VENCIDOS SIN RENOVAR: " DELIMITED BY SIZE
                  WKS-CT-VENCIDOS DELIMITED BY SIZE
                  "  POR VENCER EN 30 DIAS: " DELIMITED BY SIZE
                  WKS-CT-POR-VENCER DELIMITED BY SIZE
                  INTO REG-CT-REP
           WRITE REG-CT-REP
           CLOSE F-CT-REP
           MOVE "NOMINA-CONTRATOS-VENCEN.TXT" TO WKS-REPO-ORIGEN
           MOVE "CONTRATOS" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           DISPLAY "CONTRATOS VENCIDOS: " WKS-CT-VENCIDOS
                   " POR VENCER: " WKS-CT-POR-VENCER
           DISPLAY "REPORTE EN NOMINA-CONTRATOS-VENCEN.TXT".

       00650-REPORTE-CONTRATO-RENGLON.
           READ F-CONTRATOS NEXT RECORD
              AT END MOVE 1 TO WKS-CT-FIN
              NOT AT END
                 IF NOT CT-INDETERMINADO AND CT-FECHA-FIN > 0
                    MOVE CT-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    IF WKS-ENCONTRADO = 1 AND WKS-ACTIVO
                       PERFORM 00651-CLASIFICA-CONTRATO
                    END-IF
                 END-IF
           END-READ.

       00651-CLASIFICA-CONTRATO.
           COMPUTE WKS-CT-DIAS =
                   FUNCTION INTEGER-OF-DATE(CT-FECHA-FIN)
                   - WKS-CT-INT-HOY
           MOVE SPACES TO WKS-CT-SITUACION
           IF WKS-CT-DIAS < 0
              ADD 1 TO WKS-CT-VENCIDOS
              MOVE "VENCIDO SIN RENOVAR" TO WKS-CT-SITUACION
           ELSE
           IF WKS-CT-DIAS NOT > 30
              ADD 1 TO WKS-CT-POR-VENCER
              MOVE "POR VENCER" TO WKS-CT-SITUACION
           END-IF
           END-IF
           IF WKS-CT-SITUACION NOT = SPACES
              MOVE WKS-CT-DIAS TO WKS-CT-DIAS-FMT
              MOVE SPACES TO REG-CT-REP
              STRING CT-ID-TRAB " " WKS-NOMBRE-TRAB(1:25) " "
                     CT-TIPO " " CT-FECHA-FIN " " WKS-CT-DIAS-FMT
                     " " CT-PLAZA-DEPTO "-" CT-PLAZA-NUM " "
                     WKS-CT-SITUACION
                     DELIMITED BY SIZE
                     INTO REG-CT-REP
              WRITE REG-CT-REP
           END-IF.

       00652-VERIFICA-CONTRATO.
      *Un trabajador activo cuyo contrato ya termino antes de la
      *fecha de la corrida sin que se renovara queda fuera de la
      *nomina hasta que un supervisor lo renueve o lo de de baja.
           MOVE WKS-ID-TRAB TO CT-ID-TRAB
           READ F-CONTRATOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT CT-INDETERMINADO AND CT-FECHA-FIN > 0
                    AND CT-FECHA-FIN < WKS-RECIBO-FECHA
                    MOVE ZERO TO WKS-NOM-INCLUYE
                    ADD 1 TO WKS-CT-RETENIDOS
                    DISPLAY "TRABAJADOR " WKS-ID-TRAB " RETENIDO: "
                            "CONTRATO VENCIDO EL " CT-FECHA-FIN
                            " SIN RENOVAR."
                 END-IF
           END-READ.

       00653-PROCESO-BATCH-CONTRATOS.
      *Paso nocturno del plan: los lunes saca el reporte semanal de
      *vencimientos; si hay contratos vencidos sin renovar el paso
      *termina con aviso. Los demas dias no hace nada.
           ACCEPT WKS-CT-DIA-SEM FROM DAY-OF-WEEK
           MOVE "00" TO LK-PARM-STATUS
           IF WKS-CT-DIA-SEM = 1
              PERFORM 00649-REPORTE-CONTRATOS
              IF WKS-CT-VENCIDOS > 0
                 MOVE "04" TO LK-PARM-STATUS
              END-IF
           END-IF.

       00654-CARGA-CONTRATOS.
      *Abre el registro de contratos, creandolo vacio la primera
      *vez.
           OPEN I-O F-CONTRATOS
           IF WKS-FS-CONTRATOS = '35'
              OPEN OUTPUT F-CONTRATOS
              CLOSE F-CONTRATOS
              OPEN I-O F-CONTRATOS
           END-IF.

       00655-VALIDA-FECHA-CONTRATO.
      *Revisa que WKS-CT-FECHA-VAL sea una fecha AAAAMMDD con mes y
      *dia en rango.
           MOVE 1 TO WKS-CT-FECHA-OK
           COMPUTE WKS-CT-ANO = WKS-CT-FECHA-VAL / 10000
           COMPUTE WKS-CT-MES = WKS-CT-FECHA-VAL / 100
           COMPUTE WKS-CT-MES = WKS-CT-MES - WKS-CT-ANO * 100
           COMPUTE WKS-CT-DIA = WKS-CT-FECHA-VAL / 100
           COMPUTE WKS-CT-DIA = WKS-CT-FECHA-VAL - WKS-CT-DIA * 100
           IF WKS-CT-ANO < 1900 OR WKS-CT-MES < 1 OR WKS-CT-MES > 12
              OR WKS-CT-DIA < 1 OR WKS-CT-DIA > 31
              MOVE ZERO TO WKS-CT-FECHA-OK
           END-IF.

       00656-CAPTURA-INI-CONTRATO.
           DISPLAY "FECHA DE INICIO (AAAAMMDD): "
           ACCEPT WKS-CT-INI-NUEVO
           MOVE WKS-CT-INI-NUEVO TO WKS-CT-FECHA-VAL
           PERFORM 00655-VALIDA-FECHA-CONTRATO
           MOVE WKS-CT-FECHA-OK TO WKS-CT-OK
           IF WKS-CT-OK = 0
              DISPLAY "FECHA INVALIDA, VERIFIQUE."
           END-IF.


       00657-MENU-CAPACITACION.
      *Submenu de capacitacion: catalogo de cursos, asistencias,
      *constancias DC-3 y reporte anual de capacitacion faltante.
           DISPLAY "CAPACITACION: 1. ALTA DE CURSO "
                   " 2. CATALOGO DE CURSOS "
                   " 3. REGISTRO DE ASISTENCIA "
                   " 4. CAPACITACION DE UN TRABAJADOR "
                   " 5. CONSTANCIAS DC-3 "
                   " 6. REPORTE ANUAL DE CURSOS OBLIGATORIOS "
                   "FALTANTES  9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00658-ALTA-CURSO
           ELSE
           IF WKS-ELECCION = 2
              PERFORM 00660-CONSULTA-CURSOS
           ELSE
           IF WKS-ELECCION = 3
              PERFORM 00662-CAPTURA-ASISTENCIA
           ELSE
           IF WKS-ELECCION = 4
              PERFORM 00664-CONSULTA-CAPACITACION
           ELSE
           IF WKS-ELECCION = 5
              PERFORM 00666-IMPRIME-DC3
           ELSE
           IF WKS-ELECCION = 6
              PERFORM 00670-REPORTE-CAP-FALTANTE
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00657-MENU-CAPACITACION.

       00658-ALTA-CURSO.
      *Alta de un curso del catalogo. Un curso obligatorio lo es
      *para los departamentos capturados, o para toda la plantilla
      *si no se captura ninguno.
           DISPLAY "CODIGO DEL CURSO (1-9999): "
           ACCEPT CU-CODIGO
           IF CU-CODIGO = 0
              DISPLAY "CODIGO INVALIDO, VERIFIQUE."
           ELSE
              DISPLAY "NOMBRE DEL CURSO: "
              ACCEPT CU-NOMBRE
              DISPLAY "DURACION EN HORAS: "
              ACCEPT CU-HORAS
              DISPLAY "AREA TEMATICA (CLAVE DEL CATALOGO DE LA STPS, "
                      "EJ. 6000 SEGURIDAD): "
              ACCEPT CU-AREA
              DISPLAY "INSTRUCTOR O AGENTE CAPACITADOR: "
              ACCEPT CU-AGENTE
              DISPLAY "REGISTRO STPS DEL AGENTE (BLANCO SI ES "
                      "INTERNO): "
              ACCEPT CU-REG-AGENTE
              DISPLAY "OBLIGATORIO (S/N): "
              ACCEPT CU-OBLIGATORIO
              IF CU-OBLIGATORIO NOT = 'S'
                 MOVE 'N' TO CU-OBLIGATORIO
              END-IF
              MOVE ZEROS TO CU-DEPTOS-OBLIG
              IF CU-ES-OBLIGATORIO
                 MOVE 1 TO WKS-CU-I
                 MOVE 1 TO WKS-CU-DEPTO
                 PERFORM 00659-CAPTURA-DEPTO-CURSO
                    UNTIL WKS-CU-I > 5 OR WKS-CU-DEPTO = 0
              END-IF
              MOVE 'A' TO CU-ESTADO
              WRITE REG-CURSO
                 INVALID KEY
                    DISPLAY "YA EXISTE UN CURSO CON ESE CODIGO."
                 NOT INVALID KEY
                    MOVE "CURSO" TO WKS-AX-ENTIDAD
                    MOVE CU-CODIGO TO WKS-AX-LLAVE
                    MOVE "ALTA" TO WKS-AX-ANTES
                    MOVE CU-NOMBRE TO WKS-AX-DESPUES
                    PERFORM 00447-GRABA-AUDIT-CAT
                    DISPLAY "CURSO REGISTRADO."
              END-WRITE
           END-IF.

       00659-CAPTURA-DEPTO-CURSO.
           DISPLAY "DEPARTAMENTO OBLIGADO " WKS-CU-I
                   " (0 = NO HAY MAS): "
           ACCEPT WKS-CU-DEPTO
           IF WKS-CU-DEPTO > 0
              MOVE WKS-CU-DEPTO TO DP-CODIGO
              READ F-DEPARTAMENTOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE DEPARTAMENTO."
                 NOT INVALID KEY
                    MOVE WKS-CU-DEPTO TO CU-DEPTO-OBLIG(WKS-CU-I)
                    ADD 1 TO WKS-CU-I
              END-READ
           END-IF.

       00660-CONSULTA-CURSOS.
           MOVE ZEROS TO CU-CODIGO
           START F-CURSOS KEY IS NOT LESS THAN CU-CODIGO
              INVALID KEY MOVE 1 TO WKS-CU-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CU-FIN
           END-START
           PERFORM 00661-CONSULTA-CURSO-RENGLON
              UNTIL WKS-CU-FIN = 1.

       00661-CONSULTA-CURSO-RENGLON.
           READ F-CURSOS NEXT RECORD
              AT END MOVE 1 TO WKS-CU-FIN
              NOT AT END
                 DISPLAY "CURSO " CU-CODIGO " " CU-NOMBRE
                         " HORAS " CU-HORAS " AREA " CU-AREA
                 DISPLAY "   AGENTE " CU-AGENTE " " CU-REG-AGENTE
                 DISPLAY "   OBLIGATORIO " CU-OBLIGATORIO
                         " DEPTOS " CU-DEPTO-OBLIG(1) " "
                         CU-DEPTO-OBLIG(2) " " CU-DEPTO-OBLIG(3) " "
                         CU-DEPTO-OBLIG(4) " " CU-DEPTO-OBLIG(5)
                         " ESTADO " CU-ESTADO
           END-READ.

       00662-CAPTURA-ASISTENCIA.
      *Registra la asistencia de un trabajador a un curso con sus
      *fechas y su resultado. Volver a capturar el mismo curso con
      *la misma fecha de inicio actualiza el resultado.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "TRABAJADOR NO ENCONTRADO"
           ELSE
              DISPLAY "CODIGO DEL CURSO: "
              ACCEPT CU-CODIGO
              READ F-CURSOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE CURSO."
                 NOT INVALID KEY
                    PERFORM 00663-CAPTURA-ASISTENCIA-DATOS
              END-READ
           END-IF.

       00663-CAPTURA-ASISTENCIA-DATOS.
           MOVE WKS-ID-TRAB TO CA-ID-TRAB
           MOVE CU-CODIGO TO CA-CURSO
           DISPLAY "FECHA DE INICIO (AAAAMMDD): "
           ACCEPT CA-FECHA-INI
           READ F-CAPACITA
              INVALID KEY
                 MOVE ZERO TO WKS-CU-HALLADO
                 MOVE ZEROS TO CA-FECHA-DC3
              NOT INVALID KEY
                 MOVE 1 TO WKS-CU-HALLADO
                 DISPLAY "ASISTENCIA EXISTENTE, SE ACTUALIZA."
           END-READ
           DISPLAY "FECHA DE TERMINO (AAAAMMDD): "
           ACCEPT CA-FECHA-FIN
           IF CA-FECHA-FIN < CA-FECHA-INI
              MOVE CA-FECHA-INI TO CA-FECHA-FIN
           END-IF
           DISPLAY "RESULTADO: A.APROBADO R.NO APROBADO "
                   "C.EN CURSO"
           ACCEPT CA-RESULTADO
           IF NOT CA-APROBADO AND NOT CA-REPROBADO
              MOVE 'C' TO CA-RESULTADO
           END-IF
           ACCEPT CA-FECHA-CAPTURA FROM DATE YYYYMMDD
           IF WKS-CU-HALLADO = 0
              WRITE REG-CAPACITA
           ELSE
              REWRITE REG-CAPACITA
           END-IF
           DISPLAY "ASISTENCIA REGISTRADA.".

       00664-CONSULTA-CAPACITACION.
      *Historial de capacitacion de un trabajador.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           MOVE WKS-ID-AUX TO CA-ID-TRAB
           MOVE ZEROS TO CA-CURSO
           MOVE ZEROS TO CA-FECHA-INI
           START F-CAPACITA KEY IS NOT LESS THAN CA-LLAVE
              INVALID KEY MOVE 1 TO WKS-CA-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CA-FIN
           END-START
           PERFORM 00665-CONSULTA-CAP-RENGLON
              UNTIL WKS-CA-FIN = 1.

       00665-CONSULTA-CAP-RENGLON.
           READ F-CAPACITA NEXT RECORD
              AT END MOVE 1 TO WKS-CA-FIN
              NOT AT END
                 IF CA-ID-TRAB NOT = WKS-ID-AUX
                    MOVE 1 TO WKS-CA-FIN
                 ELSE
                    MOVE CA-CURSO TO CU-CODIGO
                    READ F-CURSOS
                       INVALID KEY
                          MOVE "(CURSO DESCONOCIDO)" TO CU-NOMBRE
                    END-READ
                    DISPLAY "CURSO " CA-CURSO " " CU-NOMBRE
                    DISPLAY "   DEL " CA-FECHA-INI " AL "
                            CA-FECHA-FIN " RESULTADO " CA-RESULTADO
                            " DC-3 " CA-FECHA-DC3
                 END-IF
           END-READ.

       00666-IMPRIME-DC3.
      *Constancias DC-3 de los cursos aprobados de un trabajador:
      *de un curso o de todos (curso 0). Se pueden reimprimir; la
      *fecha de la ultima impresion queda en la asistencia.
           IF WKS-RAZON-SOCIAL = SPACES
              DISPLAY "NOMBRE O RAZON SOCIAL DEL PATRON: "
              ACCEPT WKS-RAZON-SOCIAL
              PERFORM 00028-GRABA-CONTADOR
           END-IF
           IF WKS-RFC-PATRON = SPACES
              DISPLAY "RFC DEL PATRON: "
              ACCEPT WKS-RFC-PATRON
              PERFORM 00028-GRABA-CONTADOR
           END-IF
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "TRABAJADOR NO ENCONTRADO"
           ELSE
           IF WKS-CURP = SPACES
              DISPLAY "EL TRABAJADOR NO TIENE CURP CAPTURADA; LA "
                      "DC-3 LA REQUIERE."
           ELSE
              DISPLAY "CODIGO DEL CURSO (0 = TODOS LOS APROBADOS): "
              ACCEPT WKS-CU-CURSO
              MOVE "SIN PLAZA ASIGNADA" TO WKS-CU-PUESTO
              IF WKS-PLAZA > 0
                 MOVE WKS-DEPARTAMENTO(1) TO PZ-DEPTO
                 MOVE WKS-PLAZA TO PZ-NUMERO
                 READ F-PLAZAS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE PZ-PUESTO TO WKS-CU-PUESTO
                 END-READ
              END-IF
              MOVE ZERO TO WKS-CU-IMPRESAS
              ACCEPT WKS-CU-HOY FROM DATE YYYYMMDD
              OPEN OUTPUT F-DC3
              MOVE WKS-ID-TRAB TO CA-ID-TRAB
              MOVE WKS-CU-CURSO TO CA-CURSO
              MOVE ZEROS TO CA-FECHA-INI
              START F-CAPACITA KEY IS NOT LESS THAN CA-LLAVE
                 INVALID KEY MOVE 1 TO WKS-CA-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-CA-FIN
              END-START
              PERFORM 00667-DC3-RENGLON
                 UNTIL WKS-CA-FIN = 1
              CLOSE F-DC3
              IF WKS-CU-IMPRESAS = 0
                 DISPLAY "NO HAY CURSOS APROBADOS QUE CONSTAR."
              ELSE
                 MOVE "NOMINA-DC3.TXT" TO WKS-REPO-ORIGEN
                 MOVE "DC-3" TO WKS-REPO-TIPO
                 PERFORM 00467-DEPOSITA-REPORTE
                 DISPLAY WKS-CU-IMPRESAS " CONSTANCIAS EN "
                         "NOMINA-DC3.TXT"
              END-IF
           END-IF
           END-IF.

       00667-DC3-RENGLON.
           READ F-CAPACITA NEXT RECORD
              AT END MOVE 1 TO WKS-CA-FIN
              NOT AT END
                 IF CA-ID-TRAB NOT = WKS-ID-TRAB
                    OR (WKS-CU-CURSO > 0
                        AND CA-CURSO NOT = WKS-CU-CURSO)
                    MOVE 1 TO WKS-CA-FIN
                 ELSE
                 IF CA-APROBADO
                    MOVE CA-CURSO TO CU-CODIGO
                    READ F-CURSOS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM 00668-DC3-CONSTANCIA
                          MOVE WKS-CU-HOY TO CA-FECHA-DC3
                          REWRITE REG-CAPACITA
                          ADD 1 TO WKS-CU-IMPRESAS
                    END-READ
                 END-IF
                 END-IF
           END-READ.

       00668-DC3-CONSTANCIA.
      *Una constancia DC-3 con los datos del trabajador, de la
      *empresa y del programa de capacitacion.
           MOVE ALL "=" TO REG-DC3
           WRITE REG-DC3
           MOVE "FORMATO DC-3  CONSTANCIA DE COMPETENCIAS O DE "
              & "HABILIDADES LABORALES" TO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           WRITE REG-DC3
           MOVE "DATOS DEL TRABAJADOR" TO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           STRING "  NOMBRE: " DELIMITED BY SIZE
                  WKS-APELL-PAT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WKS-APELL-MAT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WKS-NOMBRE-TRAB DELIMITED BY "  "
                  INTO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           STRING "  CURP: " DELIMITED BY SIZE
                  WKS-CURP DELIMITED BY SIZE
                  INTO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           STRING "  OCUPACION ESPECIFICA (PUESTO): " DELIMITED BY SIZE
                  WKS-CU-PUESTO DELIMITED BY SIZE
                  INTO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           WRITE REG-DC3
           MOVE "DATOS DE LA EMPRESA" TO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           STRING "  NOMBRE O RAZON SOCIAL: " DELIMITED BY SIZE
                  WKS-RAZON-SOCIAL DELIMITED BY SIZE
                  INTO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           STRING "  RFC: " DELIMITED BY SIZE
                  WKS-RFC-PATRON DELIMITED BY SIZE
                  INTO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           WRITE REG-DC3
           MOVE "DATOS DEL PROGRAMA DE CAPACITACION" TO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           STRING "  NOMBRE DEL CURSO: " DELIMITED BY SIZE
                  CU-NOMBRE DELIMITED BY SIZE
                  INTO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           STRING "  DURACION EN HORAS: " DELIMITED BY SIZE
                  CU-HORAS DELIMITED BY SIZE
                  "   AREA TEMATICA: " DELIMITED BY SIZE
                  CU-AREA DELIMITED BY SIZE
                  INTO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           STRING "  PERIODO DE EJECUCION: DEL " DELIMITED BY SIZE
                  CA-FECHA-INI DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  CA-FECHA-FIN DELIMITED BY SIZE
                  INTO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           STRING "  AGENTE CAPACITADOR: " DELIMITED BY SIZE
                  CU-AGENTE DELIMITED BY SIZE
                  INTO REG-DC3
           WRITE REG-DC3
           IF CU-REG-AGENTE NOT = SPACES
              MOVE SPACES TO REG-DC3
              STRING "  REGISTRO STPS DEL AGENTE: " DELIMITED BY SIZE
                     CU-REG-AGENTE DELIMITED BY SIZE
                     INTO REG-DC3
              WRITE REG-DC3
           END-IF
           MOVE SPACES TO REG-DC3
           WRITE REG-DC3
           WRITE REG-DC3
           MOVE "  ______________________   ______________________   "
              & "______________________" TO REG-DC3
           WRITE REG-DC3
           MOVE "  INSTRUCTOR O TUTOR       PATRON O REPRESENTANTE   "
              & "REPRESENTANTE DE LOS" TO REG-DC3
           WRITE REG-DC3
           MOVE "                           LEGAL                    "
              & "TRABAJADORES" TO REG-DC3
           WRITE REG-DC3
           MOVE SPACES TO REG-DC3
           WRITE REG-DC3.

       00670-REPORTE-CAP-FALTANTE.
      *Trabajadores activos que en el ano no aprobaron algun curso
      *obligatorio para alguno de sus departamentos.
           DISPLAY "ANO A REVISAR (AAAA): "
           ACCEPT WKS-CU-ANO
           MOVE ZERO TO WKS-CUO-NUM
           MOVE ZEROS TO CU-CODIGO
           START F-CURSOS KEY IS NOT LESS THAN CU-CODIGO
              INVALID KEY MOVE 1 TO WKS-CU-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CU-FIN
           END-START
           PERFORM 00671-CARGA-CURSO-OBLIG
              UNTIL WKS-CU-FIN = 1
           MOVE ZERO TO WKS-CU-FALTANTES
           OPEN OUTPUT F-CAP-REP
           MOVE SPACES TO REG-CAP-REP
           STRING "CURSOS OBLIGATORIOS NO APROBADOS EN EL ANO "
                  DELIMITED BY SIZE
                  WKS-CU-ANO DELIMITED BY SIZE
                  INTO REG-CAP-REP
           WRITE REG-CAP-REP
           MOVE "ID   NOMBRE                    CURSO NOMBRE DEL CURSO"
                TO REG-CAP-REP
           WRITE REG-CAP-REP
           MOVE ALL "-" TO REG-CAP-REP
           WRITE REG-CAP-REP
           PERFORM 00222-INICIA-BARRIDO-TRAB
           PERFORM 00672-CAP-FALTANTE-TRAB
              UNTIL WKS-BARRIDO-FIN = 1
           MOVE ALL "-" TO REG-CAP-REP
           WRITE REG-CAP-REP
           MOVE SPACES TO REG-CAP-REP
           STRING "CURSOS FALTANTES: " DELIMITED BY SIZE
                  WKS-CU-FALTANTES DELIMITED BY SIZE
                  INTO REG-CAP-REP
           WRITE REG-CAP-REP
           CLOSE F-CAP-REP
           MOVE "NOMINA-CAPACITACION-FALTANTE.TXT" TO WKS-REPO-ORIGEN
           MOVE "CAPACITACION" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           DISPLAY "CURSOS OBLIGATORIOS FALTANTES: " WKS-CU-FALTANTES
           DISPLAY "REPORTE EN NOMINA-CAPACITACION-FALTANTE.TXT".

       00671-CARGA-CURSO-OBLIG.
           READ F-CURSOS NEXT RECORD
              AT END MOVE 1 TO WKS-CU-FIN
              NOT AT END
                 IF CU-ES-OBLIGATORIO AND CU-ESTADO = 'A'
                    AND WKS-CUO-NUM < 50
                    ADD 1 TO WKS-CUO-NUM
                    MOVE CU-CODIGO TO WKS-CUO-CODIGO(WKS-CUO-NUM)
                    MOVE CU-NOMBRE TO WKS-CUO-NOMBRE(WKS-CUO-NUM)
                    MOVE CU-DEPTOS-OBLIG
                         TO WKS-CUO-DEPTOS(WKS-CUO-NUM)
                 END-IF
           END-READ.

       00672-CAP-FALTANTE-TRAB.
           PERFORM 00223-LEE-SIGUIENTE-TRAB
           IF WKS-BARRIDO-FIN = 0 AND WKS-ACTIVO
              MOVE 1 TO WKS-CUO-I
              PERFORM 00673-CAP-FALTANTE-CURSO
                 UNTIL WKS-CUO-I > WKS-CUO-NUM
           END-IF.

       00673-CAP-FALTANTE-CURSO.
      *El curso aplica si no tiene departamentos (obligatorio para
      *todos) o si alguno de los del trabajador esta en su lista.
           MOVE ZERO TO WKS-CU-APLICA
           IF WKS-CUO-DEPTOS(WKS-CUO-I) = ZEROS
              MOVE 1 TO WKS-CU-APLICA
           ELSE
              MOVE 1 TO WKS-CU-I
              PERFORM 00674-CURSO-DEPTO-TRAB
                 UNTIL WKS-CU-I > 5
           END-IF
           IF WKS-CU-APLICA = 1
              MOVE ZERO TO WKS-CU-HALLADO
              MOVE WKS-ID-TRAB TO CA-ID-TRAB
              MOVE WKS-CUO-CODIGO(WKS-CUO-I) TO CA-CURSO
              MOVE ZEROS TO CA-FECHA-INI
              START F-CAPACITA KEY IS NOT LESS THAN CA-LLAVE
                 INVALID KEY MOVE 1 TO WKS-CA-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-CA-FIN
              END-START
              PERFORM 00675-BUSCA-CURSO-APROBADO
                 UNTIL WKS-CA-FIN = 1
              IF WKS-CU-HALLADO = 0
                 ADD 1 TO WKS-CU-FALTANTES
                 MOVE SPACES TO REG-CAP-REP
                 STRING WKS-ID-TRAB " " WKS-NOMBRE-TRAB(1:25) " "
                        WKS-CUO-CODIGO(WKS-CUO-I) "  "
                        WKS-CUO-NOMBRE(WKS-CUO-I)
                        DELIMITED BY SIZE
                        INTO REG-CAP-REP
                 WRITE REG-CAP-REP
              END-IF
           END-IF
           ADD 1 TO WKS-CUO-I.

       00674-CURSO-DEPTO-TRAB.
           IF WKS-CUO-DEPTO(WKS-CUO-I, WKS-CU-I) > 0
              AND (WKS-CUO-DEPTO(WKS-CUO-I, WKS-CU-I)
                      = WKS-DEPARTAMENTO(1)
                OR WKS-CUO-DEPTO(WKS-CUO-I, WKS-CU-I)
                      = WKS-DEPARTAMENTO(2)
                OR WKS-CUO-DEPTO(WKS-CUO-I, WKS-CU-I)
                      = WKS-DEPARTAMENTO(3))
              MOVE 1 TO WKS-CU-APLICA
           END-IF
           ADD 1 TO WKS-CU-I.

       00675-BUSCA-CURSO-APROBADO.
           READ F-CAPACITA NEXT RECORD
              AT END MOVE 1 TO WKS-CA-FIN
              NOT AT END
                 IF CA-ID-TRAB NOT = WKS-ID-TRAB
                    OR CA-CURSO NOT = WKS-CUO-CODIGO(WKS-CUO-I)
                    MOVE 1 TO WKS-CA-FIN
                 ELSE
                    COMPUTE WKS-CU-ANO-CURSO = CA-FECHA-FIN / 10000
                    IF CA-APROBADO AND WKS-CU-ANO-CURSO = WKS-CU-ANO
                       MOVE 1 TO WKS-CU-HALLADO
                       MOVE 1 TO WKS-CA-FIN
                    END-IF
                 END-IF
           END-READ.

       00676-CARGA-CAPACITACION.
      *Abre el catalogo de cursos y el registro de asistencias,
      *creandolos vacios la primera vez.
           OPEN I-O F-CURSOS
           IF WKS-FS-CURSOS = '35'
              OPEN OUTPUT F-CURSOS
              CLOSE F-CURSOS
              OPEN I-O F-CURSOS
           END-IF
           OPEN I-O F-CAPACITA
           IF WKS-FS-CAPACITA = '35'
              OPEN OUTPUT F-CAPACITA
              CLOSE F-CAPACITA
              OPEN I-O F-CAPACITA
           END-IF.

       00677-MENU-MERITO.
      *Ciclo anual de evaluacion del desempeno y aumentos por
      *merito: captura de la calificacion, matriz de merito,
      *propuestas por departamento, aprobacion y aplicacion.
           DISPLAY "EVALUACION Y MERITO: 1. CAPTURA DE EVALUACION "
                   " 2. MATRIZ DE MERITO "
                   " 3. PROPUESTAS POR DEPARTAMENTO "
                   " 4. AJUSTA UNA PROPUESTA "
                   " 5. APRUEBA PROPUESTAS "
                   " 6. APLICA AUMENTOS APROBADOS  9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00678-CAPTURA-EVALUACION
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 2
              PERFORM 00680-MATRIZ-MERITO
           ELSE
           IF WKS-ELECCION = 3
              PERFORM 00684-REPORTE-PROPUESTAS
           ELSE
           IF WKS-ELECCION = 4
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00690-AJUSTA-PROPUESTA
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 5
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00691-APRUEBA-PROPUESTAS
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 6
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00693-APLICA-MERITO
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00677-MENU-MERITO.

       00678-CAPTURA-EVALUACION.
      *El supervisor califica a un trabajador activo para el ano.
      *Una evaluacion ya aprobada o aplicada no se recaptura.
           DISPLAY "ANO DE LA EVALUACION (AAAA): "
           ACCEPT EV-ANO
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0 OR NOT WKS-ACTIVO
              DISPLAY "TRABAJADOR NO ENCONTRADO O NO ACTIVO"
           ELSE
              MOVE WKS-ID-TRAB TO EV-ID-TRAB
              READ F-EVALUA
                 INVALID KEY
                    MOVE ZERO TO WKS-EM-HALLADO
                 NOT INVALID KEY
                    MOVE 1 TO WKS-EM-HALLADO
              END-READ
              IF WKS-EM-HALLADO = 1
                 AND (EV-APROBADA OR EV-APLICADA)
                 DISPLAY "LA EVALUACION DEL ANO YA FUE APROBADA; "
                         "NO SE PUEDE CAMBIAR."
              ELSE
                 PERFORM 00679-CAPTURA-EVAL-DATOS
              END-IF
           END-IF.

       00679-CAPTURA-EVAL-DATOS.
           DISPLAY "TRABAJADOR: " WKS-NOMBRE-TRAB
           DISPLAY "CALIFICACION: 5.SOBRESALIENTE 4.SUPERA LO "
                   "ESPERADO 3.CUMPLE 2.CUMPLE PARCIALMENTE "
                   "1.NO CUMPLE"
           ACCEPT WKS-EM-CALIF
           IF WKS-EM-CALIF < 1 OR WKS-EM-CALIF > 5
              DISPLAY "CALIFICACION INVALIDA, VERIFIQUE."
           ELSE
              MOVE WKS-EM-CALIF TO EV-CALIFICACION
              MOVE WKS-DEPARTAMENTO(1) TO EV-DEPTO
              MOVE WKS-OPER-ID TO EV-EVALUADOR
              ACCEPT EV-FECHA-CAPTURA FROM DATE YYYYMMDD
              MOVE ZERO TO EV-CUARTIL
              MOVE ZERO TO EV-SAL-ACTUAL
              MOVE ZERO TO EV-PORC-PROP
              MOVE ZERO TO EV-SAL-PROP
              MOVE SPACES TO EV-APROBO
              MOVE ZERO TO EV-FECHA-EFECT
              MOVE 'C' TO EV-ESTADO
              IF WKS-EM-HALLADO = 0
                 WRITE REG-EVALUA
              ELSE
                 REWRITE REG-EVALUA
              END-IF
              DISPLAY "EVALUACION REGISTRADA."
           END-IF.

       00680-MATRIZ-MERITO.
      *Muestra la matriz de merito: porcentaje de aumento por
      *calificacion y por cuartil de la banda del departamento. El
      *supervisor puede cambiar una casilla.
           DISPLAY "CALIF  CUARTIL 1  CUARTIL 2  CUARTIL 3  "
                   "CUARTIL 4"
           MOVE 5 TO WKS-EM-CALIF
           PERFORM 00681-MATRIZ-RENGLON
              UNTIL WKS-EM-CALIF < 1
           IF WKS-OPER-SUPERVISOR
              DISPLAY "CAMBIAR UNA CASILLA? S.SI N.NO"
              ACCEPT WKS-OPCION
              IF WKS-OPC-S
                 PERFORM 00682-CAMBIA-MATRIZ
              END-IF
           END-IF.

       00681-MATRIZ-RENGLON.
           MOVE WKS-EM-CALIF TO MM-CALIF
           MOVE 1 TO WKS-EM-CUARTIL
           PERFORM 00683-MATRIZ-CASILLA
              UNTIL WKS-EM-CUARTIL > 4
           DISPLAY "  " WKS-EM-CALIF "     "
                   WKS-EM-FILA-FMT(1) "     "
                   WKS-EM-FILA-FMT(2) "     "
                   WKS-EM-FILA-FMT(3) "     "
                   WKS-EM-FILA-FMT(4)
           SUBTRACT 1 FROM WKS-EM-CALIF.

       00682-CAMBIA-MATRIZ.
           DISPLAY "CALIFICACION (1-5): "
           ACCEPT WKS-EM-CALIF
           DISPLAY "CUARTIL DE LA BANDA (1-4): "
           ACCEPT WKS-EM-CUARTIL
           IF WKS-EM-CALIF < 1 OR WKS-EM-CALIF > 5
              OR WKS-EM-CUARTIL < 1 OR WKS-EM-CUARTIL > 4
              DISPLAY "CASILLA INVALIDA, VERIFIQUE."
           ELSE
              MOVE WKS-EM-CALIF TO MM-CALIF
              MOVE WKS-EM-CUARTIL TO MM-CUARTIL
              READ F-MATRIZ
                 INVALID KEY
                    MOVE ZERO TO MM-PORC
                    MOVE ZERO TO WKS-EM-HALLADO
                 NOT INVALID KEY
                    MOVE 1 TO WKS-EM-HALLADO
              END-READ
              MOVE MM-PORC TO WKS-EM-PORC-FMT
              MOVE WKS-EM-PORC-FMT TO WKS-AX-ANTES
              DISPLAY "PORCENTAJE DE AUMENTO (EJ. 05.00 = 5%): "
              ACCEPT MM-PORC
              IF WKS-EM-HALLADO = 0
                 WRITE REG-MATRIZ
              ELSE
                 REWRITE REG-MATRIZ
              END-IF
              MOVE "MATRIZ MERIT" TO WKS-AX-ENTIDAD
              MOVE MM-LLAVE TO WKS-AX-LLAVE
              MOVE MM-PORC TO WKS-EM-PORC-FMT
              MOVE WKS-EM-PORC-FMT TO WKS-AX-DESPUES
              PERFORM 00447-GRABA-AUDIT-CAT
              DISPLAY "MATRIZ ACTUALIZADA."
           END-IF.

       00683-MATRIZ-CASILLA.
           MOVE WKS-EM-CUARTIL TO MM-CUARTIL
           READ F-MATRIZ
              INVALID KEY
                 MOVE ZERO TO MM-PORC
           END-READ
           MOVE MM-PORC TO WKS-EM-FILA-FMT(WKS-EM-CUARTIL)
           ADD 1 TO WKS-EM-CUARTIL.

       00684-REPORTE-PROPUESTAS.
      *Calcula la propuesta de las evaluaciones del ano que aun no
      *se aprueban y emite el reporte por departamento, con el costo
      *anual de los aumentos contra el presupuesto del departamento.
           DISPLAY "ANO DE LA EVALUACION (AAAA): "
           ACCEPT WKS-EM-ANO
           MOVE ZERO TO WKS-EM-CONTADOR
           MOVE WKS-EM-ANO TO EV-ANO
           MOVE ZEROS TO EV-ID-TRAB
           START F-EVALUA KEY IS NOT LESS THAN EV-LLAVE
              INVALID KEY MOVE 1 TO WKS-EM-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-EM-FIN
           END-START
           PERFORM 00685-PROPUESTA-RENGLON
              UNTIL WKS-EM-FIN = 1
           DISPLAY WKS-EM-CONTADOR " PROPUESTA(S) CALCULADA(S)."
           OPEN OUTPUT F-MERITO-REP
           MOVE SPACES TO REG-MERITO-REP
           STRING "PROPUESTAS DE AUMENTO POR MERITO DEL ANO "
                  DELIMITED BY SIZE
                  WKS-EM-ANO DELIMITED BY SIZE
                  INTO REG-MERITO-REP
           WRITE REG-MERITO-REP
           MOVE ALL "-" TO REG-MERITO-REP
           WRITE REG-MERITO-REP
           MOVE ZEROS TO DP-CODIGO
           START F-DEPARTAMENTOS KEY IS NOT LESS THAN DP-CODIGO
              INVALID KEY MOVE 1 TO WKS-EM-DEP-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-EM-DEP-FIN
           END-START
           PERFORM 00687-PROPUESTAS-DEPTO
              UNTIL WKS-EM-DEP-FIN = 1
           CLOSE F-MERITO-REP
           MOVE "NOMINA-MERITO.TXT" TO WKS-REPO-ORIGEN
           MOVE "MERITO" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE
           DISPLAY "REPORTE EN NOMINA-MERITO.TXT".

       00685-PROPUESTA-RENGLON.
           READ F-EVALUA NEXT RECORD
              AT END MOVE 1 TO WKS-EM-FIN
              NOT AT END
                 IF EV-ANO NOT = WKS-EM-ANO
                    MOVE 1 TO WKS-EM-FIN
                 ELSE
                 IF EV-CAPTURADA OR EV-PROPUESTA
                    MOVE EV-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    IF WKS-ENCONTRADO = 1 AND WKS-ACTIVO
                       MOVE WKS-DEPARTAMENTO(1) TO EV-DEPTO
                       MOVE WKS-SALARIO TO EV-SAL-ACTUAL
                       PERFORM 00686-CALCULA-MERITO
                       MOVE WKS-EM-CUARTIL TO EV-CUARTIL
                       MOVE WKS-EM-PORC TO EV-PORC-PROP
                       MOVE WKS-EM-SAL-NUEVO TO EV-SAL-PROP
                       MOVE 'P' TO EV-ESTADO
                       REWRITE REG-EVALUA
                       ADD 1 TO WKS-EM-CONTADOR
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       00686-CALCULA-MERITO.
      *Ubica el salario del trabajador en la banda de su primer
      *departamento (cuartil 1 a 4; fuera de banda cuenta como el
      *extremo mas cercano y sin banda como cuartil 2), toma de la
      *matriz el porcentaje de su calificacion y calcula el salario
      *propuesto, sin rebasar el maximo de la banda.
           MOVE 2 TO WKS-EM-CUARTIL
           MOVE ZEROS TO WKS-EM-BANDA-MAX
           MOVE WKS-DEPARTAMENTO(1) TO DP-CODIGO
           READ F-DEPARTAMENTOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE DP-SALARIO-MAX TO WKS-EM-BANDA-MAX
                 IF DP-SALARIO-MAX > DP-SALARIO-MIN
                    COMPUTE WKS-EM-POSICION =
                            (WKS-SALARIO - DP-SALARIO-MIN) * 4 /
                            (DP-SALARIO-MAX - DP-SALARIO-MIN)
                    IF WKS-SALARIO < DP-SALARIO-MIN
                       MOVE 1 TO WKS-EM-CUARTIL
                    ELSE
                    IF WKS-EM-POSICION > 3
                       MOVE 4 TO WKS-EM-CUARTIL
                    ELSE
                       COMPUTE WKS-EM-CUARTIL = WKS-EM-POSICION + 1
                    END-IF
                    END-IF
                 END-IF
           END-READ
           MOVE EV-CALIFICACION TO MM-CALIF
           MOVE WKS-EM-CUARTIL TO MM-CUARTIL
           READ F-MATRIZ
              INVALID KEY
                 MOVE ZERO TO MM-PORC
           END-READ
           MOVE MM-PORC TO WKS-EM-PORC
           PERFORM 00689-SALARIO-MERITO.

       00687-PROPUESTAS-DEPTO.
           READ F-DEPARTAMENTOS NEXT RECORD
              AT END MOVE 1 TO WKS-EM-DEP-FIN
              NOT AT END
                 MOVE DP-CODIGO TO WKS-EM-DEPTO
                 MOVE ZERO TO WKS-EM-DEP-NUM
                 MOVE ZERO TO WKS-EM-DEP-COSTO
                 MOVE WKS-EM-ANO TO EV-ANO
                 MOVE ZEROS TO EV-ID-TRAB
                 START F-EVALUA KEY IS NOT LESS THAN EV-LLAVE
                    INVALID KEY MOVE 1 TO WKS-EM-FIN
                    NOT INVALID KEY MOVE ZERO TO WKS-EM-FIN
                 END-START
                 PERFORM 00688-PROPUESTA-IMPRIME
                    UNTIL WKS-EM-FIN = 1
                 IF WKS-EM-DEP-NUM > 0
                    PERFORM 00692-PROPUESTAS-TOTAL-DEPTO
                 END-IF
           END-READ.

       00688-PROPUESTA-IMPRIME.
           READ F-EVALUA NEXT RECORD
              AT END MOVE 1 TO WKS-EM-FIN
              NOT AT END
                 IF EV-ANO NOT = WKS-EM-ANO
                    MOVE 1 TO WKS-EM-FIN
                 ELSE
                 IF EV-DEPTO = WKS-EM-DEPTO AND NOT EV-CAPTURADA
                    IF WKS-EM-DEP-NUM = 0
                       MOVE SPACES TO REG-MERITO-REP
                       WRITE REG-MERITO-REP
                       MOVE SPACES TO REG-MERITO-REP
                       STRING "DEPARTAMENTO " DP-CODIGO " "
                              DP-NOMBRE DELIMITED BY SIZE
                              INTO REG-MERITO-REP
                       WRITE REG-MERITO-REP
                       MOVE "ID   NOMBRE                    CAL CUA"
                          & "   SALARIO    %   PROPUESTO  COSTO ANUAL"
                          & " EDO" TO REG-MERITO-REP
                       WRITE REG-MERITO-REP
                    END-IF
                    ADD 1 TO WKS-EM-DEP-NUM
                    MOVE EV-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    COMPUTE WKS-EM-COSTO =
                            (EV-SAL-PROP - EV-SAL-ACTUAL) * 12
                    ADD WKS-EM-COSTO TO WKS-EM-DEP-COSTO
                    MOVE EV-SAL-ACTUAL TO WKS-SAL-FORMATO
                    MOVE EV-SAL-PROP TO WKS-EM-SAL-FMT
                    MOVE EV-PORC-PROP TO WKS-EM-PORC-FMT
                    MOVE WKS-EM-COSTO TO WKS-EM-COSTO-FMT
                    MOVE SPACES TO REG-MERITO-REP
                    STRING EV-ID-TRAB " " WKS-NOMBRE-TRAB(1:25) " "
                           EV-CALIFICACION "   " EV-CUARTIL "  "
                           WKS-SAL-FORMATO " " WKS-EM-PORC-FMT " "
                           WKS-EM-SAL-FMT " " WKS-EM-COSTO-FMT " "
                           EV-ESTADO DELIMITED BY SIZE
                           INTO REG-MERITO-REP
                    WRITE REG-MERITO-REP
                 END-IF
                 END-IF
           END-READ.

       00689-SALARIO-MERITO.
      *Salario con el porcentaje WKS-EM-PORC, topado al maximo de la
      *banda (WKS-EM-BANDA-MAX, en ceros sin tope); un salario que ya
      *rebasa el maximo se queda como esta.
           COMPUTE WKS-EM-SAL-NUEVO ROUNDED =
                   WKS-SALARIO * (1 + (WKS-EM-PORC / 100))
           IF WKS-EM-BANDA-MAX > 0
              AND WKS-EM-SAL-NUEVO > WKS-EM-BANDA-MAX
              IF WKS-SALARIO < WKS-EM-BANDA-MAX
                 MOVE WKS-EM-BANDA-MAX TO WKS-EM-SAL-NUEVO
              ELSE
                 MOVE WKS-SALARIO TO WKS-EM-SAL-NUEVO
              END-IF
           END-IF.

       00690-AJUSTA-PROPUESTA.
      *Recursos Humanos corrige el porcentaje propuesto de un
      *trabajador antes de aprobarlo.
           DISPLAY "ANO DE LA EVALUACION (AAAA): "
           ACCEPT EV-ANO
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT EV-ID-TRAB
           READ F-EVALUA
              INVALID KEY
                 DISPLAY "NO HAY EVALUACION DE ESE TRABAJADOR."
              NOT INVALID KEY
                 IF NOT EV-PROPUESTA
                    DISPLAY "LA EVALUACION NO TIENE PROPUESTA "
                            "PENDIENTE (ESTADO " EV-ESTADO ")."
                 ELSE
                    MOVE EV-PORC-PROP TO WKS-EM-PORC-FMT
                    DISPLAY "PORCENTAJE PROPUESTO: " WKS-EM-PORC-FMT
                    MOVE WKS-EM-PORC-FMT TO WKS-AX-ANTES
                    DISPLAY "NUEVO PORCENTAJE (EJ. 05.00 = 5%): "
                    ACCEPT WKS-EM-PORC
                    MOVE ZEROS TO WKS-EM-BANDA-MAX
                    MOVE EV-DEPTO TO DP-CODIGO
                    READ F-DEPARTAMENTOS
                       NOT INVALID KEY
                          MOVE DP-SALARIO-MAX TO WKS-EM-BANDA-MAX
                    END-READ
                    MOVE EV-SAL-ACTUAL TO WKS-SALARIO
                    PERFORM 00689-SALARIO-MERITO
                    MOVE WKS-EM-PORC TO EV-PORC-PROP
                    MOVE WKS-EM-SAL-NUEVO TO EV-SAL-PROP
                    REWRITE REG-EVALUA
                    MOVE "MERITO" TO WKS-AX-ENTIDAD
                    MOVE EV-LLAVE TO WKS-AX-LLAVE
                    MOVE WKS-EM-PORC TO WKS-EM-PORC-FMT
                    MOVE WKS-EM-PORC-FMT TO WKS-AX-DESPUES
                    PERFORM 00447-GRABA-AUDIT-CAT
                    DISPLAY "PROPUESTA AJUSTADA."
                 END-IF
           END-READ.

       00691-APRUEBA-PROPUESTAS.
      *Aprueba las propuestas pendientes del ano, de un departamento
      *o de todos.
           DISPLAY "ANO DE LA EVALUACION (AAAA): "
           ACCEPT WKS-EM-ANO
           DISPLAY "DEPARTAMENTO (0 = TODOS): "
           ACCEPT WKS-EM-DEPTO
           MOVE ZERO TO WKS-EM-CONTADOR
           MOVE WKS-EM-ANO TO EV-ANO
           MOVE ZEROS TO EV-ID-TRAB
           START F-EVALUA KEY IS NOT LESS THAN EV-LLAVE
              INVALID KEY MOVE 1 TO WKS-EM-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-EM-FIN
           END-START
           PERFORM 00694-APRUEBA-RENGLON
              UNTIL WKS-EM-FIN = 1
           IF WKS-EM-CONTADOR > 0
              MOVE "MERITO" TO WKS-AX-ENTIDAD
              MOVE SPACES TO WKS-AX-LLAVE
              STRING WKS-EM-ANO "/" WKS-EM-DEPTO DELIMITED BY SIZE
                     INTO WKS-AX-LLAVE
              MOVE "PROPUESTAS" TO WKS-AX-ANTES
              MOVE SPACES TO WKS-AX-DESPUES
              STRING "APROBADAS " WKS-EM-CONTADOR DELIMITED BY SIZE
                     INTO WKS-AX-DESPUES
              PERFORM 00447-GRABA-AUDIT-CAT
           END-IF
           DISPLAY WKS-EM-CONTADOR " PROPUESTA(S) APROBADA(S).".

       00692-PROPUESTAS-TOTAL-DEPTO.
      *Cierre del departamento: nomina anual actual, costo de los
      *aumentos y la nomina proyectada contra el presupuesto.
           MOVE DP-CODIGO TO WKS-DEP-COD-CHK
           PERFORM 00179-SUBTOTAL-DEPTO
           COMPUTE WKS-PRE-SUBTOTAL = WKS-PRE-SUBTOTAL * 12
           COMPUTE WKS-PRE-PROYECTADO =
                   WKS-PRE-SUBTOTAL + WKS-EM-DEP-COSTO
           MOVE SPACES TO REG-MERITO-REP
           MOVE WKS-EM-DEP-COSTO TO WKS-PRE-FORMATO
           STRING "  COSTO ANUAL DE LOS AUMENTOS: " DELIMITED BY SIZE
                  WKS-PRE-FORMATO DELIMITED BY SIZE
                  INTO REG-MERITO-REP
           WRITE REG-MERITO-REP
           MOVE SPACES TO REG-MERITO-REP
           MOVE WKS-PRE-SUBTOTAL TO WKS-PRE-FORMATO
           STRING "  NOMINA ANUAL ACTUAL:         " DELIMITED BY SIZE
                  WKS-PRE-FORMATO DELIMITED BY SIZE
                  INTO REG-MERITO-REP
           WRITE REG-MERITO-REP
           MOVE SPACES TO REG-MERITO-REP
           MOVE WKS-PRE-PROYECTADO TO WKS-PRE-FORMATO
           STRING "  NOMINA ANUAL PROYECTADA:     " DELIMITED BY SIZE
                  WKS-PRE-FORMATO DELIMITED BY SIZE
                  INTO REG-MERITO-REP
           WRITE REG-MERITO-REP
           MOVE SPACES TO REG-MERITO-REP
           IF DP-PRESUPUESTO = 0
              MOVE "  SIN PRESUPUESTO CAPTURADO" TO REG-MERITO-REP
           ELSE
              MOVE DP-PRESUPUESTO TO WKS-PRE-FORMATO
              IF WKS-PRE-PROYECTADO > DP-PRESUPUESTO
                 STRING "  PRESUPUESTO ANUAL:           "
                        DELIMITED BY SIZE
                        WKS-PRE-FORMATO DELIMITED BY SIZE
                        "  *REBASA EL PRESUPUESTO*" DELIMITED BY SIZE
                        INTO REG-MERITO-REP
              ELSE
                 STRING "  PRESUPUESTO ANUAL:           "
                        DELIMITED BY SIZE
                        WKS-PRE-FORMATO DELIMITED BY SIZE
                        INTO REG-MERITO-REP
              END-IF
           END-IF
           WRITE REG-MERITO-REP.

       00693-APLICA-MERITO.
      *Aplica de una vez los aumentos aprobados del ano como
      *cambios de salario con fecha efectiva, con el mismo historial,
      *historial de salarios y SDI que un cambio capturado a mano.
           DISPLAY "ANO DE LA EVALUACION (AAAA): "
           ACCEPT WKS-EM-ANO
           DISPLAY "FECHA EFECTIVA DE LOS AUMENTOS (AAAAMMDD, "
                   "0 = DESDE HOY): "
           ACCEPT WKS-EM-FECHA-EFECT
           IF WKS-EM-FECHA-EFECT = 0
              ACCEPT WKS-EM-FECHA-EFECT FROM DATE YYYYMMDD
           END-IF
           MOVE ZERO TO WKS-EM-CONTADOR
           MOVE WKS-EM-ANO TO EV-ANO
           MOVE ZEROS TO EV-ID-TRAB
           START F-EVALUA KEY IS NOT LESS THAN EV-LLAVE
              INVALID KEY MOVE 1 TO WKS-EM-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-EM-FIN
           END-START
           PERFORM 00695-APLICA-RENGLON
              UNTIL WKS-EM-FIN = 1
           MOVE "MERITO" TO WKS-BIT-TIPO
           MOVE SPACES TO WKS-BIT-DETALLE
           STRING "ANO " WKS-EM-ANO " APLICADOS " WKS-EM-CONTADOR
                  DELIMITED BY SIZE
                  INTO WKS-BIT-DETALLE
           PERFORM 00439-GRABA-BITACORA
           DISPLAY WKS-EM-CONTADOR " AUMENTO(S) POR MERITO "
                   "APLICADO(S).".

       00694-APRUEBA-RENGLON.
           READ F-EVALUA NEXT RECORD
              AT END MOVE 1 TO WKS-EM-FIN
              NOT AT END
                 IF EV-ANO NOT = WKS-EM-ANO
                    MOVE 1 TO WKS-EM-FIN
                 ELSE
                 IF EV-PROPUESTA
                    AND (WKS-EM-DEPTO = 0 OR EV-DEPTO = WKS-EM-DEPTO)
                    MOVE 'A' TO EV-ESTADO
                    MOVE WKS-OPER-ID TO EV-APROBO
                    REWRITE REG-EVALUA
                    ADD 1 TO WKS-EM-CONTADOR
                 END-IF
                 END-IF
           END-READ.

       00695-APLICA-RENGLON.
           READ F-EVALUA NEXT RECORD
              AT END MOVE 1 TO WKS-EM-FIN
              NOT AT END
                 IF EV-ANO NOT = WKS-EM-ANO
                    MOVE 1 TO WKS-EM-FIN
                 ELSE
                 IF EV-APROBADA
                    MOVE EV-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    IF WKS-ENCONTRADO = 1 AND WKS-ACTIVO
                       PERFORM 00696-APLICA-AUMENTO
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       00696-APLICA-AUMENTO.
      *El porcentaje aprobado se aplica al salario vigente, por si
      *cambio despues de la propuesta, con el mismo tope de banda.
           MOVE ZEROS TO WKS-EM-BANDA-MAX
           MOVE WKS-DEPARTAMENTO(1) TO DP-CODIGO
           READ F-DEPARTAMENTOS
              NOT INVALID KEY
                 MOVE DP-SALARIO-MAX TO WKS-EM-BANDA-MAX
           END-READ
           MOVE EV-PORC-PROP TO WKS-EM-PORC
           PERFORM 00689-SALARIO-MERITO
           MOVE WKS-SALARIO TO WKS-MOD-SAL-ANT
           MOVE 'SALARIO' TO WKS-LH-CAMPO
           MOVE WKS-SALARIO TO WKS-SAL-FORMATO
           MOVE WKS-SAL-FORMATO TO WKS-LH-ANTERIOR
           MOVE WKS-EM-SAL-NUEVO TO WKS-SALARIO
           MOVE WKS-SALARIO TO WKS-SAL-FORMATO
           MOVE WKS-SAL-FORMATO TO WKS-LH-NUEVO
           PERFORM 00022-REGRABA-TRABAJADOR
           PERFORM 00037-GRABA-HISTORIAL
           MOVE WKS-EM-FECHA-EFECT TO WKS-MOD-SAL-FEF
           PERFORM 00512-GRABA-CAMBIO-SALARIO
           MOVE WKS-EM-SAL-NUEVO TO EV-SAL-PROP
           MOVE WKS-EM-FECHA-EFECT TO EV-FECHA-EFECT
           MOVE 'X' TO EV-ESTADO
           REWRITE REG-EVALUA
           ADD 1 TO WKS-EM-CONTADOR.

       00697-CARGA-MERITO.
      *Abre las evaluaciones y la matriz de merito; la matriz se
      *crea la primera vez con los porcentajes de fabrica.
           OPEN I-O F-EVALUA
           IF WKS-FS-EVALUA = '35'
              OPEN OUTPUT F-EVALUA
              CLOSE F-EVALUA
              OPEN I-O F-EVALUA
           END-IF
           OPEN I-O F-MATRIZ
           IF WKS-FS-MATRIZ = '35'
              OPEN OUTPUT F-MATRIZ
              MOVE 1 TO WKS-EM-CALIF
              PERFORM 00698-SIEMBRA-MATRIZ
                 UNTIL WKS-EM-CALIF > 5
              CLOSE F-MATRIZ
              OPEN I-O F-MATRIZ
           END-IF.

       00698-SIEMBRA-MATRIZ.
           MOVE 1 TO WKS-EM-CUARTIL
           PERFORM 00699-SIEMBRA-CASILLA
              UNTIL WKS-EM-CUARTIL > 4
           ADD 1 TO WKS-EM-CALIF.

       00699-SIEMBRA-CASILLA.
           MOVE WKS-EM-CALIF TO MM-CALIF
           MOVE WKS-EM-CUARTIL TO MM-CUARTIL
           MOVE WKS-MMD-PORC(WKS-EM-CALIF, WKS-EM-CUARTIL) TO MM-PORC
           WRITE REG-MATRIZ
           ADD 1 TO WKS-EM-CUARTIL.

       00700-CALCULA-COMISIONES.
      *Comisiones de venta pendientes del trabajador, que el
      *calculador de IVA liquida por corte en NOMINA-COMISIONES.DAT.
      *Se pagan como percepcion gravada. Si el neto pendiente es
      *negativo (una cancelacion descontada rebasa lo ganado) no se
      *paga nada y queda pendiente para compensarse con el
      *siguiente corte. Los cortes se marcan hasta 00702, con el
      *trabajador ya grabado.
           MOVE ZERO TO WKS-CN-MONTO
           MOVE WKS-ID-TRAB TO CN-ID-TRAB
           MOVE ZEROS TO CN-CORTE
           START F-COMISIONES KEY IS NOT LESS THAN CN-LLAVE
              INVALID KEY MOVE 1 TO WKS-CN-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-CN-FIN
           END-START
           PERFORM 00701-SUMA-COMISION-RENGLON
              UNTIL WKS-CN-FIN = 1
           IF WKS-CN-MONTO > 0 AND WKS-CONC-NUM < 20
              ADD WKS-CN-MONTO TO WKS-OTR-PERCEP
              ADD 1 TO WKS-CONC-NUM
              MOVE "COMISIONES" TO WKS-CONC-DESC(WKS-CONC-NUM)
              MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
              MOVE '028' TO WKS-CONC-SAT(WKS-CONC-NUM)
              MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
              MOVE WKS-CN-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
              MOVE ZERO TO WKS-CONC-EXENTO(WKS-CONC-NUM)
           ELSE
              MOVE ZERO TO WKS-CN-MONTO
           END-IF.

       00701-SUMA-COMISION-RENGLON.
           READ F-COMISIONES NEXT RECORD
              AT END MOVE 1 TO WKS-CN-FIN
              NOT AT END
                 IF CN-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-CN-FIN
                 ELSE
                 IF CN-PENDIENTE
                    ADD CN-IMPORTE TO WKS-CN-MONTO
                 END-IF
                 END-IF
           END-READ.

       00702-POSTEA-COMISIONES.
      *Marca como cobrados los cortes de comisiones que esta
      *corrida acaba de pagar al trabajador recien grabado.
           IF WKS-CN-MONTO > 0
              MOVE WKS-ID-TRAB TO CN-ID-TRAB
              MOVE ZEROS TO CN-CORTE
              START F-COMISIONES KEY IS NOT LESS THAN CN-LLAVE
                 INVALID KEY MOVE 1 TO WKS-CN-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-CN-FIN
              END-START
              PERFORM 00703-POSTEA-COMISION-RENGLON
                 UNTIL WKS-CN-FIN = 1
           END-IF.

       00703-POSTEA-COMISION-RENGLON.
           READ F-COMISIONES NEXT RECORD
              AT END MOVE 1 TO WKS-CN-FIN
              NOT AT END
                 IF CN-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-CN-FIN
                 ELSE
                 IF CN-PENDIENTE
                    MOVE 'C' TO CN-ESTADO
                    COMPUTE CN-CORRIDA = WKS-ULT-CORRIDA + 1
                    REWRITE REG-COMISION
                       INVALID KEY
                          DISPLAY "ERROR AL MARCAR COMISION COBRADA."
                    END-REWRITE
                 END-IF
                 END-IF
           END-READ.

       00704-CARGA-COMISIONES.
      *Abre las comisiones que deja el calculador de IVA; si aun no
      *se ha liquidado ningun corte, se crea vacio.
           OPEN I-O F-COMISIONES
           IF WKS-FS-COMISIONES = '35'
              OPEN OUTPUT F-COMISIONES
              CLOSE F-COMISIONES
              OPEN I-O F-COMISIONES
           END-IF.

       00705-DESCUENTA-COMPRAS.
      *Compras del trabajador en el calculador de IVA pagaderas por
      *nomina: descuenta el abono mensual de cada una (o el remate
      *si el saldo ya es menor). Los saldos se bajan hasta 00707,
      *con el trabajador ya grabado.
           MOVE ZERO TO WKS-DV-MONTO
           MOVE ZERO TO WKS-DV-NUM
           MOVE WKS-ID-TRAB TO DV-ID-TRAB
           START F-DESC-VENTAS KEY IS EQUAL TO DV-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-DV-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-DV-FIN
           END-START
           PERFORM 00706-DESCUENTA-COMPRA-RENGLON
              UNTIL WKS-DV-FIN = 1
           IF WKS-DV-MONTO > 0
              ADD WKS-DV-MONTO TO WKS-OTR-DEDUC
              IF WKS-CONC-NUM < 20
                 ADD 1 TO WKS-CONC-NUM
                 MOVE "COMPRAS A LA EMPRESA"
                      TO WKS-CONC-DESC(WKS-CONC-NUM)
                 MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
                 MOVE '017' TO WKS-CONC-SAT(WKS-CONC-NUM)
                 MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
                 MOVE WKS-DV-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
              END-IF
           END-IF.

       00706-DESCUENTA-COMPRA-RENGLON.
           READ F-DESC-VENTAS NEXT RECORD
              AT END MOVE 1 TO WKS-DV-FIN
              NOT AT END
                 IF DV-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-DV-FIN
                 ELSE
                 IF DV-ACTIVA AND DV-SALDO > 0 AND WKS-DV-NUM < 20
                    ADD 1 TO WKS-DV-NUM
                    MOVE DV-LLAVE TO WKS-DV-LLAVE(WKS-DV-NUM)
                    IF DV-SALDO < DV-ABONO
                       MOVE DV-SALDO TO WKS-DV-ABONO(WKS-DV-NUM)
                    ELSE
                       MOVE DV-ABONO TO WKS-DV-ABONO(WKS-DV-NUM)
                    END-IF
                    ADD WKS-DV-ABONO(WKS-DV-NUM) TO WKS-DV-MONTO
                 END-IF
                 END-IF
           END-READ.

       00707-POSTEA-COMPRAS.
      *Baja el saldo de cada compra descontada en esta corrida y
      *deja el abono por aplicar al folio; el calculador de IVA lo
      *registra como pago. Con saldo en cero la compra se liquida.
           MOVE 1 TO WKS-DV-I
           PERFORM 00708-POSTEA-COMPRA-RENGLON
              UNTIL WKS-DV-I > WKS-DV-NUM.

       00708-POSTEA-COMPRA-RENGLON.
           MOVE WKS-DV-LLAVE(WKS-DV-I) TO DV-LLAVE
           READ F-DESC-VENTAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SUBTRACT WKS-DV-ABONO(WKS-DV-I) FROM DV-SALDO
                 ADD WKS-DV-ABONO(WKS-DV-I) TO DV-POR-APLICAR
                 MOVE WKS-RECIBO-FECHA TO DV-FECHA-DESC
                 IF DV-SALDO NOT > 0
                    MOVE ZERO TO DV-SALDO
                    MOVE 'L' TO DV-ESTADO
                 END-IF
                 REWRITE REG-DESC-VENTA
                    INVALID KEY
                       DISPLAY "ERROR AL ABONAR COMPRA POR NOMINA."
                 END-REWRITE
           END-READ
           ADD 1 TO WKS-DV-I.

       00709-GRABA-NETO.
      *Deja el neto mensual del trabajador, antes del descuento de
      *sus compras, para el tope de las compras por nomina del
      *calculador de IVA.
           MOVE WKS-ID-TRAB TO NT-ID-TRAB
           COMPUTE NT-NETO = WKS-SALARIO-NETO + WKS-DV-MONTO
           MOVE WKS-RECIBO-FECHA TO NT-FECHA
           WRITE REG-NETO
              INVALID KEY
                 REWRITE REG-NETO
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL NETO DEL "
                               "TRABAJADOR."
                 END-REWRITE
           END-WRITE.

       00710-FINIQUITO-COMPRAS.
      *El saldo de compras por nomina del trabajador dado de baja se
      *descuenta del finiquito hasta donde alcance; lo que no
      *alcanza queda en la compra con estado 'B' para cobrarse
      *aparte.
           MOVE ZERO TO WKS-FIN-COMPRAS
           MOVE WKS-ID-TRAB TO DV-ID-TRAB
           START F-DESC-VENTAS KEY IS EQUAL TO DV-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-DV-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-DV-FIN
           END-START
           PERFORM 00711-SUMA-COMPRA-FINIQUITO
              UNTIL WKS-DV-FIN = 1
           MOVE WKS-FIN-COMPRAS TO WKS-FIN-COMPRAS-DESC
           IF WKS-FIN-COMPRAS-DESC > WKS-FIN-TOTAL
              MOVE WKS-FIN-TOTAL TO WKS-FIN-COMPRAS-DESC
           END-IF
           IF WKS-FIN-COMPRAS-DESC < 0
              MOVE ZERO TO WKS-FIN-COMPRAS-DESC
           END-IF
           IF WKS-FIN-COMPRAS > 0
              SUBTRACT WKS-FIN-COMPRAS-DESC FROM WKS-FIN-TOTAL
              MOVE WKS-FIN-COMPRAS-DESC TO WKS-DV-RESTA
              MOVE WKS-ID-TRAB TO DV-ID-TRAB
              START F-DESC-VENTAS KEY IS EQUAL TO DV-ID-TRAB
                 INVALID KEY MOVE 1 TO WKS-DV-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-DV-FIN
              END-START
              PERFORM 00712-CIERRA-COMPRA-FINIQUITO
                 UNTIL WKS-DV-FIN = 1
           END-IF.

       00711-SUMA-COMPRA-FINIQUITO.
           READ F-DESC-VENTAS NEXT RECORD
              AT END MOVE 1 TO WKS-DV-FIN
              NOT AT END
                 IF DV-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-DV-FIN
                 ELSE
                 IF DV-ACTIVA AND DV-SALDO > 0
                    ADD DV-SALDO TO WKS-FIN-COMPRAS
                 END-IF
                 END-IF
           END-READ.

       00712-CIERRA-COMPRA-FINIQUITO.
           READ F-DESC-VENTAS NEXT RECORD
              AT END MOVE 1 TO WKS-DV-FIN
              NOT AT END
                 IF DV-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-DV-FIN
                 ELSE
                 IF DV-ACTIVA AND DV-SALDO > 0
                    IF DV-SALDO > WKS-DV-RESTA
                       MOVE WKS-DV-RESTA TO WKS-DV-APLICA
                    ELSE
                       MOVE DV-SALDO TO WKS-DV-APLICA
                    END-IF
                    SUBTRACT WKS-DV-APLICA FROM DV-SALDO
                    SUBTRACT WKS-DV-APLICA FROM WKS-DV-RESTA
                    ADD WKS-DV-APLICA TO DV-POR-APLICAR
                    MOVE WKS-FECHA-BAJA TO DV-FECHA-DESC
                    IF DV-SALDO NOT > 0
                       MOVE ZERO TO DV-SALDO
                       MOVE 'L' TO DV-ESTADO
                    ELSE
                       MOVE 'B' TO DV-ESTADO
                    END-IF
                    REWRITE REG-DESC-VENTA
                       INVALID KEY
                          DISPLAY "ERROR AL CERRAR COMPRA POR NOMINA."
                    END-REWRITE
                 END-IF
                 END-IF
           END-READ.

       00713-CARGA-DESC-VENTAS.
      *Abre las compras por nomina que deja el calculador de IVA y
      *el archivo de netos que este programa le deja a el.
           OPEN I-O F-DESC-VENTAS
           IF WKS-FS-DESC-VENTAS = '35'
              OPEN OUTPUT F-DESC-VENTAS
              CLOSE F-DESC-VENTAS
              OPEN I-O F-DESC-VENTAS
           END-IF
           OPEN I-O F-NETOS
           IF WKS-FS-NETOS = '35'
              OPEN OUTPUT F-NETOS
              CLOSE F-NETOS
              OPEN I-O F-NETOS
           END-IF.

       00714-CAPTURA-DESCANSO.
      *Dias de descanso semanal del trabajador junto con su turno:
      *uno obligatorio y un segundo opcional (cero si no tiene).
           DISPLAY "DIA DE DESCANSO SEMANAL (1.LUN 2.MAR 3.MIE "
                   "4.JUE 5.VIE 6.SAB 7.DOM): "
           ACCEPT WKS-DESCANSO(1)
           IF WKS-DESCANSO(1) < 1 OR WKS-DESCANSO(1) > 7
              DISPLAY "DIA INVALIDO, VERIFIQUE."
              PERFORM 00714-CAPTURA-DESCANSO
           ELSE
              DISPLAY "SEGUNDO DIA DE DESCANSO (0 SI NO TIENE): "
              ACCEPT WKS-DESCANSO(2)
              IF WKS-DESCANSO(2) > 7
                 OR WKS-DESCANSO(2) = WKS-DESCANSO(1)
                 MOVE ZERO TO WKS-DESCANSO(2)
              END-IF
           END-IF.

       00715-CHECADA-DOMINICAL.
      *Dia de la semana de la checada (1 lunes ... 7 domingo; el
      *dia 1 del calendario de INTEGER-OF-DATE fue lunes). Si cae
      *en domingo o en un descanso del trabajador queda pendiente
      *de pago para la siguiente corrida. Tambien lleva la racha
      *de dias seguidos trabajados: el reloj entrega el archivo
      *ordenado por trabajador y fecha.
           COMPUTE WKS-RD-HOY = FUNCTION INTEGER-OF-DATE(CK-FECHA)
           COMPUTE WKS-RD-DIA-SEM =
                   FUNCTION MOD(WKS-RD-HOY - 1, 7) + 1
           IF CK-ID-TRAB = WKS-RD-ID AND WKS-RD-HOY = WKS-RD-ULTIMO + 1
              ADD 1 TO WKS-RD-RACHA
           ELSE
              MOVE 1 TO WKS-RD-RACHA
           END-IF
           MOVE CK-ID-TRAB TO WKS-RD-ID
           MOVE WKS-RD-HOY TO WKS-RD-ULTIMO
           IF WKS-RD-RACHA = 7
              PERFORM 00716-REPORTA-SIN-DESCANSO
           END-IF
           MOVE ZERO TO DM-DOMINGO
           MOVE ZERO TO DM-DESCANSO
           IF WKS-RD-DIA-SEM = 7
              MOVE 1 TO DM-DOMINGO
           END-IF
           IF WKS-RD-DIA-SEM = WKS-DESCANSO(1)
              OR WKS-RD-DIA-SEM = WKS-DESCANSO(2)
              MOVE 1 TO DM-DESCANSO
           END-IF
           IF DM-DOMINGO = 1 OR DM-DESCANSO = 1
              MOVE CK-ID-TRAB TO DM-ID-TRAB
              MOVE CK-FECHA TO DM-FECHA
              MOVE 'P' TO DM-ESTADO
              MOVE ZEROS TO DM-CORRIDA
              WRITE REG-DOMINICAL
                 INVALID KEY
                    MOVE "YA HAY DOMINGO/DESCANSO ESA FECHA"
                         TO CHR-MOTIVO
                    PERFORM 00317-RECHAZA-CHECADA
                 NOT INVALID KEY
                    ADD 1 TO WKS-CK-DOMINICAL
              END-WRITE
           END-IF.

       00716-REPORTA-SIN-DESCANSO.
           ADD 1 TO WKS-CK-SIN-DESCANSO
           MOVE SPACES TO REG-DESCANSO-REP
           STRING "TRABAJADOR " CK-ID-TRAB " "
                  WKS-NOMBRE-TRAB DELIMITED BY "  "
                  " SIETE DIAS SIN DESCANSO AL " DELIMITED BY SIZE
                  CK-FECHA DELIMITED BY SIZE
                  INTO REG-DESCANSO-REP
           WRITE REG-DESCANSO-REP.

       00717-CALCULA-DOMINICAL.
      *Domingos y dias de descanso trabajados pendientes del
      *trabajador: el domingo paga una prima del 25% del salario
      *diario y el descanso trabajado paga doble salario ademas del
      *que ya le corresponde. Cada uno va en su propio renglon del
      *recibo; los registros se marcan cobrados hasta 00719.
           MOVE ZERO TO WKS-DM-DOMINGOS
           MOVE ZERO TO WKS-DM-DESCANSOS
           MOVE ZERO TO WKS-DM-NUM
           MOVE WKS-ID-TRAB TO DM-ID-TRAB
           MOVE ZEROS TO DM-FECHA
           START F-DOMINICAL KEY IS NOT LESS THAN DM-LLAVE
              INVALID KEY MOVE 1 TO WKS-DM-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-DM-FIN
           END-START
           PERFORM 00718-SUMA-DOMINICAL-RENGLON
              UNTIL WKS-DM-FIN = 1
           IF WKS-DM-DOMINGOS > 0 AND WKS-CONC-NUM < 20
              COMPUTE WKS-DM-MONTO ROUNDED =
                      WKS-SALARIO / 30 * 0.25 * WKS-DM-DOMINGOS
              ADD WKS-DM-MONTO TO WKS-OTR-PERCEP
              ADD 1 TO WKS-CONC-NUM
              MOVE "PRIMA DOMINICAL" TO WKS-CONC-DESC(WKS-CONC-NUM)
              MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
              MOVE '020' TO WKS-CONC-SAT(WKS-CONC-NUM)
              MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
              MOVE WKS-DM-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
      *Exenta hasta una UMA por cada domingo trabajado.
              COMPUTE WKS-EX-DISPONIBLE ROUNDED =
                      WKS-PAR-UMA * WKS-DM-DOMINGOS
              MOVE WKS-DM-MONTO TO WKS-EX-MONTO
              PERFORM 00628-APLICA-TOPE-EXENTO
              MOVE WKS-EX-EXENTO TO WKS-CONC-EXENTO(WKS-CONC-NUM)
              MOVE "PDOM" TO WKS-EX-RUBRO
              PERFORM 00629-AGREGA-EXENTO-PEND
           END-IF
           IF WKS-DM-DESCANSOS > 0 AND WKS-CONC-NUM < 20
              COMPUTE WKS-DM-MONTO ROUNDED =
                      WKS-SALARIO / 30 * 2 * WKS-DM-DESCANSOS
              ADD WKS-DM-MONTO TO WKS-OTR-PERCEP
              ADD 1 TO WKS-CONC-NUM
              MOVE "DESCANSO TRABAJADO"
                   TO WKS-CONC-DESC(WKS-CONC-NUM)
              MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
              MOVE '019' TO WKS-CONC-SAT(WKS-CONC-NUM)
              MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
              MOVE WKS-DM-MONTO TO WKS-CONC-MONTO(WKS-CONC-NUM)
      *Se exenta como el tiempo extra: la mitad, hasta 5 UMAs por
      *semana del periodo menos lo que ya exento el tiempo extra.
              COMPUTE WKS-EX-SEMANAS ROUNDED = WKS-PRO-DIAS-PER / 7
              IF WKS-EX-SEMANAS < 1
                 MOVE 1 TO WKS-EX-SEMANAS
              END-IF
              COMPUTE WKS-EX-DISPONIBLE ROUNDED =
                      WKS-PAR-UMA * 5 * WKS-EX-SEMANAS
                      - WKS-HE-EXENTO
              COMPUTE WKS-EX-MONTO ROUNDED = WKS-DM-MONTO / 2
              PERFORM 00628-APLICA-TOPE-EXENTO
              MOVE WKS-EX-EXENTO TO WKS-CONC-EXENTO(WKS-CONC-NUM)
              COMPUTE WKS-EX-GRAVADO = WKS-DM-MONTO - WKS-EX-EXENTO
              MOVE "HEXT" TO WKS-EX-RUBRO
              PERFORM 00629-AGREGA-EXENTO-PEND
           END-IF.

       00718-SUMA-DOMINICAL-RENGLON.
           READ F-DOMINICAL NEXT RECORD
              AT END MOVE 1 TO WKS-DM-FIN
              NOT AT END
                 IF DM-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-DM-FIN
                 ELSE
                 IF DM-PENDIENTE AND WKS-DM-NUM < 31
                    ADD 1 TO WKS-DM-NUM
                    MOVE DM-FECHA TO WKS-DM-FECHA-PEND(WKS-DM-NUM)
                    ADD DM-DOMINGO TO WKS-DM-DOMINGOS
                    ADD DM-DESCANSO TO WKS-DM-DESCANSOS
                 END-IF
                 END-IF
           END-READ.

       00719-POSTEA-DOMINICAL.
      *Marca como cobrados los domingos y descansos que esta corrida
      *acaba de pagar al trabajador recien grabado.
           MOVE 1 TO WKS-DM-IDX
           PERFORM 00720-POSTEA-DOMINICAL-RENGLON
              UNTIL WKS-DM-IDX > WKS-DM-NUM.

       00720-POSTEA-DOMINICAL-RENGLON.
           MOVE WKS-ID-TRAB TO DM-ID-TRAB
           MOVE WKS-DM-FECHA-PEND(WKS-DM-IDX) TO DM-FECHA
           READ F-DOMINICAL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'C' TO DM-ESTADO
                 COMPUTE DM-CORRIDA = WKS-ULT-CORRIDA + 1
                 REWRITE REG-DOMINICAL
                    INVALID KEY
                       DISPLAY "ERROR AL MARCAR DOMINGO COBRADO."
                 END-REWRITE
           END-READ
           ADD 1 TO WKS-DM-IDX.

       00721-CARGA-DOMINICAL.
      *Abre el archivo de domingos y descansos trabajados, creandolo
      *vacio la primera vez.
           OPEN I-O F-DOMINICAL
           IF WKS-FS-DOMINICAL = '35'
              OPEN OUTPUT F-DOMINICAL
              CLOSE F-DOMINICAL
              OPEN I-O F-DOMINICAL
           END-IF.

       00722-REGPAT-TRAB.
      *Registro patronal del trabajador del area de trabajo: el suyo
      *propio si lo tiene, si no el de su primer departamento, y si
      *tampoco, el 01 (el de la empresa en el registro de control).
      *Deja sus datos en WKS-RPD-*.
           MOVE WKS-REG-PAT-TRAB TO WKS-RP-TRAB
           IF WKS-RP-TRAB = 0 AND WKS-DEPARTAMENTO(1) > 0
              MOVE WKS-DEPARTAMENTO(1) TO DP-CODIGO
              READ F-DEPARTAMENTOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DP-REG-PAT NUMERIC
                       MOVE DP-REG-PAT TO WKS-RP-TRAB
                    END-IF
              END-READ
           END-IF
           IF WKS-RP-TRAB = 0
              MOVE 1 TO WKS-RP-TRAB
           END-IF
           MOVE WKS-RP-TRAB TO WKS-RP-SEL
           PERFORM 00723-LEE-REGPAT.

       00723-LEE-REGPAT.
      *Datos del registro patronal WKS-RP-SEL; lo que venga en blanco
      *en el catalogo se toma del registro de control.
           MOVE WKS-RP-SEL TO RP-CODIGO
           READ F-REGPAT
              INVALID KEY
                 MOVE SPACES TO RP-REG-PATRONAL
                 MOVE SPACES TO RP-RFC
                 MOVE SPACES TO RP-RAZON-SOCIAL
           END-READ
           MOVE RP-REG-PATRONAL TO WKS-RPD-NUMERO
           MOVE RP-RFC TO WKS-RPD-RFC
           MOVE RP-RAZON-SOCIAL TO WKS-RPD-RAZON
           IF WKS-RPD-NUMERO = SPACES
              MOVE WKS-REG-PATRONAL TO WKS-RPD-NUMERO
           END-IF
           IF WKS-RPD-RFC = SPACES
              MOVE WKS-RFC-PATRON TO WKS-RPD-RFC
           END-IF
           IF WKS-RPD-RAZON = SPACES
              MOVE WKS-RAZON-SOCIAL TO WKS-RPD-RAZON
           END-IF.

       00724-PIDE-REGPAT.
      *Registro patronal del que se quiere la salida; cero saca la
      *empresa completa como antes.
           DISPLAY "REGISTRO PATRONAL (0 = TODOS): "
           ACCEPT WKS-RP-FILTRO
           IF WKS-RP-FILTRO > 0
              MOVE WKS-RP-FILTRO TO RP-CODIGO
              READ F-REGPAT
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE REGISTRO PATRONAL."
                    PERFORM 00724-PIDE-REGPAT
                 NOT INVALID KEY
                    MOVE WKS-RP-FILTRO TO WKS-RP-SEL
                    PERFORM 00723-LEE-REGPAT
              END-READ
           END-IF.

       00725-ALTA-REGPAT.
      *Alta o cambio de un registro patronal del catalogo. El 01 es
      *el de la empresa del registro de control y se mantiene igual
      *que este.
           DISPLAY "CLAVE DEL REGISTRO PATRONAL (01-99): "
           ACCEPT RP-CODIGO
           IF RP-CODIGO = 0
              DISPLAY "CLAVE INVALIDA, VERIFIQUE."
              PERFORM 00725-ALTA-REGPAT
           ELSE
              MOVE ZERO TO WKS-RP-EXISTE
              READ F-REGPAT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO WKS-RP-EXISTE
                    DISPLAY "ACTUAL: " RP-REG-PATRONAL " "
                            RP-RFC " " RP-RAZON-SOCIAL
              END-READ
              DISPLAY "REGISTRO PATRONAL ANTE EL IMSS: "
              ACCEPT RP-REG-PATRONAL
              DISPLAY "RFC DEL PATRON: "
              ACCEPT RP-RFC
              DISPLAY "NOMBRE O RAZON SOCIAL: "
              ACCEPT RP-RAZON-SOCIAL
              DISPLAY "ENTIDAD FEDERATIVA (CLAVE DE DOS LETRAS): "
              ACCEPT RP-ESTADO-FED
              IF WKS-RP-EXISTE = 1
                 REWRITE REG-REGPAT
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR REGISTRO PATRONAL."
                 END-REWRITE
              ELSE
                 WRITE REG-REGPAT
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR REGISTRO PATRONAL."
                 END-WRITE
              END-IF
              IF RP-CODIGO = 1
                 MOVE RP-REG-PATRONAL TO WKS-REG-PATRONAL
                 MOVE RP-RFC TO WKS-RFC-PATRON
                 MOVE RP-RAZON-SOCIAL TO WKS-RAZON-SOCIAL
                 PERFORM 00028-GRABA-CONTADOR
              END-IF
              DISPLAY "REGISTRO PATRONAL GRABADO."
           END-IF.

       00726-CONSULTA-REGPAT.
      *Lista el catalogo de registros patronales.
           MOVE ZEROS TO RP-CODIGO
           START F-REGPAT KEY IS NOT LESS THAN RP-CODIGO
              INVALID KEY MOVE 1 TO WKS-RP-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-RP-FIN
           END-START
           PERFORM 00727-CONSULTA-REGPAT-RENGLON
              UNTIL WKS-RP-FIN = 1.

       00727-CONSULTA-REGPAT-RENGLON.
           READ F-REGPAT NEXT RECORD
              AT END MOVE 1 TO WKS-RP-FIN
              NOT AT END
                 DISPLAY RP-CODIGO " " RP-REG-PATRONAL " " RP-RFC
                         " " RP-ESTADO-FED " " RP-RAZON-SOCIAL
           END-READ.

       00728-ASIGNA-REGPAT-DEPTO.
      *Asigna el registro patronal a un departamento; sus
      *trabajadores lo toman salvo que tengan uno propio.
           DISPLAY "CODIGO DEL DEPARTAMENTO: "
           ACCEPT DP-CODIGO
           READ F-DEPARTAMENTOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE DEPARTAMENTO."
              NOT INVALID KEY
                 DISPLAY "REGISTRO PATRONAL DEL DEPARTAMENTO: "
                 ACCEPT WKS-RP-SEL
                 MOVE WKS-RP-SEL TO RP-CODIGO
                 READ F-REGPAT
                    INVALID KEY
                       DISPLAY "NO EXISTE ESE REGISTRO PATRONAL."
                    NOT INVALID KEY
                       MOVE WKS-RP-SEL TO DP-REG-PAT
                       REWRITE REG-DEPARTAMENTO
                          INVALID KEY
                             DISPLAY "ERROR AL GRABAR DEPARTAMENTO."
                       END-REWRITE
                       DISPLAY "DEPARTAMENTO ASIGNADO AL REGISTRO "
                               RP-REG-PATRONAL
                 END-READ
           END-READ.

       00729-ASIGNA-REGPAT-TRAB.
      *Asigna a un trabajador un registro patronal distinto al de su
      *departamento; cero lo regresa al de su departamento.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "NO EXISTE ESE TRABAJADOR."
           ELSE
              DISPLAY "REGISTRO PATRONAL (0 = EL DE SU DEPARTAMENTO): "
              ACCEPT WKS-RP-SEL
              MOVE 1 TO WKS-RP-EXISTE
              IF WKS-RP-SEL > 0
                 MOVE WKS-RP-SEL TO RP-CODIGO
                 READ F-REGPAT
                    INVALID KEY
                       MOVE ZERO TO WKS-RP-EXISTE
                 END-READ
              END-IF
              IF WKS-RP-EXISTE = 0
                 DISPLAY "NO EXISTE ESE REGISTRO PATRONAL."
              ELSE
                 MOVE WKS-RP-SEL TO WKS-REG-PAT-TRAB
                 PERFORM 00022-REGRABA-TRABAJADOR
                 PERFORM 00722-REGPAT-TRAB
                 DISPLAY "TRABAJADOR EN EL REGISTRO " WKS-RP-TRAB
                         " " WKS-RPD-NUMERO
              END-IF
           END-IF.

       00730-ACUMULA-REGPAT.
      *Acumula los totales del trabajador recien pagado en los de su
      *registro patronal, para la poliza de cada patron.
           MOVE 1 TO WKS-RP-I
           PERFORM 00742-BUSCA-RPA-RENGLON
              UNTIL WKS-RP-I > WKS-RPA-NUM
                 OR WKS-RPA-COD(WKS-RP-I) = WKS-RP-TRAB
           IF WKS-RP-I > WKS-RPA-NUM
              IF WKS-RPA-NUM < 9
                 ADD 1 TO WKS-RPA-NUM
                 MOVE WKS-RPA-NUM TO WKS-RP-I
                 MOVE WKS-RP-TRAB TO WKS-RPA-COD(WKS-RP-I)
                 MOVE ZERO TO WKS-RPA-ISR(WKS-RP-I)
                 MOVE ZERO TO WKS-RPA-IMSS(WKS-RP-I)
                 MOVE ZERO TO WKS-RPA-OTRAS(WKS-RP-I)
                 MOVE ZERO TO WKS-RPA-NETO(WKS-RP-I)
                 MOVE ZERO TO WKS-RPA-PATRON(WKS-RP-I)
              ELSE
                 DISPLAY "AVISO: TABLA DE REGISTROS PATRONALES "
                         "LLENA, SE ACUMULA EN EL ULTIMO."
                 MOVE WKS-RPA-NUM TO WKS-RP-I
              END-IF
           END-IF
           ADD WKS-DEDUC-ISR TO WKS-RPA-ISR(WKS-RP-I)
           ADD WKS-DEDUC-IMSS TO WKS-RPA-IMSS(WKS-RP-I)
           COMPUTE WKS-RPA-OTRAS(WKS-RP-I) = WKS-RPA-OTRAS(WKS-RP-I)
                   + WKS-OTR-DEDUC - WKS-OTR-PERCEP
           ADD WKS-SALARIO-NETO TO WKS-RPA-NETO(WKS-RP-I)
           ADD WKS-PAT-TOTAL TO WKS-RPA-PATRON(WKS-RP-I).

       00742-BUSCA-RPA-RENGLON.
           ADD 1 TO WKS-RP-I.

       00731-POLIZA-REGPAT.
      *Seccion de la poliza de un registro patronal (WKS-RP-SEL; en
      *cero, la corrida completa): sus cargos por centro de costo y
      *sus abonos, cuadrados por separado.
           IF WKS-RP-SEL = 0
              MOVE WKS-CORR-ISR TO WKS-PZ-ISR
              MOVE WKS-CORR-IMSS TO WKS-PZ-IMSS
              MOVE WKS-CORR-OTRAS TO WKS-PZ-OTRAS
              MOVE WKS-CORR-NETO TO WKS-PZ-NETO
              MOVE WKS-CORR-PATRON TO WKS-PZ-PATRON
           ELSE
              MOVE WKS-RPA-ISR(WKS-RP-I) TO WKS-PZ-ISR
              MOVE WKS-RPA-IMSS(WKS-RP-I) TO WKS-PZ-IMSS
              MOVE WKS-RPA-OTRAS(WKS-RP-I) TO WKS-PZ-OTRAS
              MOVE WKS-RPA-NETO(WKS-RP-I) TO WKS-PZ-NETO
              MOVE WKS-RPA-PATRON(WKS-RP-I) TO WKS-PZ-PATRON
              PERFORM 00723-LEE-REGPAT
           END-IF
           MOVE SPACES TO REG-POLIZA
           STRING "POLIZA CONTABLE - CORRIDA " DELIMITED BY SIZE
                  WKS-ULT-CORRIDA DELIMITED BY SIZE
                  "  FECHA " DELIMITED BY SIZE
                  WKS-RECIBO-FECHA DELIMITED BY SIZE
                  INTO REG-POLIZA
           WRITE REG-POLIZA
           IF WKS-RP-SEL > 0
              MOVE SPACES TO REG-POLIZA
              STRING "REGISTRO PATRONAL " DELIMITED BY SIZE
                     WKS-RPD-NUMERO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WKS-RPD-RAZON DELIMITED BY SIZE
                     INTO REG-POLIZA
              WRITE REG-POLIZA
           END-IF
           MOVE ALL "-" TO REG-POLIZA
           WRITE REG-POLIZA
           MOVE ZERO TO WKS-PZ-DEBE
           MOVE 1 TO WKS-POL-IDX
           PERFORM 00149-ESCRIBE-CARGO-RENGLON
              UNTIL WKS-POL-IDX > WKS-POL-NUM
      *La carga patronal entra a la poliza como cargo al gasto y
      *abono a cuotas por pagar, montos iguales, asi que el cuadre
      *de la corrida no cambia.
           IF WKS-PZ-PATRON NOT = 0
              MOVE WKS-PZ-PATRON TO WKS-CORR-FORMATO
              MOVE SPACES TO REG-POLIZA
              STRING "CARGO  CUOTAS PATRONALES      "
                     DELIMITED BY SIZE
                     WKS-CORR-FORMATO DELIMITED BY SIZE
                     INTO REG-POLIZA
              WRITE REG-POLIZA
           END-IF
           MOVE WKS-PZ-ISR TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-POLIZA
           STRING "ABONO  ISR RETENIDO           " DELIMITED BY
                  SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-POLIZA
           WRITE REG-POLIZA
           MOVE WKS-PZ-IMSS TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-POLIZA
           STRING "ABONO  IMSS RETENIDO          " DELIMITED BY
                  SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-POLIZA
           WRITE REG-POLIZA
           MOVE WKS-PZ-OTRAS TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-POLIZA
           STRING "ABONO  OTRAS DEDUCCIONES NETAS" DELIMITED BY
                  SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-POLIZA
           WRITE REG-POLIZA
           MOVE WKS-PZ-NETO TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-POLIZA
           STRING "ABONO  NETO POR PAGAR         " DELIMITED BY
                  SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-POLIZA
           WRITE REG-POLIZA
           IF WKS-PZ-PATRON NOT = 0
              MOVE WKS-PZ-PATRON TO WKS-CORR-FORMATO
              MOVE SPACES TO REG-POLIZA
              STRING "ABONO  CUOTAS PATRON X PAGAR  "
                     DELIMITED BY SIZE
                     WKS-CORR-FORMATO DELIMITED BY SIZE
                     INTO REG-POLIZA
              WRITE REG-POLIZA
           END-IF
           MOVE ALL "-" TO REG-POLIZA
           WRITE REG-POLIZA
           COMPUTE WKS-PZ-DEBE = WKS-PZ-DEBE + WKS-PZ-PATRON
           MOVE WKS-PZ-DEBE TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-POLIZA
           STRING "TOTAL CARGOS = TOTAL ABONOS = " DELIMITED BY
                  SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-POLIZA
           WRITE REG-POLIZA
           MOVE SPACES TO REG-POLIZA
           WRITE REG-POLIZA
           ADD 1 TO WKS-RP-I
           IF WKS-RP-I NOT > WKS-RPA-NUM
              MOVE WKS-RPA-COD(WKS-RP-I) TO WKS-RP-SEL
           END-IF.

       00733-DISPERSION-POR-REGPAT.
      *Ademas del archivo completo, deja un archivo de dispersion
      *por cada registro patronal con depositos, cada uno con su
      *propio renglon 'T' de control, para la cuenta de cada patron
      *(NOMINA-DISPERSION-RPnn.TXT).
           MOVE ZERO TO WKS-DRP-NUM
           OPEN INPUT F-DISP-PEND
           MOVE ZERO TO WKS-LIB-FIN
           PERFORM 00734-DRP-CUENTA-RENGLON
              UNTIL WKS-LIB-FIN = 1
           CLOSE F-DISP-PEND
           MOVE 1 TO WKS-DRP-I
           PERFORM 00735-DRP-ESCRIBE-ARCHIVO
              UNTIL WKS-DRP-I > WKS-DRP-NUM.

       00734-DRP-CUENTA-RENGLON.
           READ F-DISP-PEND
              AT END MOVE 1 TO WKS-LIB-FIN
              NOT AT END
                 IF REG-DISP-PEND(1:1) = 'D'
                    MOVE REG-DISP-PEND TO WKS-LIN-DISPERSION
                    IF WKS-DL-REG-PAT NOT NUMERIC
                       OR WKS-DL-REG-PAT = 0
                       MOVE 1 TO WKS-DL-REG-PAT
                    END-IF
                    MOVE 1 TO WKS-DRP-I
                    PERFORM 00736-DRP-BUSCA-RENGLON
                       UNTIL WKS-DRP-I > WKS-DRP-NUM
                          OR WKS-DRP-COD(WKS-DRP-I) = WKS-DL-REG-PAT
                    IF WKS-DRP-I > WKS-DRP-NUM AND WKS-DRP-NUM < 9
                       ADD 1 TO WKS-DRP-NUM
                       MOVE WKS-DL-REG-PAT TO WKS-DRP-COD(WKS-DRP-I)
                       MOVE ZERO TO WKS-DRP-CUENTAS(WKS-DRP-I)
                       MOVE ZERO TO WKS-DRP-TOTAL(WKS-DRP-I)
                    END-IF
                    IF WKS-DRP-I NOT > WKS-DRP-NUM
                       ADD 1 TO WKS-DRP-CUENTAS(WKS-DRP-I)
                       ADD WKS-DL-IMPORTE TO WKS-DRP-TOTAL(WKS-DRP-I)
                    END-IF
                 END-IF
           END-READ.

       00736-DRP-BUSCA-RENGLON.
           ADD 1 TO WKS-DRP-I.

       00735-DRP-ESCRIBE-ARCHIVO.
           MOVE SPACES TO WKS-DRP-NOMBRE
           STRING "NOMINA-DISPERSION-RP" DELIMITED BY SIZE
                  WKS-DRP-COD(WKS-DRP-I) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WKS-DRP-NOMBRE
           OPEN OUTPUT F-DISP-RP
           OPEN INPUT F-DISP-PEND
           MOVE ZERO TO WKS-LIB-FIN
           PERFORM 00737-DRP-COPIA-RENGLON
              UNTIL WKS-LIB-FIN = 1
           MOVE 'T' TO WKS-DC-TIPO
           MOVE WKS-DRP-CUENTAS(WKS-DRP-I) TO WKS-DC-CUENTAS
           MOVE WKS-DRP-TOTAL(WKS-DRP-I) TO WKS-DC-TOTAL
           WRITE REG-DISP-RP FROM WKS-LIN-DISP-CONTROL
           CLOSE F-DISP-PEND
           CLOSE F-DISP-RP
           DISPLAY "REGISTRO PATRONAL " WKS-DRP-COD(WKS-DRP-I)
                   ": " WKS-DRP-CUENTAS(WKS-DRP-I)
                   " DEPOSITOS EN " WKS-DRP-NOMBRE
           ADD 1 TO WKS-DRP-I.

       00737-DRP-COPIA-RENGLON.
           READ F-DISP-PEND
              AT END MOVE 1 TO WKS-LIB-FIN
              NOT AT END
                 IF REG-DISP-PEND(1:1) = 'D'
                    MOVE REG-DISP-PEND TO WKS-LIN-DISPERSION
                    IF WKS-DL-REG-PAT NOT NUMERIC
                       OR WKS-DL-REG-PAT = 0
                       MOVE 1 TO WKS-DL-REG-PAT
                    END-IF
                    IF WKS-DL-REG-PAT = WKS-DRP-COD(WKS-DRP-I)
                       MOVE SPACES TO REG-DISP-RP
                       MOVE REG-DISP-PEND(1:63) TO REG-DISP-RP
                       WRITE REG-DISP-RP
                    END-IF
                 END-IF
           END-READ.

       00738-IMSS-REGPAT.
      *Registro patronal del renglon del acumulado del IMSS: el que
      *quedo grabado con la corrida; los acumulados viejos toman el
      *del trabajador.
           IF IM-REG-PAT NUMERIC AND IM-REG-PAT > 0
              MOVE IM-REG-PAT TO WKS-RP-TRAB
              IF WKS-RP-TRAB = WKS-RP-FILTRO
                 MOVE 1 TO WKS-RP-COINCIDE
              ELSE
                 MOVE ZERO TO WKS-RP-COINCIDE
              END-IF
           ELSE
              MOVE IM-ID-TRAB TO WKS-ID-AUX
              PERFORM 00226-LEE-TRAB-POR-ID
              PERFORM 00739-COINCIDE-REGPAT
           END-IF.

       00739-COINCIDE-REGPAT.
      *WKS-RP-COINCIDE en 1 si el trabajador recien leido pertenece al
      *registro patronal pedido (o se pidieron todos); deja tambien
      *los datos de su registro en WKS-RPD-*.
           IF WKS-ENCONTRADO = 1
              PERFORM 00722-REGPAT-TRAB
           ELSE
              MOVE 1 TO WKS-RP-TRAB
              MOVE 1 TO WKS-RP-SEL
              PERFORM 00723-LEE-REGPAT
           END-IF
           IF WKS-RP-FILTRO = 0 OR WKS-RP-TRAB = WKS-RP-FILTRO
              MOVE 1 TO WKS-RP-COINCIDE
           ELSE
              MOVE ZERO TO WKS-RP-COINCIDE
           END-IF.

       00740-CARGA-REGPAT.
      *Abre el catalogo de registros patronales; la primera vez lo
      *siembra con el 01, que es el de la empresa del registro de
      *control.
           OPEN I-O F-REGPAT
           IF WKS-FS-REGPAT = '35'
              OPEN OUTPUT F-REGPAT
              CLOSE F-REGPAT
              OPEN I-O F-REGPAT
           END-IF
           MOVE 1 TO RP-CODIGO
           READ F-REGPAT
              INVALID KEY
                 MOVE 1 TO RP-CODIGO
                 MOVE WKS-REG-PATRONAL TO RP-REG-PATRONAL
                 MOVE WKS-RFC-PATRON TO RP-RFC
                 MOVE WKS-RAZON-SOCIAL TO RP-RAZON-SOCIAL
                 MOVE SPACES TO RP-ESTADO-FED
                 WRITE REG-REGPAT
                    INVALID KEY
                       DISPLAY "ERROR AL SEMBRAR REGISTRO PATRONAL."
                 END-WRITE
           END-READ.

       00741-GRABA-RPA-RENGLON.
           MOVE WKS-RPA-COD(WKS-RP-I) TO RC-RPA-COD(WKS-RP-I)
           MOVE WKS-RPA-ISR(WKS-RP-I) TO RC-RPA-ISR(WKS-RP-I)
           MOVE WKS-RPA-IMSS(WKS-RP-I) TO RC-RPA-IMSS(WKS-RP-I)
           MOVE WKS-RPA-OTRAS(WKS-RP-I) TO RC-RPA-OTRAS(WKS-RP-I)
           MOVE WKS-RPA-NETO(WKS-RP-I) TO RC-RPA-NETO(WKS-RP-I)
           MOVE WKS-RPA-PATRON(WKS-RP-I) TO RC-RPA-PATRON(WKS-RP-I)
           ADD 1 TO WKS-RP-I.

       00743-CARGA-RPA-RENGLON.
           IF RC-RPA-COD(WKS-RP-I) NUMERIC
              AND RC-RPA-ISR(WKS-RP-I) NUMERIC
              AND RC-RPA-IMSS(WKS-RP-I) NUMERIC
              AND RC-RPA-OTRAS(WKS-RP-I) NUMERIC
              AND RC-RPA-NETO(WKS-RP-I) NUMERIC
              AND RC-RPA-PATRON(WKS-RP-I) NUMERIC
              MOVE RC-RPA-COD(WKS-RP-I) TO WKS-RPA-COD(WKS-RP-I)
              MOVE RC-RPA-ISR(WKS-RP-I) TO WKS-RPA-ISR(WKS-RP-I)
              MOVE RC-RPA-IMSS(WKS-RP-I) TO WKS-RPA-IMSS(WKS-RP-I)
              MOVE RC-RPA-OTRAS(WKS-RP-I) TO WKS-RPA-OTRAS(WKS-RP-I)
              MOVE RC-RPA-NETO(WKS-RP-I) TO WKS-RPA-NETO(WKS-RP-I)
              MOVE RC-RPA-PATRON(WKS-RP-I)
                   TO WKS-RPA-PATRON(WKS-RP-I)
           ELSE
              MOVE ZERO TO WKS-RPA-NUM
           END-IF
           ADD 1 TO WKS-RP-I.

       00744-REVERSA-CORRIDA.
      *Reversa de una corrida ya postada (mala tabla de ISR, archivo
      *de incidencias olvidado...) sin restaurar el respaldo
      *generacional: deshace sus efectos trabajador por trabajador
      *desde su detalle de pagos. Solo mientras su dispersion no
      *haya salido al banco.
           DISPLAY "NUMERO DE CORRIDA A REVERSAR: "
           ACCEPT WKS-RV-CORRIDA
           MOVE WKS-RV-CORRIDA TO CR-ID-CORRIDA
           READ F-CORRIDAS
              INVALID KEY
                 DISPLAY "NO EXISTE ESA CORRIDA."
                 MOVE ZERO TO WKS-RV-SIGUE
              NOT INVALID KEY
                 MOVE 1 TO WKS-RV-SIGUE
           END-READ
           IF WKS-RV-SIGUE = 1
              IF CR-LIBERADA = 'X'
                 DISPLAY "ESA CORRIDA YA FUE REVERSADA EL "
                         CR-REVERSA-FECHA " POR " CR-REVERSA-OPER
              ELSE
              IF CR-LIBERADA = 'L'
                 DISPLAY "LA DISPERSION DE ESA CORRIDA YA SE LIBERO "
                         "AL BANCO EL " CR-LIBERA-FECHA
                         "; NO SE PUEDE REVERSAR."
              ELSE
                 PERFORM 00893-CIERRE-REVERSA
                 IF NOT WKS-CIE-RECHAZA
                    PERFORM 00745-REVERSA-CONFIRMA
                 END-IF
              END-IF
              END-IF
           END-IF.

       00893-CIERRE-REVERSA.
      *La reversa deshace los acumulados del mes de la corrida: con
      *ese mes de NOMINA cerrado no procede (no hay a donde
      *trasladarla) hasta que un supervisor lo reabra.
           MOVE "NOM" TO WKS-CIE-AREA
           MOVE CR-FECHA TO WKS-CIE-FECHA
           MOVE ZERO TO WKS-CIE-TRASLADO
           PERFORM 00878-REVISA-CIERRE
           MOVE "CORR" TO WKS-CIE-TIPO
           MOVE SPACES TO WKS-CIE-REFERENCIA
           STRING "CORRIDA " CR-ID-CORRIDA DELIMITED BY SIZE
                  INTO WKS-CIE-REFERENCIA
           MOVE "REVERSA DE CORRIDA" TO WKS-CIE-DETALLE
           IF WKS-CIE-RECHAZA
              PERFORM 00879-ANOTA-CIERRE
           END-IF.

       00745-REVERSA-CONFIRMA.
           DISPLAY "CORRIDA " CR-ID-CORRIDA "  FECHA " CR-FECHA
                   "  TRABAJADORES PAGADOS: " CR-TRAB-PAGADOS
           MOVE CR-TOTAL-NETO TO WKS-CORR-FORMATO
           DISPLAY "   TOTAL NETO:  " WKS-CORR-FORMATO
           DISPLAY "SE DESHARAN ACUMULADOS, PRESTAMOS, CAJA DE AHORRO "
                   "E INCIDENCIAS DE ESTA CORRIDA. CONFIRMA? S.SI N.NO"
           ACCEPT WKS-OPCION
           IF NOT WKS-OPC-S
              DISPLAY "REVERSA CANCELADA; NO SE MODIFICO NADA."
           ELSE
              PERFORM 00746-REVERSA-APLICA
              PERFORM 00879-ANOTA-CIERRE
           END-IF.

       00746-REVERSA-APLICA.
      *Recorre el detalle de la corrida, reabre sus periodos, marca
      *el libro y, si su dispersion sigue en el archivo pendiente,
      *la retira para que nadie la libere despues.
           ACCEPT WKS-RV-HOY FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-RV-TRABS
           MOVE ZERO TO WKS-RV-BRUTO
           MOVE ZERO TO WKS-RV-ISR
           MOVE ZERO TO WKS-RV-IMSS
           MOVE ZERO TO WKS-RV-NETO
           MOVE ZERO TO WKS-RV-PRESTAMO
           MOVE ZERO TO WKS-RV-AHORRO
           MOVE ZERO TO WKS-RV-PGA
           MOVE ZERO TO WKS-RV-TOT-REABRE
           MOVE ZERO TO WKS-RV-PERIODOS
           MOVE ZERO TO WKS-RV-SIN-DATOS
           MOVE ZERO TO WKS-RV-SIN-ACUM
           MOVE ZERO TO WKS-RV-INFONAVIT
           MOVE ZERO TO WKS-RV-FONACOT
           MOVE ZERO TO WKS-RV-COMPRAS
           MOVE ZERO TO WKS-RV-PATRON
           OPEN OUTPUT F-REVERSA-REP
           MOVE SPACES TO REG-REVERSA-REP
           STRING "REVERSA DE LA CORRIDA " DELIMITED BY SIZE
                  WKS-RV-CORRIDA DELIMITED BY SIZE
                  " DEL " DELIMITED BY SIZE
                  CR-FECHA DELIMITED BY SIZE
                  "  POR " DELIMITED BY SIZE
                  WKS-OPER-ID DELIMITED BY SIZE
                  "  EL " DELIMITED BY SIZE
                  WKS-RV-HOY DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE "TRAB  NETO DESHECHO  PRESTAMO   AHORRO     REABIERTAS"
                TO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE ALL "-" TO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-CORRIDA TO DT-CORRIDA
           MOVE ZEROS TO DT-ID-TRAB
           START F-DETALLE KEY IS NOT LESS THAN DT-LLAVE
              INVALID KEY MOVE 1 TO WKS-RV-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-RV-FIN
           END-START
           PERFORM 00747-REVERSA-DETALLE-RENGLON
              UNTIL WKS-RV-FIN = 1
           PERFORM 00753-REVERSA-PERIODOS
           MOVE ALL "-" TO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE SPACES TO REG-REVERSA-REP
           STRING "PAGOS REVERSADOS:           " DELIMITED BY SIZE
                  WKS-RV-TRABS DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-BRUTO TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "BRUTO DESHECHO:             " DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-ISR TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "ISR DESHECHO:               " DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-IMSS TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "IMSS DESHECHO:              " DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-NETO TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "NETO DESHECHO:              " DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-PRESTAMO TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "CAPITAL DEVUELTO A PRESTAMOS:" DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-AHORRO TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "APORTACIONES RETIRADAS CAJA:" DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-PGA TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "CAPITAL DEVUELTO PREST. CAJA:" DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-INFONAVIT TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "RETENCION INFONAVIT DESHECHA:" DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-FONACOT TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "RETENCION FONACOT DESHECHA:  " DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-COMPRAS TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "SALDO DEVUELTO A COMPRAS:    " DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE WKS-RV-PATRON TO WKS-CORR-FORMATO
           MOVE SPACES TO REG-REVERSA-REP
           STRING "CUOTAS PATRONALES DESHECHAS: " DELIMITED BY SIZE
                  WKS-CORR-FORMATO DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           MOVE SPACES TO REG-REVERSA-REP
           STRING "CAPTURAS Y CARGAS REABIERTAS: "
                  DELIMITED BY SIZE
                  WKS-RV-TOT-REABRE DELIMITED BY SIZE
                  "  PERIODOS REABIERTOS: " DELIMITED BY SIZE
                  WKS-RV-PERIODOS DELIMITED BY SIZE
                  INTO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           IF WKS-RV-SIN-DATOS > 0
              MOVE SPACES TO REG-REVERSA-REP
              STRING "*PAGOS GRABADOS SIN DATOS DE PRESTAMO/AHORRO: "
                     DELIMITED BY SIZE
                     WKS-RV-SIN-DATOS DELIMITED BY SIZE
                     "; AJUSTE MANUAL" DELIMITED BY SIZE
                     INTO REG-REVERSA-REP
              WRITE REG-REVERSA-REP
           END-IF
           IF WKS-RV-SIN-ACUM > 0
              MOVE SPACES TO REG-REVERSA-REP
              STRING "*PAGOS SIN DATOS PARA REVERSAR ACUMULADOS: "
                     DELIMITED BY SIZE
                     WKS-RV-SIN-ACUM DELIMITED BY SIZE
                     "; AJUSTE MANUAL" DELIMITED BY SIZE
                     INTO REG-REVERSA-REP
              WRITE REG-REVERSA-REP
           END-IF
      *La dispersion pendiente es de la ultima corrida en 'P' (o de
      *un reparto de PTU); si es la de esta corrida se retira.
           MOVE ZERO TO WKS-DISP-PEND-CORR
           MOVE ZERO TO CR-ID-CORRIDA
           START F-CORRIDAS KEY IS NOT LESS THAN CR-ID-CORRIDA
              INVALID KEY MOVE "10" TO WKS-FS-CORRIDAS
              NOT INVALID KEY MOVE "00" TO WKS-FS-CORRIDAS
           END-START
           PERFORM 00500-REVISA-DISP-RENGLON
              UNTIL WKS-FS-CORRIDAS = "10"
           IF WKS-DISP-PEND-CORR = WKS-RV-CORRIDA
              AND WKS-DISP-PTU-PEND NOT = 'P'
              OPEN OUTPUT F-DISP-PEND
              CLOSE F-DISP-PEND
              MOVE "DISPERSION PENDIENTE DE LA CORRIDA RETIRADA."
                   TO REG-REVERSA-REP
              WRITE REG-REVERSA-REP
           END-IF
           MOVE "LOS CHEQUES DE LA CORRIDA SE CANCELAN POR SEPARADO "
                & "(PROCESOS, OPCION 19)." TO REG-REVERSA-REP
           WRITE REG-REVERSA-REP
           CLOSE F-REVERSA-REP
           MOVE WKS-RV-CORRIDA TO CR-ID-CORRIDA
           READ F-CORRIDAS
              INVALID KEY
                 DISPLAY "ERROR AL MARCAR LA CORRIDA REVERSADA."
              NOT INVALID KEY
                 MOVE 'X' TO CR-LIBERADA
                 MOVE WKS-OPER-ID TO CR-REVERSA-OPER
                 MOVE WKS-RV-HOY TO CR-REVERSA-FECHA
                 REWRITE REG-CORRIDA
                    INVALID KEY
                       DISPLAY "ERROR AL MARCAR LA CORRIDA "
                               "REVERSADA."
                 END-REWRITE
           END-READ
           MOVE "REVERSA" TO WKS-BIT-TIPO
           MOVE SPACES TO WKS-BIT-DETALLE
           STRING "CORRIDA " DELIMITED BY SIZE
                  WKS-RV-CORRIDA DELIMITED BY SIZE
                  INTO WKS-BIT-DETALLE
           PERFORM 00439-GRABA-BITACORA
           DISPLAY "CORRIDA " WKS-RV-CORRIDA " REVERSADA ("
                   WKS-RV-TRABS " PAGOS); DETALLE EN "
                   "NOMINA-REVERSA.TXT".

       00747-REVERSA-DETALLE-RENGLON.
           READ F-DETALLE NEXT RECORD
              AT END MOVE 1 TO WKS-RV-FIN
              NOT AT END
                 IF DT-CORRIDA NOT = WKS-RV-CORRIDA
                    MOVE 1 TO WKS-RV-FIN
                 ELSE
                 IF DT-REVERSADO
                    CONTINUE
                 ELSE
                    PERFORM 00748-REVERSA-PAGO
                 END-IF
                 END-IF
           END-READ.

       00748-REVERSA-PAGO.
      *Deshace un pago: acumulado anual, neto del ano del
      *trabajador, prestamo, caja de ahorro y su prestamo,
      *acumulados de INFONAVIT, FONACOT, exentos, compras por
      *nomina, IMSS, ISN y costo por departamento, y reabre lo que
      *la corrida marco como cobrado.
           ADD 1 TO WKS-RV-TRABS
           ADD DT-BRUTO TO WKS-RV-BRUTO
           ADD DT-ISR TO WKS-RV-ISR
           ADD DT-IMSS TO WKS-RV-IMSS
           ADD DT-NETO TO WKS-RV-NETO
           MOVE ZERO TO WKS-RV-TRAB-PREST
           MOVE ZERO TO WKS-RV-TRAB-AHO
           MOVE ZERO TO WKS-RV-REABRE
           MOVE DT-ID-TRAB TO AC-ID-TRAB
           MOVE DT-FECHA(1:4) TO AC-ANO
           READ F-ACUM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SUBTRACT DT-BRUTO     FROM AC-BRUTO
                 SUBTRACT DT-ISR       FROM AC-ISR
                 SUBTRACT DT-IMSS      FROM AC-IMSS
                 SUBTRACT DT-OTRAS-DED FROM AC-OTRAS-DED
                 SUBTRACT DT-OTRAS-PER FROM AC-OTRAS-PER
                 SUBTRACT DT-NETO      FROM AC-NETO
                 REWRITE REG-ACUM
                    INVALID KEY
                       DISPLAY "ERROR AL REVERSAR ACUMULADO ANUAL."
                 END-REWRITE
           END-READ
      *El neto del ano solo se toca si el pago es del ejercicio
      *abierto; uno anterior ya quedo archivado en el cierre.
           MOVE DT-ID-TRAB TO WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 1
              AND DT-FECHA(1:4) = WKS-RV-HOY(1:4)
              SUBTRACT DT-NETO FROM WKS-YTD-NETO
              PERFORM 00022-REGRABA-TRABAJADOR
           END-IF
      *Pagos grabados antes de guardar los abonos no los traen.
           IF DT-PREST-CAP NOT NUMERIC
              ADD 1 TO WKS-RV-SIN-DATOS
           ELSE
              IF DT-PREST-CAP > 0
                 MOVE DT-ID-TRAB TO PR-ID-TRAB
                 READ F-PRESTAMOS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
      *Un prestamo otorgado despues del pago es otro prestamo.
                       IF PR-FECHA-OTORGADO NOT > DT-FECHA
                          ADD DT-PREST-CAP TO PR-SALDO
                          MOVE 'A' TO PR-ESTADO
                          REWRITE REG-PRESTAMO
                             INVALID KEY
                                DISPLAY "ERROR AL REVERSAR PRESTAMO."
                          END-REWRITE
                          MOVE DT-PREST-CAP TO WKS-RV-TRAB-PREST
                          ADD DT-PREST-CAP TO WKS-RV-PRESTAMO
                       END-IF
                 END-READ
              END-IF
              COMPUTE WKS-RV-MONTO = DT-AHO-APORTA + DT-PGA-INT
              IF WKS-RV-MONTO > 0
                 MOVE DT-ID-TRAB TO AH-ID-TRAB
                 READ F-AHORRO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SUBTRACT WKS-RV-MONTO FROM AH-SALDO
                       REWRITE REG-AHORRO
                          INVALID KEY
                             DISPLAY "ERROR AL REVERSAR CAJA DE "
                                     "AHORRO."
                       END-REWRITE
                       MOVE WKS-RV-MONTO TO WKS-RV-TRAB-AHO
                       ADD DT-AHO-APORTA TO WKS-RV-AHORRO
                 END-READ
              END-IF
              IF DT-PGA-CAP > 0
                 MOVE DT-ID-TRAB TO PG-ID-TRAB
                 READ F-PREST-AHO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PG-FECHA-OTORGADO NOT > DT-FECHA
                          ADD DT-PGA-CAP TO PG-SALDO
                          MOVE 'A' TO PG-ESTADO
                          REWRITE REG-PREST-AHO
                             INVALID KEY
                                DISPLAY "ERROR AL REVERSAR PRESTAMO "
                                        "DE AHORRO."
                          END-REWRITE
                          ADD DT-PGA-CAP TO WKS-RV-PGA
                       END-IF
                 END-READ
              END-IF
           END-IF
           IF DT-INF-MONTO NOT NUMERIC
              ADD 1 TO WKS-RV-SIN-ACUM
           ELSE
              PERFORM 00895-REVERSA-ACUMULADOS
           END-IF
           MOVE DT-ID-TRAB TO HE-ID-TRAB
           MOVE ZEROS TO HE-FECHA
           START F-HORAS KEY IS NOT LESS THAN HE-LLAVE
              INVALID KEY MOVE 1 TO WKS-RV-FIN2
              NOT INVALID KEY MOVE ZERO TO WKS-RV-FIN2
           END-START
           PERFORM 00749-REVERSA-HORA-RENGLON
              UNTIL WKS-RV-FIN2 = 1
           MOVE DT-ID-TRAB TO IN-ID-TRAB
           MOVE ZEROS TO IN-FECHA
           START F-INCIDENCIAS KEY IS NOT LESS THAN IN-LLAVE
              INVALID KEY MOVE 1 TO WKS-RV-FIN2
              NOT INVALID KEY MOVE ZERO TO WKS-RV-FIN2
           END-START
           PERFORM 00750-REVERSA-INCID-RENGLON
              UNTIL WKS-RV-FIN2 = 1
           MOVE DT-ID-TRAB TO DM-ID-TRAB
           MOVE ZEROS TO DM-FECHA
           START F-DOMINICAL KEY IS NOT LESS THAN DM-LLAVE
              INVALID KEY MOVE 1 TO WKS-RV-FIN2
              NOT INVALID KEY MOVE ZERO TO WKS-RV-FIN2
           END-START
           PERFORM 00751-REVERSA-DOMIN-RENGLON
              UNTIL WKS-RV-FIN2 = 1
           MOVE DT-ID-TRAB TO VI-ID-TRAB
           START F-VIATICOS KEY IS EQUAL TO VI-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-RV-FIN2
              NOT INVALID KEY MOVE ZERO TO WKS-RV-FIN2
           END-START
           PERFORM 00832-REVERSA-VIATICO-RENGLON
              UNTIL WKS-RV-FIN2 = 1
           MOVE DT-ID-TRAB TO CE-ID-TRAB
           START F-INCAPACIDADES KEY IS EQUAL TO CE-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-RV-FIN2
              NOT INVALID KEY MOVE ZERO TO WKS-RV-FIN2
           END-START
           PERFORM 00899-REVERSA-INCAP-RENGLON
              UNTIL WKS-RV-FIN2 = 1
           MOVE DT-ID-TRAB TO CN-ID-TRAB
           MOVE ZEROS TO CN-CORTE
           START F-COMISIONES KEY IS NOT LESS THAN CN-LLAVE
              INVALID KEY MOVE 1 TO WKS-RV-FIN2
              NOT INVALID KEY MOVE ZERO TO WKS-RV-FIN2
           END-START
           PERFORM 00900-REVERSA-COMISION-RENGLON
              UNTIL WKS-RV-FIN2 = 1
           MOVE DT-ID-TRAB TO VE-ID-TRAB
           MOVE ZEROS TO VE-FECHA
           START F-VALES-RECH KEY IS NOT LESS THAN VE-LLAVE
              INVALID KEY MOVE 1 TO WKS-RV-FIN2
              NOT INVALID KEY MOVE ZERO TO WKS-RV-FIN2
           END-START
           PERFORM 00901-REVERSA-VALE-RENGLON
              UNTIL WKS-RV-FIN2 = 1
           ADD WKS-RV-REABRE TO WKS-RV-TOT-REABRE
           MOVE 'R' TO DT-ESTADO
           REWRITE REG-DETALLE
              INVALID KEY
                 DISPLAY "ERROR AL MARCAR EL PAGO REVERSADO."
           END-REWRITE
           PERFORM 00752-REVERSA-RENGLON-REP.

       00749-REVERSA-HORA-RENGLON.
           READ F-HORAS NEXT RECORD
              AT END MOVE 1 TO WKS-RV-FIN2
              NOT AT END
                 IF HE-ID-TRAB NOT = DT-ID-TRAB
                    MOVE 1 TO WKS-RV-FIN2
                 ELSE
                 IF HE-COBRADA AND HE-CORRIDA = WKS-RV-CORRIDA
                    MOVE 'P' TO HE-ESTADO
                    MOVE ZEROS TO HE-CORRIDA
                    REWRITE REG-HORAS
                       INVALID KEY
                          DISPLAY "ERROR AL REABRIR HORAS EXTRA."
                    END-REWRITE
                    ADD 1 TO WKS-RV-REABRE
                 END-IF
                 END-IF
           END-READ.

       00750-REVERSA-INCID-RENGLON.
           READ F-INCIDENCIAS NEXT RECORD
              AT END MOVE 1 TO WKS-RV-FIN2
              NOT AT END
                 IF IN-ID-TRAB NOT = DT-ID-TRAB
                    MOVE 1 TO WKS-RV-FIN2
                 ELSE
                 IF IN-APLICADA AND IN-CORRIDA = WKS-RV-CORRIDA
                    MOVE 'P' TO IN-ESTADO
                    MOVE ZEROS TO IN-CORRIDA
                    REWRITE REG-INCIDENCIA
                       INVALID KEY
                          DISPLAY "ERROR AL REABRIR INCIDENCIA."
                    END-REWRITE
                    ADD 1 TO WKS-RV-REABRE
                 END-IF
                 END-IF
           END-READ.

       00751-REVERSA-DOMIN-RENGLON.
           READ F-DOMINICAL NEXT RECORD
              AT END MOVE 1 TO WKS-RV-FIN2
              NOT AT END
                 IF DM-ID-TRAB NOT = DT-ID-TRAB
                    MOVE 1 TO WKS-RV-FIN2
                 ELSE
                 IF DM-COBRADO AND DM-CORRIDA = WKS-RV-CORRIDA
                    MOVE 'P' TO DM-ESTADO
                    MOVE ZEROS TO DM-CORRIDA
                    REWRITE REG-DOMINICAL
                       INVALID KEY
                          DISPLAY "ERROR AL REABRIR DOMINGO."
                    END-REWRITE
                    ADD 1 TO WKS-RV-REABRE
                 END-IF
                 END-IF
           END-READ.

       00895-REVERSA-ACUMULADOS.
      *Resta del acumulado bimestral del credito INFONAVIT, de los
      *creditos FONACOT del mes y de los exentos del ano lo que el
      *pago les sumo, y devuelve a cada compra por nomina su abono.
           IF DT-INF-MONTO > 0
              MOVE DT-ID-TRAB TO AI-ID-TRAB
              MOVE DT-INF-CREDITO TO AI-CREDITO
              MOVE DT-FECHA(1:4) TO AI-ANO
              MOVE DT-FECHA(5:2) TO WKS-INF-MES
              COMPUTE AI-BIM = (WKS-INF-MES + 1) / 2
              READ F-INF-AMORT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WKS-RV-MONTO = AI-RETENIDO - DT-INF-MONTO
                    IF WKS-RV-MONTO < 0
                       MOVE ZERO TO WKS-RV-MONTO
                    END-IF
                    MOVE WKS-RV-MONTO TO AI-RETENIDO
                    IF AI-CORRIDAS > 0
                       SUBTRACT 1 FROM AI-CORRIDAS
                    END-IF
                    REWRITE REG-INF-AMORT
                       INVALID KEY
                          DISPLAY "ERROR AL REVERSAR ACUMULADO "
                                  "INFONAVIT."
                    END-REWRITE
                    ADD DT-INF-MONTO TO WKS-RV-INFONAVIT
              END-READ
           END-IF
           MOVE 1 TO WKS-RV-I
           PERFORM 00896-REVERSA-FON-RENGLON
              UNTIL WKS-RV-I > DT-FON-NUM
           MOVE 1 TO WKS-RV-I
           PERFORM 00897-REVERSA-EXENTO-RENGLON
              UNTIL WKS-RV-I > DT-EXP-NUM
           MOVE 1 TO WKS-RV-I
           PERFORM 00898-REVERSA-COMPRA-RENGLON
              UNTIL WKS-RV-I > DT-DV-NUM
      *Pagos grabados antes de guardar IMSS, ISN y costos no los
      *traen.
           IF DT-PAT-IMSS NOT NUMERIC
              ADD 1 TO WKS-RV-SIN-ACUM
           ELSE
              PERFORM 00902-REVERSA-ACUM-MES
           END-IF.

       00902-REVERSA-ACUM-MES.
      *Resta del acumulado de IMSS del trabajador en el mes del
      *pago su retencion, bases y cuotas patronales, y de la base
      *de ISN y el costo de cada departamento su parte. El SDI y el
      *registro patronal del acumulado son los de la ultima corrida
      *y los repone la que sustituya a esta.
           MOVE DT-ID-TRAB TO IM-ID-TRAB
           MOVE DT-FECHA(1:6) TO IM-ANOMES
           READ F-IMSS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WKS-RV-MONTO = IM-MONTO - DT-IMSS
                 IF WKS-RV-MONTO < 0
                    MOVE ZERO TO WKS-RV-MONTO
                 END-IF
                 MOVE WKS-RV-MONTO TO IM-MONTO
                 IF IM-BASE NOT NUMERIC
                    MOVE ZERO TO IM-BASE
                 END-IF
                 IF IM-PATRON-IMSS NOT NUMERIC
                    MOVE ZERO TO IM-PATRON-IMSS
                 END-IF
                 IF IM-PATRON-RETIRO NOT NUMERIC
                    MOVE ZERO TO IM-PATRON-RETIRO
                 END-IF
                 IF IM-PATRON-INFONAVIT NOT NUMERIC
                    MOVE ZERO TO IM-PATRON-INFONAVIT
                 END-IF
                 IF IM-BASE-SDI NOT NUMERIC
                    MOVE ZERO TO IM-BASE-SDI
                 END-IF
                 COMPUTE WKS-RV-MONTO = IM-BASE - DT-BRUTO
                 IF WKS-RV-MONTO < 0
                    MOVE ZERO TO WKS-RV-MONTO
                 END-IF
                 MOVE WKS-RV-MONTO TO IM-BASE
                 COMPUTE WKS-RV-MONTO = IM-BASE-SDI - DT-IMSS-BASE
                 IF WKS-RV-MONTO < 0
                    MOVE ZERO TO WKS-RV-MONTO
                 END-IF
                 MOVE WKS-RV-MONTO TO IM-BASE-SDI
                 COMPUTE WKS-RV-MONTO = IM-PATRON-IMSS - DT-PAT-IMSS
                 IF WKS-RV-MONTO < 0
                    MOVE ZERO TO WKS-RV-MONTO
                 END-IF
                 MOVE WKS-RV-MONTO TO IM-PATRON-IMSS
                 COMPUTE WKS-RV-MONTO =
                         IM-PATRON-RETIRO - DT-PAT-RETIRO
                 IF WKS-RV-MONTO < 0
                    MOVE ZERO TO WKS-RV-MONTO
                 END-IF
                 MOVE WKS-RV-MONTO TO IM-PATRON-RETIRO
                 COMPUTE WKS-RV-MONTO =
                         IM-PATRON-INFONAVIT - DT-PAT-INFONAVIT
                 IF WKS-RV-MONTO < 0
                    MOVE ZERO TO WKS-RV-MONTO
                 END-IF
                 MOVE WKS-RV-MONTO TO IM-PATRON-INFONAVIT
                 REWRITE REG-IMSS
                    INVALID KEY
                       DISPLAY "ERROR AL REVERSAR ACUMULADO IMSS."
                 END-REWRITE
                 COMPUTE WKS-RV-PATRON = WKS-RV-PATRON + DT-PAT-IMSS
                         + DT-PAT-RETIRO + DT-PAT-INFONAVIT
           END-READ
           MOVE 1 TO WKS-RV-I
           PERFORM 00903-REVERSA-DEPTO-RENGLON
              UNTIL WKS-RV-I > 3.

       00903-REVERSA-DEPTO-RENGLON.
           IF DT-ISN-ESTADO(WKS-RV-I) NOT = SPACES
              MOVE DT-ISN-ESTADO(WKS-RV-I) TO IA-ESTADO
              MOVE DT-FECHA(1:6) TO IA-ANOMES
              MOVE DT-REG-PAT TO IA-REG-PAT
              READ F-ISN-ACUM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WKS-RV-MONTO =
                            IA-BASE - DT-ISN-BASE(WKS-RV-I)
                    IF WKS-RV-MONTO < 0
                       MOVE ZERO TO WKS-RV-MONTO
                    END-IF
                    MOVE WKS-RV-MONTO TO IA-BASE
                    REWRITE REG-ISN-ACUM
                       INVALID KEY
                          DISPLAY "ERROR AL REVERSAR ACUMULADO "
                                  "DE ISN."
                    END-REWRITE
              END-READ
           END-IF
           IF DT-KD-DEPTO(WKS-RV-I) > 0
              MOVE DT-KD-DEPTO(WKS-RV-I) TO KD-DEPTO
              MOVE DT-FECHA(1:6) TO KD-ANOMES
              READ F-COSTO-DEP
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WKS-RV-MONTO =
                            KD-BRUTO - DT-KD-BRUTO(WKS-RV-I)
                    IF WKS-RV-MONTO < 0
                       MOVE ZERO TO WKS-RV-MONTO
                    END-IF
                    MOVE WKS-RV-MONTO TO KD-BRUTO
                    COMPUTE WKS-RV-MONTO =
                            KD-NETO - DT-KD-NETO(WKS-RV-I)
                    IF WKS-RV-MONTO < 0
                       MOVE ZERO TO WKS-RV-MONTO
                    END-IF
                    MOVE WKS-RV-MONTO TO KD-NETO
                    IF KD-PATRON NOT NUMERIC
                       MOVE ZERO TO KD-PATRON
                    END-IF
                    COMPUTE WKS-RV-MONTO =
                            KD-PATRON - DT-KD-PATRON(WKS-RV-I)
                    IF WKS-RV-MONTO < 0
                       MOVE ZERO TO WKS-RV-MONTO
                    END-IF
                    MOVE WKS-RV-MONTO TO KD-PATRON
                    REWRITE REG-COSTO-DEP
                       INVALID KEY
                          DISPLAY "ERROR AL REVERSAR COSTO POR "
                                  "DEPARTAMENTO."
                    END-REWRITE
              END-READ
           END-IF
           ADD 1 TO WKS-RV-I.

       00896-REVERSA-FON-RENGLON.
           MOVE DT-FECHA(1:6) TO FN-ANOMES
           MOVE DT-ID-TRAB TO FN-ID-TRAB
           MOVE DT-FON-CREDITO(WKS-RV-I) TO FN-CREDITO
           READ F-FONACOT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WKS-RV-MONTO =
                         FN-RETENIDO - DT-FON-MONTO(WKS-RV-I)
                 IF WKS-RV-MONTO < 0
                    MOVE ZERO TO WKS-RV-MONTO
                 END-IF
                 MOVE WKS-RV-MONTO TO FN-RETENIDO
                 IF FN-CORRIDAS > 0
                    SUBTRACT 1 FROM FN-CORRIDAS
                 END-IF
                 REWRITE REG-FONACOT
                    INVALID KEY
                       DISPLAY "ERROR AL REVERSAR CREDITO FONACOT."
                 END-REWRITE
                 ADD DT-FON-MONTO(WKS-RV-I) TO WKS-RV-FONACOT
           END-READ
           ADD 1 TO WKS-RV-I.

       00897-REVERSA-EXENTO-RENGLON.
           MOVE DT-ID-TRAB TO EX-ID-TRAB
           MOVE DT-FECHA(1:4) TO EX-ANO
           MOVE DT-EXP-RUBRO(WKS-RV-I) TO EX-RUBRO
           READ F-EXENTOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WKS-RV-MONTO =
                         EX-EXENTO - DT-EXP-EXENTO(WKS-RV-I)
                 IF WKS-RV-MONTO < 0
                    MOVE ZERO TO WKS-RV-MONTO
                 END-IF
                 MOVE WKS-RV-MONTO TO EX-EXENTO
                 COMPUTE WKS-RV-MONTO =
                         EX-GRAVADO - DT-EXP-GRAVADO(WKS-RV-I)
                 IF WKS-RV-MONTO < 0
                    MOVE ZERO TO WKS-RV-MONTO
                 END-IF
                 MOVE WKS-RV-MONTO TO EX-GRAVADO
                 REWRITE REG-EXENTO
                    INVALID KEY
                       DISPLAY "ERROR AL REVERSAR EXENTOS DEL ANO."
                 END-REWRITE
           END-READ
           ADD 1 TO WKS-RV-I.

       00898-REVERSA-COMPRA-RENGLON.
      *El abono sale de lo pendiente por aplicar al folio. Si el
      *calculador de IVA ya lo aplico, DV-POR-APLICAR queda negativo
      *y el descuento de la corrida que sustituya a esta lo compensa
      *sin que el folio se abone dos veces.
           MOVE DT-DV-LLAVE(WKS-RV-I) TO DV-LLAVE
           READ F-DESC-VENTAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD DT-DV-ABONO(WKS-RV-I) TO DV-SALDO
                 SUBTRACT DT-DV-ABONO(WKS-RV-I) FROM DV-POR-APLICAR
                 IF DV-LIQUIDADA AND DV-SALDO > 0
                    MOVE 'A' TO DV-ESTADO
                 END-IF
                 REWRITE REG-DESC-VENTA
                    INVALID KEY
                       DISPLAY "ERROR AL REVERSAR COMPRA POR NOMINA."
                 END-REWRITE
                 ADD DT-DV-ABONO(WKS-RV-I) TO WKS-RV-COMPRAS
           END-READ
           ADD 1 TO WKS-RV-I.

       00899-REVERSA-INCAP-RENGLON.
           READ F-INCAPACIDADES NEXT RECORD
              AT END MOVE 1 TO WKS-RV-FIN2
              NOT AT END
                 IF CE-ID-TRAB NOT = DT-ID-TRAB
                    MOVE 1 TO WKS-RV-FIN2
                 ELSE
                 IF CE-APLICADO AND CE-CORRIDA = WKS-RV-CORRIDA
                    MOVE 'P' TO CE-ESTADO
                    MOVE ZEROS TO CE-CORRIDA
                    REWRITE REG-INCAPACIDAD
                       INVALID KEY
                          DISPLAY "ERROR AL REABRIR INCAPACIDAD."
                    END-REWRITE
                    ADD 1 TO WKS-RV-REABRE
                 END-IF
                 END-IF
           END-READ.

       00900-REVERSA-COMISION-RENGLON.
           READ F-COMISIONES NEXT RECORD
              AT END MOVE 1 TO WKS-RV-FIN2
              NOT AT END
                 IF CN-ID-TRAB NOT = DT-ID-TRAB
                    MOVE 1 TO WKS-RV-FIN2
                 ELSE
                 IF CN-COBRADA AND CN-CORRIDA = WKS-RV-CORRIDA
                    MOVE 'P' TO CN-ESTADO
                    MOVE ZEROS TO CN-CORRIDA
                    REWRITE REG-COMISION
                       INVALID KEY
                          DISPLAY "ERROR AL REABRIR COMISION."
                    END-REWRITE
                    ADD 1 TO WKS-RV-REABRE
                 END-IF
                 END-IF
           END-READ.

       00901-REVERSA-VALE-RENGLON.
      *Las cargas que la corrida reenvio vuelven a pendientes; la
      *que dejo pendiente por falta de tarjeta se retira (o se
      *descuenta de la del mismo dia con la que se sumo).
           READ F-VALES-RECH NEXT RECORD
              AT END MOVE 1 TO WKS-RV-FIN2
              NOT AT END
                 IF VE-ID-TRAB NOT = DT-ID-TRAB
                    MOVE 1 TO WKS-RV-FIN2
                 ELSE
                 IF VE-REENVIADO AND VE-CORRIDA = WKS-RV-CORRIDA
                    MOVE 'P' TO VE-ESTADO
                    MOVE ZEROS TO VE-CORRIDA
                    REWRITE REG-VALES-RECH
                       INVALID KEY
                          DISPLAY "ERROR AL REABRIR CARGA DE VALES."
                    END-REWRITE
                    ADD 1 TO WKS-RV-REABRE
                 ELSE
                 IF VE-POR-REENVIAR AND VE-MOTIVO = "ST"
                    AND VE-FECHA = DT-FECHA AND DT-VALES-PEND = 'S'
                    IF VE-IMPORTE > DT-VALES
                       SUBTRACT DT-VALES FROM VE-IMPORTE
                       REWRITE REG-VALES-RECH
                          INVALID KEY
                             DISPLAY "ERROR AL RETIRAR CARGA DE "
                                     "VALES."
                       END-REWRITE
                    ELSE
                       DELETE F-VALES-RECH RECORD
                          INVALID KEY
                             DISPLAY "ERROR AL RETIRAR CARGA DE "
                                     "VALES."
                       END-DELETE
                    END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.

       00752-REVERSA-RENGLON-REP.
           MOVE SPACES TO WKS-LIN-REVERSA
           MOVE DT-ID-TRAB TO WKS-LR-ID
           MOVE DT-NETO TO WKS-LR-NETO
           MOVE WKS-RV-TRAB-PREST TO WKS-LR-PRESTAMO
           MOVE WKS-RV-TRAB-AHO TO WKS-LR-AHORRO
           MOVE WKS-RV-REABRE TO WKS-LR-REABRE
           WRITE REG-REVERSA-REP FROM WKS-LIN-REVERSA.

       00753-REVERSA-PERIODOS.
      *Reabre los periodos del calendario que cerro la corrida.
           MOVE ZEROS TO PE-LLAVE
           START F-PERIODOS KEY IS NOT LESS THAN PE-LLAVE
              INVALID KEY MOVE 1 TO WKS-RV-FIN2
              NOT INVALID KEY MOVE ZERO TO WKS-RV-FIN2
           END-START
           PERFORM 00754-REVERSA-PERIODO-RENGLON
              UNTIL WKS-RV-FIN2 = 1.

       00754-REVERSA-PERIODO-RENGLON.
           READ F-PERIODOS NEXT RECORD
              AT END MOVE 1 TO WKS-RV-FIN2
              NOT AT END
                 IF PE-ESTADO = 'C' AND PE-CORRIDA = WKS-RV-CORRIDA
                    MOVE 'A' TO PE-ESTADO
                    MOVE ZEROS TO PE-CORRIDA
                    REWRITE REG-PERIODO
                       INVALID KEY
                          DISPLAY "ERROR AL REABRIR PERIODO."
                    END-REWRITE
                    ADD 1 TO WKS-RV-PERIODOS
                    MOVE SPACES TO REG-REVERSA-REP
                    STRING "PERIODO REABIERTO: FRECUENCIA "
                           DELIMITED BY SIZE
                           PE-FRECUENCIA DELIMITED BY SIZE
                           " ANO " DELIMITED BY SIZE
                           PE-ANO DELIMITED BY SIZE
                           " NUMERO " DELIMITED BY SIZE
                           PE-NUMERO DELIMITED BY SIZE
                           INTO REG-REVERSA-REP
                    WRITE REG-REVERSA-REP
                 END-IF
           END-READ.

       00755-JEFE-EFECTIVO.
      *Jefe inmediato del trabajador del area de trabajo: el suyo
      *propio o, en cero, el de la plaza que ocupa. Queda en
      *WKS-OG-JEFE-EF (cero si no tiene).
           MOVE WKS-JEFE TO WKS-OG-JEFE-EF
           IF WKS-OG-JEFE-EF = 0 AND WKS-PLAZA > 0
              MOVE WKS-DEPARTAMENTO(1) TO PZ-DEPTO
              MOVE WKS-PLAZA TO PZ-NUMERO
              READ F-PLAZAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PZ-JEFE NUMERIC
                       MOVE PZ-JEFE TO WKS-OG-JEFE-EF
                    END-IF
              END-READ
           END-IF
           IF WKS-OG-JEFE-EF = WKS-ID-TRAB
              MOVE ZERO TO WKS-OG-JEFE-EF
           END-IF.

       00756-CARGA-JERARQUIA.
      *Carga a memoria, indexado por ID, el jefe efectivo, el
      *departamento y si esta activo cada trabajador, y la lista de
      *activos en orden de ID. Barre el archivo: quien llama
      *vuelve a leer su trabajador si lo necesita.
           MOVE ZEROS TO WKS-OG-TABLA
           MOVE ZERO TO WKS-OG-NUM
           PERFORM 00222-INICIA-BARRIDO-TRAB
           PERFORM 00757-CARGA-JERARQUIA-RENGLON
              UNTIL WKS-BARRIDO-FIN = 1.

       00757-CARGA-JERARQUIA-RENGLON.
           PERFORM 00223-LEE-SIGUIENTE-TRAB
           IF WKS-BARRIDO-FIN = 0 AND WKS-ID-TRAB > 0
              PERFORM 00755-JEFE-EFECTIVO
              MOVE WKS-OG-JEFE-EF TO WKS-OG-JEFE(WKS-ID-TRAB)
              MOVE WKS-DEPARTAMENTO(1) TO WKS-OG-DEPTO(WKS-ID-TRAB)
              IF WKS-ACTIVO
                 MOVE 1 TO WKS-OG-ACT(WKS-ID-TRAB)
                 IF WKS-OG-NUM < 999
                    ADD 1 TO WKS-OG-NUM
                    MOVE WKS-ID-TRAB TO WKS-OG-ID(WKS-OG-NUM)
                 END-IF
              END-IF
           END-IF.

       00758-REVISA-CICLO.
      *Sube desde el jefe propuesto (WKS-OG-SUP) por la cadena de
      *mando; si llega al trabajador (WKS-OG-SUB) el jefe depende
      *de el y se formaria un ciclo.
           MOVE ZERO TO WKS-OG-CICLO
           MOVE WKS-OG-SUP TO WKS-OG-CUR
           MOVE ZERO TO WKS-OG-PASOS
           PERFORM 00759-SUBE-JEFE
              UNTIL WKS-OG-CUR = 0
                 OR WKS-OG-CUR = WKS-OG-SUB
                 OR WKS-OG-PASOS > 999
           IF WKS-OG-CUR = WKS-OG-SUB
              MOVE 1 TO WKS-OG-CICLO
           END-IF.

       00759-SUBE-JEFE.
           MOVE WKS-OG-JEFE(WKS-OG-CUR) TO WKS-OG-CUR
           ADD 1 TO WKS-OG-PASOS.

       00760-VALIDA-JEFE.
      *El jefe propuesto debe existir y estar activo, no ser el
      *mismo trabajador ni depender de el. Requiere la jerarquia
      *cargada (00756).
           MOVE 1 TO WKS-OG-OK
           IF WKS-OG-SUP > 0
              IF WKS-OG-ACT(WKS-OG-SUP) NOT = 1
                 DISPLAY "EL JEFE " WKS-OG-SUP " NO EXISTE O ESTA "
                         "DADO DE BAJA."
                 MOVE ZERO TO WKS-OG-OK
              ELSE
              IF WKS-OG-SUB > 0 AND WKS-OG-SUP = WKS-OG-SUB
                 DISPLAY "UN TRABAJADOR NO PUEDE SER SU PROPIO JEFE."
                 MOVE ZERO TO WKS-OG-OK
              ELSE
              IF WKS-OG-SUB > 0
                 PERFORM 00758-REVISA-CICLO
                 IF WKS-OG-CICLO = 1
                    DISPLAY "EL JEFE " WKS-OG-SUP " DEPENDE DEL "
                            "TRABAJADOR " WKS-OG-SUB "; SE FORMARIA "
                            "UN CICLO EN LA CADENA DE MANDO."
                    MOVE ZERO TO WKS-OG-OK
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       00761-ASIGNA-JEFE-TRAB.
      *Captura el jefe inmediato de un trabajador activo; en cero
      *toma el de la plaza que ocupa.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "NO EXISTE ESE TRABAJADOR."
           ELSE
           IF NOT WKS-ACTIVO
              DISPLAY "EL TRABAJADOR ESTA DADO DE BAJA."
           ELSE
              DISPLAY "JEFE INMEDIATO ACTUAL: " WKS-JEFE
                      " (0 = EL DE SU PLAZA)"
              DISPLAY "ID DEL JEFE INMEDIATO (0 = EL DE SU PLAZA): "
              ACCEPT WKS-OG-SUP
              MOVE WKS-ID-TRAB TO WKS-OG-SUB
              MOVE WKS-JEFE TO WKS-OG-ANTERIOR
              PERFORM 00756-CARGA-JERARQUIA
              PERFORM 00760-VALIDA-JEFE
              IF WKS-OG-OK = 1
                 MOVE WKS-OG-SUB TO WKS-ID-AUX
                 PERFORM 00226-LEE-TRAB-POR-ID
                 MOVE WKS-OG-SUP TO WKS-JEFE
                 PERFORM 00022-REGRABA-TRABAJADOR
                 MOVE 'JEFE' TO WKS-LH-CAMPO
                 MOVE WKS-OG-ANTERIOR TO WKS-LH-ANTERIOR
                 MOVE WKS-OG-SUP TO WKS-LH-NUEVO
                 PERFORM 00037-GRABA-HISTORIAL
                 DISPLAY "JEFE INMEDIATO ACTUALIZADO."
              END-IF
           END-IF
           END-IF.

       00762-ASIGNA-JEFE-PLAZA.
      *Captura el jefe de una plaza: lo hereda quien la ocupe sin
      *jefe propio.
           DISPLAY "CODIGO DEL DEPARTAMENTO: "
           ACCEPT PZ-DEPTO
           DISPLAY "NUMERO DE PLAZA: "
           ACCEPT PZ-NUMERO
           MOVE PZ-DEPTO TO WKS-OG-PZ-DEPTO
           MOVE PZ-NUMERO TO WKS-OG-PZ-NUM
           READ F-PLAZAS
              INVALID KEY
                 DISPLAY "NO EXISTE ESA PLAZA."
                 MOVE ZERO TO WKS-OG-OK
              NOT INVALID KEY
                 MOVE 1 TO WKS-OG-OK
           END-READ
           IF WKS-OG-OK = 1
              IF PZ-JEFE NOT NUMERIC
                 MOVE ZERO TO PZ-JEFE
              END-IF
              DISPLAY "PLAZA " PZ-PUESTO "  JEFE ACTUAL: " PZ-JEFE
              DISPLAY "ID DEL JEFE DE LA PLAZA (0 = NINGUNO): "
              ACCEPT WKS-OG-SUP
      *Con la plaza ocupada, el ocupante no puede ser jefe de su
      *propia plaza ni de alguien de quien depende.
              IF PZ-OCUPADA
                 MOVE PZ-ID-OCUPANTE TO WKS-OG-SUB
              ELSE
                 MOVE ZERO TO WKS-OG-SUB
              END-IF
              PERFORM 00756-CARGA-JERARQUIA
              PERFORM 00760-VALIDA-JEFE
              IF WKS-OG-OK = 1
                 MOVE WKS-OG-PZ-DEPTO TO PZ-DEPTO
                 MOVE WKS-OG-PZ-NUM TO PZ-NUMERO
                 READ F-PLAZAS
                    INVALID KEY
                       DISPLAY "NO EXISTE ESA PLAZA."
                    NOT INVALID KEY
                       MOVE WKS-OG-SUP TO PZ-JEFE
                       REWRITE REG-PLAZA
                          INVALID KEY
                             DISPLAY "ERROR AL GRABAR LA PLAZA."
                          NOT INVALID KEY
                             DISPLAY "JEFE DE LA PLAZA ACTUALIZADO."
                       END-REWRITE
                 END-READ
              END-IF
           END-IF.

       00763-ORGANIGRAMA.
      *Organigrama por departamento en NOMINA-ORGANIGRAMA.TXT: cada
      *jefe con sus subordinados sangrados debajo. Encabezan cada
      *departamento quienes no tienen jefe activo en el mismo
      *departamento (con nota de donde esta su jefe).
           PERFORM 00756-CARGA-JERARQUIA
           OPEN OUTPUT F-ORG-REP
           MOVE "ORGANIGRAMA POR DEPARTAMENTO" TO REG-ORG-REP
           WRITE REG-ORG-REP
           MOVE ZEROS TO DP-CODIGO
           START F-DEPARTAMENTOS KEY IS NOT LESS THAN DP-CODIGO
              INVALID KEY MOVE 1 TO WKS-OG-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-OG-FIN
           END-START
           PERFORM 00764-ORG-DEPTO-RENGLON
              UNTIL WKS-OG-FIN = 1
      *Trabajadores sin departamento asignado.
           MOVE ZERO TO WKS-OG-DEPTO-ACT
           MOVE ZERO TO WKS-OG-IMPRESOS
           PERFORM 00765-ORG-DEPTO-ARBOL
           CLOSE F-ORG-REP
           DISPLAY "ORGANIGRAMA GENERADO EN NOMINA-ORGANIGRAMA.TXT".

       00764-ORG-DEPTO-RENGLON.
           READ F-DEPARTAMENTOS NEXT RECORD
              AT END MOVE 1 TO WKS-OG-FIN
              NOT AT END
                 MOVE DP-CODIGO TO WKS-OG-DEPTO-ACT
                 MOVE ALL "=" TO REG-ORG-REP
                 WRITE REG-ORG-REP
                 MOVE SPACES TO REG-ORG-REP
                 STRING "DEPARTAMENTO " DELIMITED BY SIZE
                        DP-CODIGO DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        DP-NOMBRE DELIMITED BY SIZE
                        INTO REG-ORG-REP
                 WRITE REG-ORG-REP
                 MOVE ZERO TO WKS-OG-IMPRESOS
                 PERFORM 00765-ORG-DEPTO-ARBOL
                 IF WKS-OG-IMPRESOS = 0
                    MOVE "   (SIN PERSONAL ACTIVO)" TO REG-ORG-REP
                    WRITE REG-ORG-REP
                 END-IF
           END-READ.

       00765-ORG-DEPTO-ARBOL.
      *Recorrido en profundidad con pila: se apilan las cabezas del
      *departamento en orden inverso de ID para sacarlas en orden,
      *y al sacar cada uno se apilan sus subordinados.
           MOVE ZERO TO WKS-OG-TOPE
           MOVE WKS-OG-NUM TO WKS-OG-I
           PERFORM 00766-ORG-EMPUJA-RAIZ
              UNTIL WKS-OG-I = 0
           PERFORM 00767-ORG-SACA
              UNTIL WKS-OG-TOPE = 0.

       00766-ORG-EMPUJA-RAIZ.
           MOVE WKS-OG-ID(WKS-OG-I) TO WKS-OG-CUR
           IF WKS-OG-DEPTO(WKS-OG-CUR) = WKS-OG-DEPTO-ACT
              MOVE WKS-OG-JEFE(WKS-OG-CUR) TO WKS-OG-SUP
              MOVE ZERO TO WKS-OG-ES-RAIZ
              IF WKS-OG-SUP = 0
                 MOVE 1 TO WKS-OG-ES-RAIZ
              ELSE
              IF WKS-OG-ACT(WKS-OG-SUP) NOT = 1
                 OR WKS-OG-DEPTO(WKS-OG-SUP) NOT = WKS-OG-DEPTO-ACT
                 MOVE 1 TO WKS-OG-ES-RAIZ
              END-IF
              END-IF
              IF WKS-OG-ES-RAIZ = 1 AND WKS-OG-TOPE < 999
                 ADD 1 TO WKS-OG-TOPE
                 MOVE WKS-OG-CUR TO WKS-OG-P-ID(WKS-OG-TOPE)
                 MOVE ZERO TO WKS-OG-P-NIVEL(WKS-OG-TOPE)
              END-IF
           END-IF
           SUBTRACT 1 FROM WKS-OG-I.

       00767-ORG-SACA.
           MOVE WKS-OG-P-ID(WKS-OG-TOPE) TO WKS-OG-CUR
           MOVE WKS-OG-P-NIVEL(WKS-OG-TOPE) TO WKS-OG-NIVEL
           SUBTRACT 1 FROM WKS-OG-TOPE
           PERFORM 00768-ORG-IMPRIME
           COMPUTE WKS-OG-NIVEL-HIJO = WKS-OG-NIVEL + 1
           MOVE WKS-OG-NUM TO WKS-OG-I
           PERFORM 00769-ORG-EMPUJA-HIJO
              UNTIL WKS-OG-I = 0.

       00768-ORG-IMPRIME.
           ADD 1 TO WKS-OG-IMPRESOS
           MOVE WKS-OG-CUR TO WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           MOVE SPACES TO WKS-OG-NOTA
           MOVE WKS-OG-JEFE(WKS-OG-CUR) TO WKS-OG-SUP
           IF WKS-OG-NIVEL = 0 AND WKS-OG-SUP > 0
              IF WKS-OG-ACT(WKS-OG-SUP) NOT = 1
                 STRING "(JEFE " DELIMITED BY SIZE
                        WKS-OG-SUP DELIMITED BY SIZE
                        " DADO DE BAJA)" DELIMITED BY SIZE
                        INTO WKS-OG-NOTA
              ELSE
                 STRING "(JEFE " DELIMITED BY SIZE
                        WKS-OG-SUP DELIMITED BY SIZE
                        " EN DEPTO " DELIMITED BY SIZE
                        WKS-OG-DEPTO(WKS-OG-SUP) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WKS-OG-NOTA
              END-IF
           END-IF
           MOVE SPACES TO WKS-OG-LINEA
           STRING WKS-ID-TRAB DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WKS-NOMBRE-TRAB DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WKS-APELL-PAT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WKS-OG-NOTA DELIMITED BY "  "
                  INTO WKS-OG-LINEA
      *Tres columnas de sangria por nivel, hasta diez niveles.
           IF WKS-OG-NIVEL > 10
              MOVE 10 TO WKS-OG-NIVEL
           END-IF
           COMPUTE WKS-OG-COL = WKS-OG-NIVEL * 3 + 4
           MOVE SPACES TO REG-ORG-REP
           MOVE WKS-OG-LINEA TO REG-ORG-REP(WKS-OG-COL:)
           WRITE REG-ORG-REP.

       00769-ORG-EMPUJA-HIJO.
           MOVE WKS-OG-ID(WKS-OG-I) TO WKS-OG-HIJO
           IF WKS-OG-JEFE(WKS-OG-HIJO) = WKS-OG-CUR
              AND WKS-OG-DEPTO(WKS-OG-HIJO) = WKS-OG-DEPTO-ACT
              AND WKS-OG-TOPE < 999
              ADD 1 TO WKS-OG-TOPE
              MOVE WKS-OG-HIJO TO WKS-OG-P-ID(WKS-OG-TOPE)
              MOVE WKS-OG-NIVEL-HIJO TO WKS-OG-P-NIVEL(WKS-OG-TOPE)
           END-IF
           SUBTRACT 1 FROM WKS-OG-I.

       00770-TRAMO-CONTROL.
      *Tramo de control en NOMINA-TRAMO-CONTROL.TXT: por cada jefe
      *activo, cuantos le reportan directo y cuantos por debajo de
      *ellos. La cadena se corta en un jefe dado de baja.
           PERFORM 00756-CARGA-JERARQUIA
           MOVE 1 TO WKS-OG-I
           PERFORM 00771-TRAMO-CUENTA
              UNTIL WKS-OG-I > WKS-OG-NUM
           OPEN OUTPUT F-TRAMO-REP
           MOVE "TRAMO DE CONTROL POR JEFE" TO REG-TRAMO-REP
           WRITE REG-TRAMO-REP
           MOVE "JEFE  NOMBRE                          DEPTO  DIRECTOS"
                & "  INDIRECTOS  TOTAL" TO REG-TRAMO-REP
           WRITE REG-TRAMO-REP
           MOVE ALL "-" TO REG-TRAMO-REP
           WRITE REG-TRAMO-REP
           MOVE ZERO TO WKS-OG-JEFES
           MOVE ZERO TO WKS-OG-MAYOR
           MOVE 1 TO WKS-OG-I
           PERFORM 00773-TRAMO-RENGLON
              UNTIL WKS-OG-I > WKS-OG-NUM
           MOVE ALL "-" TO REG-TRAMO-REP
           WRITE REG-TRAMO-REP
           MOVE SPACES TO REG-TRAMO-REP
           STRING "JEFES CON PERSONAL A CARGO: " DELIMITED BY SIZE
                  WKS-OG-JEFES DELIMITED BY SIZE
                  "  MAYOR TRAMO DIRECTO: " DELIMITED BY SIZE
                  WKS-OG-MAYOR DELIMITED BY SIZE
                  INTO REG-TRAMO-REP
           WRITE REG-TRAMO-REP
           CLOSE F-TRAMO-REP
           DISPLAY "TRAMO DE CONTROL GENERADO EN "
                   "NOMINA-TRAMO-CONTROL.TXT".

       00771-TRAMO-CUENTA.
           MOVE WKS-OG-ID(WKS-OG-I) TO WKS-OG-CUR
           MOVE WKS-OG-JEFE(WKS-OG-CUR) TO WKS-OG-SUP
           IF WKS-OG-SUP > 0
              IF WKS-OG-ACT(WKS-OG-SUP) = 1
                 ADD 1 TO WKS-OG-DIR(WKS-OG-SUP)
              END-IF
           END-IF
           MOVE ZERO TO WKS-OG-PASOS
           PERFORM 00772-TRAMO-SUBE
              UNTIL WKS-OG-SUP = 0
                 OR WKS-OG-SUP = WKS-OG-CUR
                 OR WKS-OG-PASOS > 999
           ADD 1 TO WKS-OG-I.

       00772-TRAMO-SUBE.
           IF WKS-OG-ACT(WKS-OG-SUP) = 1
              ADD 1 TO WKS-OG-TOT(WKS-OG-SUP)
              MOVE WKS-OG-JEFE(WKS-OG-SUP) TO WKS-OG-SUP
           ELSE
              MOVE ZERO TO WKS-OG-SUP
           END-IF
           ADD 1 TO WKS-OG-PASOS.

       00773-TRAMO-RENGLON.
           MOVE WKS-OG-ID(WKS-OG-I) TO WKS-OG-CUR
           IF WKS-OG-DIR(WKS-OG-CUR) > 0
              ADD 1 TO WKS-OG-JEFES
              IF WKS-OG-DIR(WKS-OG-CUR) > WKS-OG-MAYOR
                 MOVE WKS-OG-DIR(WKS-OG-CUR) TO WKS-OG-MAYOR
              END-IF
              MOVE WKS-OG-CUR TO WKS-ID-AUX
              PERFORM 00226-LEE-TRAB-POR-ID
              MOVE SPACES TO WKS-LIN-TRAMO
              MOVE WKS-OG-CUR TO WKS-LT-ID
              STRING WKS-NOMBRE-TRAB DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     WKS-APELL-PAT DELIMITED BY "  "
                     INTO WKS-LT-NOMBRE
              MOVE WKS-OG-DEPTO(WKS-OG-CUR) TO WKS-LT-DEPTO
              MOVE WKS-OG-DIR(WKS-OG-CUR) TO WKS-LT-DIRECTOS
              COMPUTE WKS-LT-INDIRECTOS = WKS-OG-TOT(WKS-OG-CUR)
                      - WKS-OG-DIR(WKS-OG-CUR)
              MOVE WKS-OG-TOT(WKS-OG-CUR) TO WKS-LT-TOTAL
              WRITE REG-TRAMO-REP FROM WKS-LIN-TRAMO
           END-IF
           ADD 1 TO WKS-OG-I.

       00774-SIN-JEFE-PENDIENTES.
      *Despues de las bajas: lista los trabajadores activos cuyo
      *jefe (propio o de su plaza) acaba de darse de baja, y las
      *plazas que lo tienen como jefe, para que RH los reasigne. Se
      *hace al terminar la busqueda para no mover el archivo de
      *trabajadores a media consulta.
           IF WKS-OG-BAJAS-NUM > 0
              PERFORM 00756-CARGA-JERARQUIA
              OPEN OUTPUT F-SIN-JEFE-REP
              MOVE "TRABAJADORES Y PLAZAS QUE QUEDAN SIN JEFE"
                   TO REG-SIN-JEFE-REP
              WRITE REG-SIN-JEFE-REP
              MOVE ZERO TO WKS-OG-HUERFANOS
              MOVE 1 TO WKS-OG-B
              PERFORM 00775-SIN-JEFE-DE-BAJA
                 UNTIL WKS-OG-B > WKS-OG-BAJAS-NUM
              CLOSE F-SIN-JEFE-REP
              IF WKS-OG-HUERFANOS > 0
                 DISPLAY "QUEDAN " WKS-OG-HUERFANOS " TRABAJADORES "
                         "SIN JEFE; REASIGNELOS (LISTA EN "
                         "NOMINA-SIN-JEFE.TXT)."
              END-IF
              MOVE ZERO TO WKS-OG-BAJAS-NUM
           END-IF.

       00775-SIN-JEFE-DE-BAJA.
           MOVE WKS-OG-BAJA(WKS-OG-B) TO WKS-OG-SUP
           MOVE SPACES TO REG-SIN-JEFE-REP
           STRING "JEFE DADO DE BAJA: " DELIMITED BY SIZE
                  WKS-OG-SUP DELIMITED BY SIZE
                  INTO REG-SIN-JEFE-REP
           WRITE REG-SIN-JEFE-REP
           MOVE 1 TO WKS-OG-I
           PERFORM 00776-SIN-JEFE-TRAB
              UNTIL WKS-OG-I > WKS-OG-NUM
           MOVE ZEROS TO PZ-LLAVE
           START F-PLAZAS KEY IS NOT LESS THAN PZ-LLAVE
              INVALID KEY MOVE 1 TO WKS-OG-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-OG-FIN
           END-START
           PERFORM 00777-SIN-JEFE-PLAZA
              UNTIL WKS-OG-FIN = 1
           ADD 1 TO WKS-OG-B.

       00776-SIN-JEFE-TRAB.
           MOVE WKS-OG-ID(WKS-OG-I) TO WKS-OG-CUR
           IF WKS-OG-JEFE(WKS-OG-CUR) = WKS-OG-SUP
              ADD 1 TO WKS-OG-HUERFANOS
              MOVE WKS-OG-CUR TO WKS-ID-AUX
              PERFORM 00226-LEE-TRAB-POR-ID
              MOVE SPACES TO REG-SIN-JEFE-REP
              STRING "   TRABAJADOR " DELIMITED BY SIZE
                     WKS-ID-TRAB DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WKS-NOMBRE-TRAB DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     WKS-APELL-PAT DELIMITED BY "  "
                     "  DEPTO " DELIMITED BY SIZE
                     WKS-DEPARTAMENTO(1) DELIMITED BY SIZE
                     INTO REG-SIN-JEFE-REP
              WRITE REG-SIN-JEFE-REP
              DISPLAY "SIN JEFE: " WKS-ID-TRAB " " WKS-NOMBRE-TRAB
           END-IF
           ADD 1 TO WKS-OG-I.

       00777-SIN-JEFE-PLAZA.
           READ F-PLAZAS NEXT RECORD
              AT END MOVE 1 TO WKS-OG-FIN
              NOT AT END
                 IF PZ-JEFE NUMERIC AND PZ-JEFE = WKS-OG-SUP
                    AND NOT PZ-CANCELADA
                    MOVE SPACES TO REG-SIN-JEFE-REP
                    STRING "   PLAZA " DELIMITED BY SIZE
                           PZ-DEPTO DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           PZ-NUMERO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PZ-PUESTO DELIMITED BY SIZE
                           INTO REG-SIN-JEFE-REP
                    WRITE REG-SIN-JEFE-REP
                 END-IF
           END-READ.

       00778-PROYECCION-COSTO.
      *Proyeccion del costo de nomina de los doce meses siguientes
      *por departamento: salario vigente con los aumentos ya
      *capturados con fecha efectiva futura, hasta el fin del
      *contrato de los temporales; plazas vacantes a su salario
      *autorizado; aguinaldo en diciembre, prima vacacional en el
      *mes de aniversario, cuotas patronales e ISN. Cada mes se
      *compara contra la doceava parte del presupuesto anual.
           DISPLAY "MES INICIAL DE LA PROYECCION (AAAAMM, 0 = MES "
                   "SIGUIENTE): "
           ACCEPT WKS-PY-INI
           IF WKS-PY-INI = 0
              ACCEPT WKS-ARC-HOY FROM DATE YYYYMMDD
              COMPUTE WKS-PY-ANO = WKS-ARC-HOY / 10000
              COMPUTE WKS-PY-MES = WKS-ARC-HOY / 100
                      - WKS-PY-ANO * 100
              IF WKS-PY-MES = 12
                 MOVE 1 TO WKS-PY-MES
                 ADD 1 TO WKS-PY-ANO
              ELSE
                 ADD 1 TO WKS-PY-MES
              END-IF
           ELSE
              COMPUTE WKS-PY-ANO = WKS-PY-INI / 100
              COMPUTE WKS-PY-MES = WKS-PY-INI - WKS-PY-ANO * 100
           END-IF
           IF WKS-PY-MES < 1 OR WKS-PY-MES > 12
              DISPLAY "MES INVALIDO."
           ELSE
              PERFORM 00779-PROY-CUERPO
           END-IF.

       00779-PROY-CUERPO.
           MOVE 1 TO WKS-PY-M
           PERFORM 00780-PROY-ARMA-MES
              UNTIL WKS-PY-M > 12
           MOVE ZEROS TO WKS-PY-TABLA
           MOVE ZEROS TO WKS-PY-EMPRESA
      *Tasas patronales y UMA vigentes al arranque de la proyeccion.
           COMPUTE WKS-PAR-FECHA-REF = WKS-PY-AM(1) * 100 + 1
           PERFORM 00088-BUSCA-PARAMETROS
           PERFORM 00222-INICIA-BARRIDO-TRAB
           PERFORM 00781-PROY-TRAB-RENGLON
              UNTIL WKS-BARRIDO-FIN = 1
           MOVE ZEROS TO PZ-LLAVE
           START F-PLAZAS KEY IS NOT LESS THAN PZ-LLAVE
              INVALID KEY MOVE 1 TO WKS-PY-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-PY-FIN
           END-START
           PERFORM 00786-PROY-PLAZA-RENGLON
              UNTIL WKS-PY-FIN = 1
           OPEN OUTPUT F-PROY-REP
           MOVE SPACES TO REG-PROY-REP
           STRING "PROYECCION DE COSTO DE NOMINA " DELIMITED BY SIZE
                  WKS-PY-AM(1) DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WKS-PY-AM(12) DELIMITED BY SIZE
                  INTO REG-PROY-REP
           WRITE REG-PROY-REP
           MOVE "PRESUPUESTO MENSUAL = PRESUPUESTO ANUAL / 12"
                TO REG-PROY-REP
           WRITE REG-PROY-REP
           MOVE ALL "=" TO REG-PROY-REP
           WRITE REG-PROY-REP
           MOVE ZERO TO WKS-PY-REBASES
           MOVE 1 TO WKS-PY-DEP
           PERFORM 00790-PROY-DEPTO
              UNTIL WKS-PY-DEP > 99
           MOVE ALL "=" TO REG-PROY-REP
           WRITE REG-PROY-REP
           MOVE "RESUMEN DE LA EMPRESA" TO REG-PROY-REP
           WRITE REG-PROY-REP
           MOVE ZERO TO WKS-PY-ANUAL
           MOVE 1 TO WKS-PY-M
           PERFORM 00794-PROY-EMP-RENGLON
              UNTIL WKS-PY-M > 12
           MOVE WKS-PY-ANUAL TO WKS-TEN-IMPORTE
           MOVE SPACES TO REG-PROY-REP
           STRING "   TOTAL DOCE MESES: " DELIMITED BY SIZE
                  WKS-TEN-IMPORTE DELIMITED BY SIZE
                  INTO REG-PROY-REP
           WRITE REG-PROY-REP
           MOVE ALL "=" TO REG-PROY-REP
           WRITE REG-PROY-REP
           MOVE "MESES EN QUE UN DEPARTAMENTO REBASA SU PRESUPUESTO"
                TO REG-PROY-REP
           WRITE REG-PROY-REP
           IF WKS-PY-REBASES = 0
              MOVE "   NINGUNO." TO REG-PROY-REP
              WRITE REG-PROY-REP
           ELSE
              MOVE 1 TO WKS-PY-DEP
              PERFORM 00795-PROY-REBASE-DEPTO
                 UNTIL WKS-PY-DEP > 99
           END-IF
           CLOSE F-PROY-REP
           DISPLAY "PROYECCION EN NOMINA-PROYECCION.TXT; "
                   WKS-PY-REBASES " MES(ES) SOBRE PRESUPUESTO."
           MOVE "NOMINA-PROYECCION.TXT" TO WKS-REPO-ORIGEN
           MOVE "PROYECCION" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE.

       00780-PROY-ARMA-MES.
           COMPUTE WKS-PY-AM(WKS-PY-M) =
                   WKS-PY-ANO * 100 + WKS-PY-MES
           IF WKS-PY-MES = 12
              MOVE 1 TO WKS-PY-MES
              ADD 1 TO WKS-PY-ANO
           ELSE
              ADD 1 TO WKS-PY-MES
           END-IF
           ADD 1 TO WKS-PY-M.

       00781-PROY-TRAB-RENGLON.
      *Un trabajador activo: sus doce meses repartidos entre sus
      *departamentos con los mismos porcentajes de la poliza. El
      *area de trabajo solo se lee; el salario original se repone
      *al terminar.
           PERFORM 00223-LEE-SIGUIENTE-TRAB
           IF WKS-BARRIDO-FIN = 0
              AND WKS-ACTIVO
              MOVE WKS-SALARIO TO WKS-PY-SAL-ORIG
              COMPUTE WKS-PY-AM-ALTA = WKS-FECHA-ALTA / 100
              COMPUTE WKS-PY-ANO-ALTA = WKS-FECHA-ALTA / 10000
              COMPUTE WKS-PY-MES-ALTA = WKS-PY-AM-ALTA
                      - WKS-PY-ANO-ALTA * 100
      *Los contratos por tiempo determinado, de prueba o de
      *capacitacion se proyectan hasta el mes en que vencen, sin
      *suponer renovacion.
              MOVE 999999 TO WKS-PY-AM-FIN
              MOVE WKS-ID-TRAB TO CT-ID-TRAB
              READ F-CONTRATOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT CT-INDETERMINADO
                       AND CT-FECHA-FIN NUMERIC
                       AND CT-FECHA-FIN > 0
                       COMPUTE WKS-PY-AM-FIN = CT-FECHA-FIN / 100
                    END-IF
              END-READ
              PERFORM 00782-PROY-CARGA-ALZAS
              MOVE ZERO TO WKS-PCT-SUMA
              MOVE ZERO TO WKS-PCT-CUANTOS
              MOVE 1 TO WKS-PCT-I
              PERFORM 00190-SUMA-PCT-TRAB
                 UNTIL WKS-PCT-I > 3
              MOVE 1 TO WKS-PY-M
              PERFORM 00783-PROY-TRAB-MES
                 UNTIL WKS-PY-M > 12
              MOVE WKS-PY-SAL-ORIG TO WKS-SALARIO
           END-IF.

       00782-PROY-CARGA-ALZAS.
      *Aumentos capturados con fecha efectiva posterior al primer
      *mes proyectado. El maestro ya trae el salario nuevo, asi
      *que antes de cada fecha efectiva rige el salario anterior
      *de ese cambio.
           MOVE ZERO TO WKS-PY-ALZ-NUM
           MOVE WKS-ID-TRAB TO SH-ID-TRAB
           COMPUTE SH-FECHA-EFECT = WKS-PY-AM(2) * 100 + 1
           START F-SALHIST KEY IS NOT LESS THAN SH-LLAVE
              INVALID KEY MOVE 1 TO WKS-PY-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-PY-FIN
           END-START
           PERFORM 00784-PROY-LEE-ALZA
              UNTIL WKS-PY-FIN = 1.

       00784-PROY-LEE-ALZA.
           READ F-SALHIST NEXT RECORD
              AT END MOVE 1 TO WKS-PY-FIN
              NOT AT END
                 IF SH-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-PY-FIN
                 ELSE
                    IF WKS-PY-ALZ-NUM < 12
                       ADD 1 TO WKS-PY-ALZ-NUM
                       COMPUTE WKS-PY-ALZ-AM(WKS-PY-ALZ-NUM) =
                               SH-FECHA-EFECT / 100
                       MOVE SH-SAL-ANTERIOR
                            TO WKS-PY-ALZ-ANT(WKS-PY-ALZ-NUM)
                    END-IF
                 END-IF
           END-READ.

       00783-PROY-TRAB-MES.
           IF WKS-PY-AM(WKS-PY-M) NOT < WKS-PY-AM-ALTA
              AND WKS-PY-AM(WKS-PY-M) NOT > WKS-PY-AM-FIN
              AND WKS-PCT-CUANTOS > 0
      *Salario del mes: el anterior del primer aumento que aun no
      *entra en vigor; sin aumentos pendientes, el del maestro.
              MOVE WKS-PY-SAL-ORIG TO WKS-PY-SALARIO
              MOVE 1 TO WKS-PY-R
              PERFORM 00785-PROY-BUSCA-ALZA
                 UNTIL WKS-PY-R > WKS-PY-ALZ-NUM
              MOVE WKS-PY-SALARIO TO WKS-SALARIO
              MOVE WKS-PY-SALARIO TO WKS-PY-NOMINA
              COMPUTE WKS-PY-ANO = WKS-PY-AM(WKS-PY-M) / 100
              COMPUTE WKS-PY-MES = WKS-PY-AM(WKS-PY-M)
                      - WKS-PY-ANO * 100
      *Aguinaldo de 15 dias en diciembre, proporcional si el alta
      *es del mismo ano.
              IF WKS-PY-MES = 12
                 IF WKS-PY-ANO-ALTA = WKS-PY-ANO
                    COMPUTE WKS-PY-INT-INI = FUNCTION INTEGER-OF-DATE
                            (WKS-FECHA-ALTA)
                    COMPUTE WKS-PY-INT-FIN = FUNCTION INTEGER-OF-DATE
                            (WKS-PY-ANO * 10000 + 1231)
                    COMPUTE WKS-PY-EXTRA ROUNDED =
                            WKS-PY-SALARIO / 30 * 15
                            * (WKS-PY-INT-FIN - WKS-PY-INT-INI + 1)
                            / 365
                 ELSE
                    COMPUTE WKS-PY-EXTRA ROUNDED =
                            WKS-PY-SALARIO / 30 * 15
                 END-IF
                 ADD WKS-PY-EXTRA TO WKS-PY-NOMINA
              END-IF
      *Prima vacacional del 25% en el mes de aniversario, sobre los
      *dias que da la tabla para los anos cumplidos.
              IF WKS-PY-MES = WKS-PY-MES-ALTA
                 AND WKS-PY-ANO > WKS-PY-ANO-ALTA
                 COMPUTE WKS-VAC-ANTIG = WKS-PY-ANO - WKS-PY-ANO-ALTA
                 PERFORM 00128-TABLA-VACACIONES
                 COMPUTE WKS-PY-EXTRA ROUNDED =
                         WKS-PY-SALARIO / 30 * WKS-VAC-DIAS * 25 / 100
                 ADD WKS-PY-EXTRA TO WKS-PY-NOMINA
              END-IF
              COMPUTE WKS-SDI-FECHA-REF = WKS-PY-AM(WKS-PY-M) * 100
                      + 1
              PERFORM 00787-PROY-PATRONALES
              MOVE 1 TO WKS-PY-D
              PERFORM 00788-PROY-REPARTE
                 UNTIL WKS-PY-D > 3
           END-IF
           ADD 1 TO WKS-PY-M.

       00785-PROY-BUSCA-ALZA.
           IF WKS-PY-ALZ-AM(WKS-PY-R) > WKS-PY-AM(WKS-PY-M)
              MOVE WKS-PY-ALZ-ANT(WKS-PY-R) TO WKS-PY-SALARIO
              MOVE 99 TO WKS-PY-R
           ELSE
              ADD 1 TO WKS-PY-R
           END-IF.

       00787-PROY-PATRONALES.
      *Cuotas patronales del mes sobre el SDI de la parte fija con
      *el salario proyectado, topado y por 30 dias.
           MOVE ZERO TO WKS-SDI-VARIABLE
           PERFORM 00514-CALCULA-SDI-FIJO
           PERFORM 00515-TOPA-SDI
           COMPUTE WKS-IMSS-BASE ROUNDED = WKS-SDI-VIGENTE * 30
           PERFORM 00282-CALCULA-PATRONALES.

       00788-PROY-REPARTE.
           IF WKS-DEPARTAMENTO(WKS-PY-D) > 0
              IF WKS-PCT-SUMA = 100
                 COMPUTE WKS-PY-PARTE =
                         WKS-PORCENTAJE(WKS-PY-D) / 100
              ELSE
                 COMPUTE WKS-PY-PARTE = 1 / WKS-PCT-CUANTOS
              END-IF
              MOVE WKS-DEPARTAMENTO(WKS-PY-D) TO WKS-PY-DEP
              COMPUTE WKS-PY-NOM(WKS-PY-DEP, WKS-PY-M) ROUNDED =
                      WKS-PY-NOM(WKS-PY-DEP, WKS-PY-M)
                      + WKS-PY-NOMINA * WKS-PY-PARTE
              COMPUTE WKS-PY-PAT(WKS-PY-DEP, WKS-PY-M) ROUNDED =
                      WKS-PY-PAT(WKS-PY-DEP, WKS-PY-M)
                      + WKS-PAT-TOTAL * WKS-PY-PARTE
           END-IF
           ADD 1 TO WKS-PY-D.

       00786-PROY-PLAZA-RENGLON.
      *Plaza vacante: se supone cubierta desde el primer mes a su
      *salario autorizado, con antiguedad de un ano para el factor
      *del SDI y aguinaldo por los meses proyectados del ano.
           READ F-PLAZAS NEXT RECORD
              AT END MOVE 1 TO WKS-PY-FIN
              NOT AT END
                 IF PZ-VACANTE
                    AND PZ-DEPTO > 0
                    AND PZ-SALARIO-AUT > 0
                    MOVE PZ-SALARIO-AUT TO WKS-SALARIO
                    COMPUTE WKS-FECHA-ALTA = WKS-PY-AM(1) * 100 + 1
                    MOVE PZ-DEPTO TO WKS-PY-DEP
                    MOVE 1 TO WKS-PY-M
                    PERFORM 00789-PROY-PLAZA-MES
                       UNTIL WKS-PY-M > 12
                 END-IF
           END-READ.

       00789-PROY-PLAZA-MES.
           MOVE WKS-SALARIO TO WKS-PY-NOMINA
           COMPUTE WKS-PY-ANO = WKS-PY-AM(WKS-PY-M) / 100
           COMPUTE WKS-PY-MES = WKS-PY-AM(WKS-PY-M)
                   - WKS-PY-ANO * 100
           IF WKS-PY-MES = 12
              COMPUTE WKS-PY-EXTRA ROUNDED =
                      WKS-SALARIO / 30 * 15 * WKS-PY-M / 12
              ADD WKS-PY-EXTRA TO WKS-PY-NOMINA
           END-IF
           COMPUTE WKS-SDI-FECHA-REF = WKS-PY-AM(WKS-PY-M) * 100 + 1
           PERFORM 00787-PROY-PATRONALES
           ADD WKS-PY-NOMINA TO WKS-PY-NOM(WKS-PY-DEP, WKS-PY-M)
           ADD WKS-PAT-TOTAL TO WKS-PY-PAT(WKS-PY-DEP, WKS-PY-M)
           ADD 1 TO WKS-PY-M.

       00790-PROY-DEPTO.
      *Bloque de un departamento con costo proyectado: nomina,
      *cuotas patronales, ISN de su entidad y total de cada mes
      *contra el presupuesto mensual, marcando los que lo rebasan.
           MOVE ZERO TO WKS-PY-ANUAL
           MOVE 1 TO WKS-PY-M
           PERFORM 00791-PROY-SUMA-DEPTO
              UNTIL WKS-PY-M > 12
           IF WKS-PY-ANUAL NOT = 0
              MOVE WKS-PY-DEP TO DP-CODIGO
              READ F-DEPARTAMENTOS
                 INVALID KEY
                    MOVE "(DESCONOCIDO)" TO WKS-DEPTO-DESC
                    MOVE ZERO TO DP-PRESUPUESTO
                    MOVE SPACES TO DP-ESTADO-FED
                 NOT INVALID KEY
                    MOVE DP-NOMBRE TO WKS-DEPTO-DESC
              END-READ
              MOVE ZERO TO WKS-PY-TASA
              IF DP-ESTADO-FED NOT = SPACES
                 MOVE DP-ESTADO-FED TO IT-ESTADO
                 READ F-ISN-TASAS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE IT-TASA TO WKS-PY-TASA
                 END-READ
              END-IF
              COMPUTE WKS-PY-PRES(WKS-PY-DEP) ROUNDED =
                      DP-PRESUPUESTO / 12
              MOVE SPACES TO REG-PROY-REP
              STRING "DEPTO " WKS-PY-DEP " "
                     DELIMITED BY SIZE
                     WKS-DEPTO-DESC DELIMITED BY "  "
                     INTO REG-PROY-REP
              WRITE REG-PROY-REP
              MOVE "   MES        NOMINA      PATRON        ISN"
                   TO REG-PROY-REP
              MOVE "       TOTAL  PRESUP.MES" TO REG-PROY-REP(44:)
              WRITE REG-PROY-REP
              MOVE ZERO TO WKS-PY-ANUAL
              MOVE 1 TO WKS-PY-M
              PERFORM 00792-PROY-DEPTO-MES
                 UNTIL WKS-PY-M > 12
              MOVE WKS-PY-ANUAL TO WKS-TEN-IMPORTE
              MOVE DP-PRESUPUESTO TO WKS-PRE-FORMATO
              MOVE SPACES TO REG-PROY-REP
              STRING "   TOTAL: " DELIMITED BY SIZE
                     WKS-TEN-IMPORTE DELIMITED BY SIZE
                     "  PRESUPUESTO ANUAL: " DELIMITED BY SIZE
                     WKS-PRE-FORMATO DELIMITED BY SIZE
                     INTO REG-PROY-REP
              WRITE REG-PROY-REP
           END-IF
           ADD 1 TO WKS-PY-DEP.

       00791-PROY-SUMA-DEPTO.
           ADD WKS-PY-NOM(WKS-PY-DEP, WKS-PY-M) TO WKS-PY-ANUAL
           ADD WKS-PY-PAT(WKS-PY-DEP, WKS-PY-M) TO WKS-PY-ANUAL
           ADD 1 TO WKS-PY-M.

       00792-PROY-DEPTO-MES.
           COMPUTE WKS-PY-ISN ROUNDED =
                   WKS-PY-NOM(WKS-PY-DEP, WKS-PY-M)
                   * WKS-PY-TASA / 100
           COMPUTE WKS-PY-TOT(WKS-PY-DEP, WKS-PY-M) =
                   WKS-PY-NOM(WKS-PY-DEP, WKS-PY-M)
                   + WKS-PY-PAT(WKS-PY-DEP, WKS-PY-M)
                   + WKS-PY-ISN
           ADD WKS-PY-TOT(WKS-PY-DEP, WKS-PY-M) TO WKS-PY-ANUAL
           ADD WKS-PY-TOT(WKS-PY-DEP, WKS-PY-M)
               TO WKS-PY-E-TOTAL(WKS-PY-M)
           MOVE WKS-PY-AM(WKS-PY-M) TO WKS-LP-MES
           MOVE WKS-PY-NOM(WKS-PY-DEP, WKS-PY-M) TO WKS-LP-NOMINA
           MOVE WKS-PY-PAT(WKS-PY-DEP, WKS-PY-M) TO WKS-LP-PATRON
           MOVE WKS-PY-ISN TO WKS-LP-ISN
           MOVE WKS-PY-TOT(WKS-PY-DEP, WKS-PY-M) TO WKS-LP-TOTAL
           MOVE WKS-PY-PRES(WKS-PY-DEP) TO WKS-LP-PRESUP
           MOVE SPACES TO WKS-LP-MARCA
           IF WKS-PY-PRES(WKS-PY-DEP) > 0
              AND WKS-PY-TOT(WKS-PY-DEP, WKS-PY-M) >
                  WKS-PY-PRES(WKS-PY-DEP)
              MOVE "*REBASA*" TO WKS-LP-MARCA
              ADD 1 TO WKS-PY-REBASES
           END-IF
           MOVE WKS-LIN-PROY TO REG-PROY-REP
           WRITE REG-PROY-REP
           ADD 1 TO WKS-PY-M.

       00794-PROY-EMP-RENGLON.
           ADD WKS-PY-E-TOTAL(WKS-PY-M) TO WKS-PY-ANUAL
           MOVE WKS-PY-E-TOTAL(WKS-PY-M) TO WKS-TEN-IMPORTE
           MOVE SPACES TO REG-PROY-REP
           STRING "   " WKS-PY-AM(WKS-PY-M)
                  "  TOTAL: " DELIMITED BY SIZE
                  WKS-TEN-IMPORTE DELIMITED BY SIZE
                  INTO REG-PROY-REP
           WRITE REG-PROY-REP
           ADD 1 TO WKS-PY-M.

       00795-PROY-REBASE-DEPTO.
           IF WKS-PY-PRES(WKS-PY-DEP) > 0
              MOVE 1 TO WKS-PY-M
              PERFORM 00796-PROY-REBASE-MES
                 UNTIL WKS-PY-M > 12
           END-IF
           ADD 1 TO WKS-PY-DEP.

       00796-PROY-REBASE-MES.
           IF WKS-PY-TOT(WKS-PY-DEP, WKS-PY-M) >
              WKS-PY-PRES(WKS-PY-DEP)
              COMPUTE WKS-PY-EXTRA =
                      WKS-PY-TOT(WKS-PY-DEP, WKS-PY-M)
                      - WKS-PY-PRES(WKS-PY-DEP)
              MOVE WKS-PY-EXTRA TO WKS-TEN-IMPORTE
              MOVE SPACES TO REG-PROY-REP
              STRING "   DEPTO " WKS-PY-DEP "  MES "
                     WKS-PY-AM(WKS-PY-M)
                     "  EXCEDE EN: " DELIMITED BY SIZE
                     WKS-TEN-IMPORTE DELIMITED BY SIZE
                     INTO REG-PROY-REP
              WRITE REG-PROY-REP
           END-IF
           ADD 1 TO WKS-PY-M.

       00797-CARGA-ACTIVOS.
      *Abre el catalogo de activos y el archivo de asignaciones,
      *creandolos vacios la primera vez.
           OPEN I-O F-ACTIVOS
           IF WKS-FS-ACTIVOS = '35'
              OPEN OUTPUT F-ACTIVOS
              CLOSE F-ACTIVOS
              OPEN I-O F-ACTIVOS
           END-IF
           OPEN I-O F-ASIGNA-ACT
           IF WKS-FS-ASIGNA-ACT = '35'
              OPEN OUTPUT F-ASIGNA-ACT
              CLOSE F-ASIGNA-ACT
              OPEN I-O F-ASIGNA-ACT
           END-IF.

       00798-ALTA-ACTIVO.
      *Alta o cambio de un activo de la empresa (equipo de computo,
      *telefono, uniforme, llave, herramienta). El estado y quien lo
      *tiene solo cambian con la asignacion y la devolucion.
           DISPLAY "ETIQUETA DEL ACTIVO: "
           ACCEPT AV-ETIQUETA
           IF AV-ETIQUETA = SPACES
              DISPLAY "ETIQUETA INVALIDA, VERIFIQUE."
           ELSE
              MOVE ZERO TO WKS-AV-EXISTE
              READ F-ACTIVOS
                 INVALID KEY
                    MOVE 'D' TO AV-ESTADO
                    MOVE ZEROS TO AV-ID-TRAB
                 NOT INVALID KEY
                    MOVE 1 TO WKS-AV-EXISTE
                    MOVE AV-VALOR TO WKS-FIN-IMPORTE
                    DISPLAY "ACTUAL: " AV-DESCRIPCION " VALOR "
                            WKS-FIN-IMPORTE
              END-READ
              DISPLAY "DESCRIPCION: "
              ACCEPT AV-DESCRIPCION
              DISPLAY "VALOR (0000000.00): "
              ACCEPT AV-VALOR
              IF WKS-AV-EXISTE = 1
                 REWRITE REG-ACTIVO
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR ACTIVO."
                 END-REWRITE
              ELSE
                 WRITE REG-ACTIVO
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR ACTIVO."
                 END-WRITE
              END-IF
              DISPLAY "ACTIVO GRABADO."
           END-IF.

       00799-CONSULTA-ACTIVOS.
      *Lista el catalogo de activos con su estado y quien lo tiene.
           MOVE LOW-VALUES TO AV-ETIQUETA
           START F-ACTIVOS KEY IS NOT LESS THAN AV-ETIQUETA
              INVALID KEY MOVE 1 TO WKS-AV-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-AV-FIN
           END-START
           PERFORM 00800-CONSULTA-ACTIVO-RENGLON
              UNTIL WKS-AV-FIN = 1.

       00800-CONSULTA-ACTIVO-RENGLON.
           READ F-ACTIVOS NEXT RECORD
              AT END MOVE 1 TO WKS-AV-FIN
              NOT AT END
                 MOVE AV-VALOR TO WKS-FIN-IMPORTE
                 IF AV-ASIGNADO
                    DISPLAY AV-ETIQUETA " " AV-DESCRIPCION " "
                            WKS-FIN-IMPORTE " ASIGNADO A " AV-ID-TRAB
                 ELSE
                 IF AV-DADO-BAJA
                    DISPLAY AV-ETIQUETA " " AV-DESCRIPCION " "
                            WKS-FIN-IMPORTE " DADO DE BAJA"
                 ELSE
                    DISPLAY AV-ETIQUETA " " AV-DESCRIPCION " "
                            WKS-FIN-IMPORTE " DISPONIBLE"
                 END-IF
                 END-IF
           END-READ.

       00801-ASIGNA-ACTIVO.
      *Entrega un activo disponible a un trabajador activo; queda
      *la asignacion fechada y el cambio en la auditoria de
      *catalogos.
           DISPLAY "ETIQUETA DEL ACTIVO: "
           ACCEPT AV-ETIQUETA
           READ F-ACTIVOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE ACTIVO."
              NOT INVALID KEY
                 IF NOT AV-DISPONIBLE
                    DISPLAY "EL ACTIVO NO ESTA DISPONIBLE (ASIGNADO "
                            "A " AV-ID-TRAB " O DADO DE BAJA)."
                 ELSE
                    DISPLAY AV-DESCRIPCION
                    DISPLAY "ID DEL TRABAJADOR QUE LO RECIBE: "
                    ACCEPT WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    IF WKS-ENCONTRADO = 0
                       DISPLAY "TRABAJADOR NO ENCONTRADO"
                    ELSE
                    IF NOT WKS-ACTIVO
                       DISPLAY "EL TRABAJADOR ESTA DADO DE BAJA."
                    ELSE
                       PERFORM 00802-GRABA-ASIGNACION
                    END-IF
                    END-IF
                 END-IF
           END-READ.

       00802-GRABA-ASIGNACION.
           DISPLAY "FECHA DE ENTREGA (AAAAMMDD, 0 = HOY): "
           ACCEPT WKS-AV-FECHA
           IF WKS-AV-FECHA = 0
              ACCEPT WKS-AV-FECHA FROM DATE YYYYMMDD
           END-IF
           MOVE AV-ETIQUETA TO AA-ETIQUETA
           MOVE WKS-AV-FECHA TO AA-FECHA-ASIG
           MOVE WKS-ID-TRAB TO AA-ID-TRAB
           MOVE ZEROS TO AA-FECHA-DEV
           MOVE ZEROS TO AA-IMPORTE-COBRO
           MOVE 'A' TO AA-ESTADO
           WRITE REG-ASIGNA-ACT
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR LA ASIGNACION."
              NOT INVALID KEY
                 MOVE 'A' TO AV-ESTADO
                 MOVE WKS-ID-TRAB TO AV-ID-TRAB
                 REWRITE REG-ACTIVO
                    INVALID KEY
                       DISPLAY "ERROR AL REGRABAR ACTIVO."
                 END-REWRITE
                 MOVE "ACTIVO" TO WKS-AX-ENTIDAD
                 MOVE AV-ETIQUETA TO WKS-AX-LLAVE
                 MOVE "DISPONIBLE" TO WKS-AX-ANTES
                 MOVE SPACES TO WKS-AX-DESPUES
                 STRING "ASIGNADO A " WKS-ID-TRAB DELIMITED BY SIZE
                        INTO WKS-AX-DESPUES
                 PERFORM 00447-GRABA-AUDIT-CAT
                 DISPLAY "ACTIVO ASIGNADO AL TRABAJADOR " WKS-ID-TRAB
           END-WRITE.

       00803-DEVUELVE-ACTIVO.
      *Recibe de vuelta un activo asignado: cierra su asignacion
      *abierta con la fecha de devolucion y lo deja disponible.
           DISPLAY "ETIQUETA DEL ACTIVO DEVUELTO: "
           ACCEPT AV-ETIQUETA
           READ F-ACTIVOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE ACTIVO."
              NOT INVALID KEY
                 IF NOT AV-ASIGNADO
                    DISPLAY "EL ACTIVO NO ESTA ASIGNADO."
                 ELSE
                    DISPLAY AV-DESCRIPCION " EN PODER DE "
                            AV-ID-TRAB
                    DISPLAY "FECHA DE DEVOLUCION (AAAAMMDD, 0 = "
                            "HOY): "
                    ACCEPT WKS-AV-FECHA
                    IF WKS-AV-FECHA = 0
                       ACCEPT WKS-AV-FECHA FROM DATE YYYYMMDD
                    END-IF
                    MOVE 'D' TO WKS-AV-CIERRE
                    MOVE ZEROS TO WKS-AV-COBRO
                    PERFORM 00804-CIERRA-ASIGNACION
                    MOVE 'D' TO AV-ESTADO
                    MOVE ZEROS TO AV-ID-TRAB
                    REWRITE REG-ACTIVO
                       INVALID KEY
                          DISPLAY "ERROR AL REGRABAR ACTIVO."
                    END-REWRITE
                    MOVE "ACTIVO" TO WKS-AX-ENTIDAD
                    MOVE AV-ETIQUETA TO WKS-AX-LLAVE
                    MOVE SPACES TO WKS-AX-ANTES
                    STRING "ASIGNADO A " WKS-AA-ID DELIMITED BY SIZE
                           INTO WKS-AX-ANTES
                    MOVE "DEVUELTO" TO WKS-AX-DESPUES
                    PERFORM 00447-GRABA-AUDIT-CAT
                    DISPLAY "DEVOLUCION REGISTRADA."
                 END-IF
           END-READ.

       00804-CIERRA-ASIGNACION.
      *Cierra la asignacion abierta del activo en REG-ACTIVO con la
      *fecha WKS-AV-FECHA, el estado WKS-AV-CIERRE y, si se cobro,
      *el importe WKS-AV-COBRO.
           MOVE AV-ID-TRAB TO WKS-AA-ID
           MOVE AV-ETIQUETA TO AA-ETIQUETA
           MOVE ZEROS TO AA-FECHA-ASIG
           MOVE ZEROS TO AA-ID-TRAB
           START F-ASIGNA-ACT KEY IS NOT LESS THAN AA-LLAVE
              INVALID KEY MOVE 1 TO WKS-AA-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-AA-FIN
           END-START
           PERFORM 00805-CIERRA-ASIGNA-RENGLON
              UNTIL WKS-AA-FIN = 1.

       00805-CIERRA-ASIGNA-RENGLON.
           READ F-ASIGNA-ACT NEXT RECORD
              AT END MOVE 1 TO WKS-AA-FIN
              NOT AT END
                 IF AA-ETIQUETA NOT = AV-ETIQUETA
                    MOVE 1 TO WKS-AA-FIN
                 ELSE
                 IF AA-EN-PODER AND AA-ID-TRAB = WKS-AA-ID
                    MOVE WKS-AV-FECHA TO AA-FECHA-DEV
                    MOVE WKS-AV-CIERRE TO AA-ESTADO
                    MOVE WKS-AV-COBRO TO AA-IMPORTE-COBRO
                    REWRITE REG-ASIGNA-ACT
                       INVALID KEY
                          DISPLAY "ERROR AL REGRABAR ASIGNACION."
                    END-REWRITE
                 END-IF
                 END-IF
           END-READ.

       00806-LISTA-ACTIVOS-TRAB.
      *Lista en pantalla los activos que el trabajador del area de
      *trabajo tiene en su poder y no ha devuelto.
           MOVE ZERO TO WKS-AV-CUANTOS
           MOVE WKS-ID-TRAB TO AA-ID-TRAB
           START F-ASIGNA-ACT KEY IS EQUAL TO AA-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-AA-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-AA-FIN
           END-START
           PERFORM 00807-LISTA-ACTIVO-RENGLON
              UNTIL WKS-AA-FIN = 1
           IF WKS-AV-CUANTOS > 0
              DISPLAY WKS-AV-CUANTOS " ACTIVO(S) SIN DEVOLVER; EN EL "
                      "FINIQUITO SE PUEDE DESCONTAR SU VALOR."
           END-IF.

       00807-LISTA-ACTIVO-RENGLON.
           READ F-ASIGNA-ACT NEXT RECORD
              AT END MOVE 1 TO WKS-AA-FIN
              NOT AT END
                 IF AA-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-AA-FIN
                 ELSE
                 IF AA-EN-PODER
                    MOVE AA-ETIQUETA TO AV-ETIQUETA
                    READ F-ACTIVOS
                       INVALID KEY
                          MOVE "(SIN CATALOGO)" TO AV-DESCRIPCION
                          MOVE ZEROS TO AV-VALOR
                    END-READ
                    IF WKS-AV-CUANTOS = 0
                       DISPLAY "ACTIVOS EN PODER DEL TRABAJADOR:"
                    END-IF
                    ADD 1 TO WKS-AV-CUANTOS
                    MOVE AV-VALOR TO WKS-FIN-IMPORTE
                    DISPLAY "  " AA-ETIQUETA " " AV-DESCRIPCION
                            " VALOR " WKS-FIN-IMPORTE
                            " DESDE " AA-FECHA-ASIG
                 END-IF
                 END-IF
           END-READ.

       00808-FINIQUITO-ACTIVOS.
      *Por cada activo que el trabajador dado de baja no ha devuelto
      *se decide: descontar el valor convenido del finiquito (el
      *activo sale del inventario), recibirlo en ese momento, o
      *dejarlo pendiente. El descuento se topa en lo que queda del
      *finiquito; el resto queda anotado como saldo por cobrar.
           MOVE ZERO TO WKS-FIN-ACTIVOS
           MOVE ZERO TO WKS-AF-NUM
           MOVE WKS-ID-TRAB TO AA-ID-TRAB
           START F-ASIGNA-ACT KEY IS EQUAL TO AA-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-AA-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-AA-FIN
           END-START
           PERFORM 00809-FINIQUITO-ACTIVO-RENGLON
              UNTIL WKS-AA-FIN = 1
           MOVE WKS-FIN-ACTIVOS TO WKS-FIN-ACTIVOS-DESC
           IF WKS-FIN-ACTIVOS-DESC > WKS-FIN-TOTAL
              MOVE WKS-FIN-TOTAL TO WKS-FIN-ACTIVOS-DESC
           END-IF
           IF WKS-FIN-ACTIVOS-DESC < 0
              MOVE ZERO TO WKS-FIN-ACTIVOS-DESC
           END-IF
           SUBTRACT WKS-FIN-ACTIVOS-DESC FROM WKS-FIN-TOTAL.

       00809-FINIQUITO-ACTIVO-RENGLON.
           READ F-ASIGNA-ACT NEXT RECORD
              AT END MOVE 1 TO WKS-AA-FIN
              NOT AT END
                 IF AA-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-AA-FIN
                 ELSE
                 IF AA-EN-PODER
                    PERFORM 00810-FINIQUITO-DECIDE-ACTIVO
                 END-IF
                 END-IF
           END-READ.

       00810-FINIQUITO-DECIDE-ACTIVO.
           MOVE AA-ETIQUETA TO AV-ETIQUETA
           READ F-ACTIVOS
              INVALID KEY
                 MOVE "(SIN CATALOGO)" TO AV-DESCRIPCION
                 MOVE ZEROS TO AV-VALOR
           END-READ
           MOVE AV-VALOR TO WKS-FIN-IMPORTE
           DISPLAY "ACTIVO NO DEVUELTO: " AA-ETIQUETA " "
                   AV-DESCRIPCION " VALOR " WKS-FIN-IMPORTE
           DISPLAY "1. DESCONTAR DEL FINIQUITO  2. LO DEVUELVE EN "
                   "ESTE ACTO  3. QUEDA PENDIENTE"
           ACCEPT WKS-AV-DECIDE
           MOVE WKS-FECHA-BAJA TO AA-FECHA-DEV
           MOVE ZEROS TO AA-IMPORTE-COBRO
           IF WKS-AV-DECIDE = 1
              DISPLAY "IMPORTE CONVENIDO (0 = VALOR DEL CATALOGO): "
              ACCEPT WKS-AV-COBRO
              IF WKS-AV-COBRO = 0
                 MOVE AV-VALOR TO WKS-AV-COBRO
              END-IF
              MOVE WKS-AV-COBRO TO AA-IMPORTE-COBRO
              MOVE 'C' TO AA-ESTADO
              ADD WKS-AV-COBRO TO WKS-FIN-ACTIVOS
              MOVE 'B' TO AV-ESTADO
           ELSE
           IF WKS-AV-DECIDE = 2
              MOVE 'D' TO AA-ESTADO
              MOVE 'D' TO AV-ESTADO
              MOVE ZEROS TO AV-ID-TRAB
           ELSE
              MOVE ZEROS TO AA-FECHA-DEV
           END-IF
           END-IF
           IF NOT AA-EN-PODER
              REWRITE REG-ASIGNA-ACT
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR ASIGNACION."
              END-REWRITE
              REWRITE REG-ACTIVO
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF
           IF WKS-AF-NUM < 20
              ADD 1 TO WKS-AF-NUM
              MOVE AA-ETIQUETA TO WKS-AF-ETIQUETA(WKS-AF-NUM)
              MOVE AV-DESCRIPCION TO WKS-AF-DESC(WKS-AF-NUM)
              MOVE AA-ESTADO TO WKS-AF-ESTADO(WKS-AF-NUM)
              MOVE AA-IMPORTE-COBRO TO WKS-AF-IMPORTE(WKS-AF-NUM)
           END-IF.

       00811-IMPRIME-ACTIVOS-FINIQ.
      *Renglones de activos del documento de finiquito.
           IF WKS-AF-ESTADO(WKS-AF-I) = 'C'
              MOVE WKS-AF-IMPORTE(WKS-AF-I) TO WKS-FIN-IMPORTE
              MOVE SPACES TO REG-FINIQUITO
              STRING "  ACTIVO " DELIMITED BY SIZE
                     WKS-AF-ETIQUETA(WKS-AF-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WKS-AF-DESC(WKS-AF-I) DELIMITED BY "  "
                     " NO DEVUELTO, VALOR CONVENIDO:"
                     DELIMITED BY SIZE
                     WKS-FIN-IMPORTE DELIMITED BY SIZE
                     INTO REG-FINIQUITO
              WRITE REG-FINIQUITO
           ELSE
           IF WKS-AF-ESTADO(WKS-AF-I) = 'A'
              MOVE SPACES TO REG-FINIQUITO
              STRING "  ACTIVO " DELIMITED BY SIZE
                     WKS-AF-ETIQUETA(WKS-AF-I) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WKS-AF-DESC(WKS-AF-I) DELIMITED BY "  "
                     " PENDIENTE DE DEVOLVER" DELIMITED BY SIZE
                     INTO REG-FINIQUITO
              WRITE REG-FINIQUITO
           END-IF
           END-IF
           ADD 1 TO WKS-AF-I.

       00812-REPORTE-ACTIVOS-DEPTO.
      *Activos en poder del personal agrupados por el departamento
      *principal de quien los tiene, con su valor total.
           MOVE ZERO TO WKS-AD-NUM
           MOVE LOW-VALUES TO AV-ETIQUETA
           START F-ACTIVOS KEY IS NOT LESS THAN AV-ETIQUETA
              INVALID KEY MOVE 1 TO WKS-AV-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-AV-FIN
           END-START
           PERFORM 00813-CARGA-ACTIVO-DEPTO
              UNTIL WKS-AV-FIN = 1
           OPEN OUTPUT F-ACTIVOS-REP
           MOVE "ACTIVOS EN PODER DEL PERSONAL POR DEPARTAMENTO"
                TO REG-ACTIVOS-REP
           WRITE REG-ACTIVOS-REP
           MOVE ALL "-" TO REG-ACTIVOS-REP
           WRITE REG-ACTIVOS-REP
           IF WKS-AD-NUM = 0
              MOVE "NINGUN ACTIVO ASIGNADO." TO REG-ACTIVOS-REP
              WRITE REG-ACTIVOS-REP
           END-IF
           MOVE ZERO TO WKS-AD-DEP
           PERFORM 00814-ACTIVOS-DEPTO
              UNTIL WKS-AD-DEP > 99
           CLOSE F-ACTIVOS-REP
           DISPLAY "REPORTE EN NOMINA-ACTIVOS-DEPTO.TXT"
           MOVE "NOMINA-ACTIVOS-DEPTO.TXT" TO WKS-REPO-ORIGEN
           MOVE "ACTIVOS" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE.

       00813-CARGA-ACTIVO-DEPTO.
           READ F-ACTIVOS NEXT RECORD
              AT END MOVE 1 TO WKS-AV-FIN
              NOT AT END
                 IF AV-ASIGNADO
                    AND WKS-AD-NUM < 999
                    MOVE AV-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    ADD 1 TO WKS-AD-NUM
                    IF WKS-ENCONTRADO = 1
                       MOVE WKS-DEPARTAMENTO(1)
                            TO WKS-AD-DEPTO(WKS-AD-NUM)
                    ELSE
                       MOVE ZERO TO WKS-AD-DEPTO(WKS-AD-NUM)
                    END-IF
                    MOVE AV-ID-TRAB TO WKS-AD-ID(WKS-AD-NUM)
                    MOVE AV-ETIQUETA TO WKS-AD-ETIQUETA(WKS-AD-NUM)
                    MOVE AV-DESCRIPCION TO WKS-AD-DESC(WKS-AD-NUM)
                    MOVE AV-VALOR TO WKS-AD-VALOR(WKS-AD-NUM)
                 END-IF
           END-READ.

       00814-ACTIVOS-DEPTO.
      *Departamento 00: trabajadores que ya no estan en el maestro.
           MOVE ZERO TO WKS-AD-CUANTOS
           MOVE ZERO TO WKS-AD-TOTAL
           MOVE 1 TO WKS-AD-I
           PERFORM 00815-ACTIVOS-DEPTO-RENGLON
              UNTIL WKS-AD-I > WKS-AD-NUM
           IF WKS-AD-CUANTOS > 0
              MOVE WKS-AD-TOTAL TO WKS-PRE-FORMATO
              MOVE SPACES TO REG-ACTIVOS-REP
              STRING "  " WKS-AD-CUANTOS " ACTIVO(S), VALOR TOTAL: "
                     DELIMITED BY SIZE
                     WKS-PRE-FORMATO DELIMITED BY SIZE
                     INTO REG-ACTIVOS-REP
              WRITE REG-ACTIVOS-REP
           END-IF
           ADD 1 TO WKS-AD-DEP.

       00815-ACTIVOS-DEPTO-RENGLON.
           IF WKS-AD-DEPTO(WKS-AD-I) = WKS-AD-DEP
              IF WKS-AD-CUANTOS = 0
                 MOVE WKS-AD-DEP TO DP-CODIGO
                 READ F-DEPARTAMENTOS
                    INVALID KEY
                       MOVE "(DESCONOCIDO)" TO WKS-DEPTO-DESC
                    NOT INVALID KEY
                       MOVE DP-NOMBRE TO WKS-DEPTO-DESC
                 END-READ
                 MOVE SPACES TO REG-ACTIVOS-REP
                 STRING "DEPTO " WKS-AD-DEP " " DELIMITED BY SIZE
                        WKS-DEPTO-DESC DELIMITED BY "  "
                        INTO REG-ACTIVOS-REP
                 WRITE REG-ACTIVOS-REP
              END-IF
              ADD 1 TO WKS-AD-CUANTOS
              ADD WKS-AD-VALOR(WKS-AD-I) TO WKS-AD-TOTAL
              MOVE WKS-AD-VALOR(WKS-AD-I) TO WKS-FIN-IMPORTE
              MOVE SPACES TO REG-ACTIVOS-REP
              STRING "  " WKS-AD-ETIQUETA(WKS-AD-I) " "
                     WKS-AD-DESC(WKS-AD-I) " TRAB "
                     WKS-AD-ID(WKS-AD-I) DELIMITED BY SIZE
                     WKS-FIN-IMPORTE DELIMITED BY SIZE
                     INTO REG-ACTIVOS-REP
              WRITE REG-ACTIVOS-REP
           END-IF
           ADD 1 TO WKS-AD-I.

       00816-CARGA-VIATICOS.
      *Abre los anticipos de viaticos y sus comprobantes, creandolos
      *vacios la primera vez.
           OPEN I-O F-VIATICOS
           IF WKS-FS-VIATICOS = '35'
              OPEN OUTPUT F-VIATICOS
              CLOSE F-VIATICOS
              OPEN I-O F-VIATICOS
           END-IF
           OPEN I-O F-VIA-COMPROB
           IF WKS-FS-VIA-COMPROB = '35'
              OPEN OUTPUT F-VIA-COMPROB
              CLOSE F-VIA-COMPROB
              OPEN I-O F-VIA-COMPROB
           END-IF.

       00817-MENU-VIATICOS.
      *Submenu de viaticos: anticipos, comprobacion de gastos,
      *consulta por trabajador, antiguedad de anticipos abiertos y
      *plazo de comprobacion de la politica.
           DISPLAY "VIATICOS: 1. ANTICIPO DE VIATICOS "
                   " 2. COMPROBACION DE GASTOS "
                   " 3. ANTICIPOS DE UN TRABAJADOR "
                   " 4. ANTIGUEDAD DE ANTICIPOS ABIERTOS "
                   " 5. DIAS PARA COMPROBAR (" WKS-VIA-DIAS ") "
                   " 9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00818-ANTICIPO-VIATICOS
           ELSE
           IF WKS-ELECCION = 2
              PERFORM 00819-COMPROBACION-VIATICOS
           ELSE
           IF WKS-ELECCION = 3
              PERFORM 00822-CONSULTA-VIATICOS-TRAB
           ELSE
           IF WKS-ELECCION = 4
              PERFORM 00830-REPORTE-VIATICOS
           ELSE
           IF WKS-ELECCION = 5
              PERFORM 00824-POLITICA-VIATICOS
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00817-MENU-VIATICOS.

       00818-ANTICIPO-VIATICOS.
      *Registra el anticipo entregado de caja chica para un viaje
      *de trabajo. El plazo para comprobar corre desde la fecha de
      *regreso por los dias de la politica vigente.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "TRABAJADOR NO ENCONTRADO"
           ELSE
           IF NOT WKS-ACTIVO
              DISPLAY "EL TRABAJADOR ESTA DADO DE BAJA."
           ELSE
              MOVE WKS-ID-TRAB TO VI-ID-TRAB
              DISPLAY "IMPORTE DEL ANTICIPO: "
              ACCEPT VI-IMPORTE
              DISPLAY "FECHA DE SALIDA (AAAAMMDD): "
              ACCEPT VI-FECHA-SALIDA
              DISPLAY "FECHA DE REGRESO (AAAAMMDD): "
              ACCEPT VI-FECHA-REGRESO
              DISPLAY "MOTIVO DEL VIAJE: "
              ACCEPT VI-MOTIVO
              IF VI-IMPORTE NOT > 0
                 OR VI-FECHA-REGRESO < VI-FECHA-SALIDA
                 DISPLAY "IMPORTE O FECHAS INVALIDOS, ANTICIPO NO "
                         "REGISTRADO."
              ELSE
                 PERFORM 00828-GRABA-ANTICIPO
              END-IF
           END-IF
           END-IF.

       00828-GRABA-ANTICIPO.
           ADD 1 TO WKS-ULT-VIATICO
           PERFORM 00028-GRABA-CONTADOR
           MOVE WKS-ULT-VIATICO TO VI-FOLIO
           ACCEPT VI-FECHA-ANTICIPO FROM DATE YYYYMMDD
           COMPUTE VI-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(VI-FECHA-REGRESO)
                    + WKS-VIA-DIAS)
           MOVE ZEROS TO VI-COMPROBADO
           MOVE ZEROS TO VI-RENGLONES
           MOVE ZEROS TO VI-POR-PAGAR
           MOVE ZEROS TO VI-POR-COBRAR
           MOVE 'A' TO VI-ESTADO
           MOVE SPACE TO VI-ESTADO-ANT
           MOVE ZEROS TO VI-CORRIDA
           MOVE ZEROS TO VI-FECHA-LIQ
           WRITE REG-VIATICO
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL ANTICIPO."
              NOT INVALID KEY
                 DISPLAY "ANTICIPO FOLIO " VI-FOLIO
                         " REGISTRADO; COMPROBAR A MAS TARDAR EL "
                         VI-FECHA-LIMITE
                 MOVE "VIATICO" TO WKS-BIT-TIPO
                 MOVE SPACES TO WKS-BIT-DETALLE
                 STRING "ANTICIPO " VI-FOLIO " TRAB " VI-ID-TRAB
                        DELIMITED BY SIZE INTO WKS-BIT-DETALLE
                 PERFORM 00439-GRABA-BITACORA
           END-WRITE.

       00819-COMPROBACION-VIATICOS.
      *Captura los comprobantes del trabajador contra su anticipo.
      *Al cerrar la comprobacion, lo gastado de mas se le reembolsa
      *en la siguiente corrida y lo no comprobado se le descuenta;
      *sin cerrar, el anticipo sigue abierto y al vencer el plazo
      *la corrida descuenta lo que falte por comprobar.
           DISPLAY "FOLIO DEL ANTICIPO: "
           ACCEPT VI-FOLIO
           READ F-VIATICOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE ANTICIPO."
              NOT INVALID KEY
                 IF NOT VI-ABIERTO
                    DISPLAY "EL ANTICIPO YA ESTA COMPROBADO."
                 ELSE
                    MOVE VI-IMPORTE TO WKS-FIN-IMPORTE
                    DISPLAY "TRABAJADOR " VI-ID-TRAB " "
                            VI-MOTIVO
                    DISPLAY "ANTICIPO: " WKS-FIN-IMPORTE
                            "  PLAZO: " VI-FECHA-LIMITE
                    MOVE VI-COMPROBADO TO WKS-FIN-IMPORTE
                    DISPLAY "COMPROBADO HASTA AHORA: "
                            WKS-FIN-IMPORTE
                    MOVE ZERO TO WKS-VI-FIN
                    PERFORM 00820-CAPTURA-COMPROBANTE
                       UNTIL WKS-VI-FIN = 1
                    DISPLAY "CERRAR LA COMPROBACION? S.SI "
                            "N.NO (SIGUE ABIERTA)"
                    ACCEPT WKS-OPCION
                    IF WKS-OPC-S
                       PERFORM 00821-CIERRA-COMPROBACION
                    END-IF
                    REWRITE REG-VIATICO
                       INVALID KEY
                          DISPLAY "ERROR AL REGRABAR EL ANTICIPO."
                    END-REWRITE
                 END-IF
           END-READ.

       00820-CAPTURA-COMPROBANTE.
           DISPLAY "IMPORTE DEL COMPROBANTE (0 = TERMINAR): "
           ACCEPT VG-IMPORTE
           IF VG-IMPORTE NOT > 0
              MOVE 1 TO WKS-VI-FIN
           ELSE
              DISPLAY "FECHA DEL COMPROBANTE (AAAAMMDD): "
              ACCEPT VG-FECHA
              DISPLAY "CONCEPTO (HOSPEDAJE, ALIMENTOS, ...): "
              ACCEPT VG-CONCEPTO
              DISPLAY "FACTURA O FOLIO DEL COMPROBANTE: "
              ACCEPT VG-DOCUMENTO
              ADD 1 TO VI-RENGLONES
              MOVE VI-FOLIO TO VG-FOLIO
              MOVE VI-RENGLONES TO VG-RENGLON
              WRITE REG-VIA-COMPROB
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR EL COMPROBANTE."
                    SUBTRACT 1 FROM VI-RENGLONES
                 NOT INVALID KEY
                    ADD VG-IMPORTE TO VI-COMPROBADO
              END-WRITE
           END-IF.

       00821-CIERRA-COMPROBACION.
           IF VI-COMPROBADO > VI-IMPORTE
              COMPUTE VI-POR-PAGAR = VI-COMPROBADO - VI-IMPORTE
              MOVE 'R' TO VI-ESTADO
              MOVE VI-POR-PAGAR TO WKS-FIN-IMPORTE
              DISPLAY "REEMBOLSO AL TRABAJADOR EN LA SIGUIENTE "
                      "CORRIDA: " WKS-FIN-IMPORTE
           ELSE
           IF VI-COMPROBADO < VI-IMPORTE
              COMPUTE VI-POR-COBRAR = VI-IMPORTE - VI-COMPROBADO
              MOVE 'D' TO VI-ESTADO
              MOVE VI-POR-COBRAR TO WKS-FIN-IMPORTE
              DISPLAY "NO COMPROBADO, SE DESCUENTA EN LA SIGUIENTE "
                      "CORRIDA: " WKS-FIN-IMPORTE
           ELSE
              MOVE 'L' TO VI-ESTADO
              ACCEPT VI-FECHA-LIQ FROM DATE YYYYMMDD
              DISPLAY "ANTICIPO COMPROBADO EN SU TOTALIDAD."
           END-IF
           END-IF.

       00822-CONSULTA-VIATICOS-TRAB.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT VI-ID-TRAB
           MOVE VI-ID-TRAB TO WKS-VI-ID
           START F-VIATICOS KEY IS EQUAL TO VI-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-VI-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-VI-FIN
           END-START
           IF WKS-VI-FIN = 1
              DISPLAY "EL TRABAJADOR NO TIENE ANTICIPOS."
           END-IF
           PERFORM 00823-CONSULTA-VIATICO-RENGLON
              UNTIL WKS-VI-FIN = 1.

       00823-CONSULTA-VIATICO-RENGLON.
           READ F-VIATICOS NEXT RECORD
              AT END MOVE 1 TO WKS-VI-FIN
              NOT AT END
                 IF VI-ID-TRAB NOT = WKS-VI-ID
                    MOVE 1 TO WKS-VI-FIN
                 ELSE
                    PERFORM 00829-VIATICO-NOTA
                    MOVE VI-IMPORTE TO WKS-FIN-IMPORTE
                    DISPLAY VI-FOLIO " " VI-FECHA-SALIDA "-"
                            VI-FECHA-REGRESO " " WKS-FIN-IMPORTE
                            " " WKS-VI-NOTA
                    DISPLAY "       " VI-MOTIVO
                 END-IF
           END-READ.

       00829-VIATICO-NOTA.
      *Describe en WKS-VI-NOTA el estado del anticipo en REG-VIATICO.
           IF VI-ABIERTO
              ACCEPT WKS-VI-HOY FROM DATE YYYYMMDD
              IF VI-FECHA-LIMITE < WKS-VI-HOY
                 MOVE "VENCIDO SIN COMPROBAR" TO WKS-VI-NOTA
              ELSE
                 MOVE "POR COMPROBAR" TO WKS-VI-NOTA
              END-IF
           ELSE
           IF VI-REEMBOLSO
              MOVE "REEMBOLSO EN NOMINA" TO WKS-VI-NOTA
           ELSE
           IF VI-DESCUENTO
              MOVE "DESCUENTO EN NOMINA" TO WKS-VI-NOTA
           ELSE
              MOVE "LIQUIDADO" TO WKS-VI-NOTA
           END-IF
           END-IF
           END-IF.

       00824-POLITICA-VIATICOS.
      *Dias naturales, despues del regreso, para comprobar un
      *anticipo. Rige para los anticipos que se registren despues.
           DISPLAY "DIAS PARA COMPROBAR VIATICOS (ACTUAL "
                   WKS-VIA-DIAS "): "
           ACCEPT WKS-VI-DIAS-NUEVO
           IF WKS-VI-DIAS-NUEVO > 0
              MOVE WKS-VIA-DIAS TO WKS-AX-ANTES
              MOVE WKS-VI-DIAS-NUEVO TO WKS-VIA-DIAS
              PERFORM 00028-GRABA-CONTADOR
              MOVE "VIATICOS" TO WKS-AX-ENTIDAD
              MOVE "DIAS" TO WKS-AX-LLAVE
              MOVE WKS-VIA-DIAS TO WKS-AX-DESPUES
              PERFORM 00447-GRABA-AUDIT-CAT
              DISPLAY "POLITICA ACTUALIZADA."
           ELSE
              DISPLAY "SIN CAMBIO."
           END-IF.

       00825-CALCULA-VIATICOS.
      *Viaticos del trabajador en calculo: los reembolsos de
      *comprobaciones cerradas se pagan como percepcion exenta; lo
      *no comprobado de comprobaciones cerradas, o de anticipos
      *abiertos con el plazo vencido a la fecha de la corrida, se
      *descuenta. Los anticipos se liquidan hasta 00826, con el
      *trabajador ya grabado.
           MOVE ZERO TO WKS-VI-PAGO
           MOVE ZERO TO WKS-VI-COBRO
           MOVE ZERO TO WKS-VI-NUM
           MOVE WKS-ID-TRAB TO VI-ID-TRAB
           START F-VIATICOS KEY IS EQUAL TO VI-ID-TRAB
              INVALID KEY MOVE 1 TO WKS-VI-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-VI-FIN
           END-START
           PERFORM 00827-VIATICO-CALC-RENGLON
              UNTIL WKS-VI-FIN = 1
           IF WKS-VI-PAGO > 0 AND WKS-CONC-NUM < 20
              ADD WKS-VI-PAGO TO WKS-OTR-PERCEP
              ADD 1 TO WKS-CONC-NUM
              MOVE "REEMBOLSO DE VIATICOS"
                   TO WKS-CONC-DESC(WKS-CONC-NUM)
              MOVE 'P' TO WKS-CONC-TIPO(WKS-CONC-NUM)
              MOVE '050' TO WKS-CONC-SAT(WKS-CONC-NUM)
              MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
              MOVE WKS-VI-PAGO TO WKS-CONC-MONTO(WKS-CONC-NUM)
              MOVE WKS-VI-PAGO TO WKS-CONC-EXENTO(WKS-CONC-NUM)
           END-IF
           IF WKS-VI-COBRO > 0 AND WKS-CONC-NUM < 20
              ADD WKS-VI-COBRO TO WKS-OTR-DEDUC
              ADD 1 TO WKS-CONC-NUM
              MOVE "VIATICOS NO COMPROBADOS"
                   TO WKS-CONC-DESC(WKS-CONC-NUM)
              MOVE 'D' TO WKS-CONC-TIPO(WKS-CONC-NUM)
              MOVE '004' TO WKS-CONC-SAT(WKS-CONC-NUM)
              MOVE SPACE TO WKS-CONC-CLASE(WKS-CONC-NUM)
              MOVE WKS-VI-COBRO TO WKS-CONC-MONTO(WKS-CONC-NUM)
           END-IF.

       00827-VIATICO-CALC-RENGLON.
           READ F-VIATICOS NEXT RECORD
              AT END MOVE 1 TO WKS-VI-FIN
              NOT AT END
                 IF VI-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-VI-FIN
                 ELSE
                 IF WKS-VI-NUM < 20
                    IF VI-REEMBOLSO
                       ADD 1 TO WKS-VI-NUM
                       MOVE VI-FOLIO TO WKS-VI-FOLIO(WKS-VI-NUM)
                       MOVE ZERO TO WKS-VI-VENCIDO(WKS-VI-NUM)
                       ADD VI-POR-PAGAR TO WKS-VI-PAGO
                    ELSE
                    IF VI-DESCUENTO
                       ADD 1 TO WKS-VI-NUM
                       MOVE VI-FOLIO TO WKS-VI-FOLIO(WKS-VI-NUM)
                       MOVE ZERO TO WKS-VI-VENCIDO(WKS-VI-NUM)
                       ADD VI-POR-COBRAR TO WKS-VI-COBRO
                    ELSE
                    IF VI-ABIERTO
                       AND VI-FECHA-LIMITE < WKS-RECIBO-FECHA
                       AND VI-IMPORTE > VI-COMPROBADO
                       ADD 1 TO WKS-VI-NUM
                       MOVE VI-FOLIO TO WKS-VI-FOLIO(WKS-VI-NUM)
                       COMPUTE WKS-VI-VENCIDO(WKS-VI-NUM) =
                               VI-IMPORTE - VI-COMPROBADO
                       ADD WKS-VI-VENCIDO(WKS-VI-NUM) TO WKS-VI-COBRO
                    END-IF
                    END-IF
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       00826-POSTEA-VIATICOS.
      *Liquida los anticipos que esta corrida acaba de reembolsar o
      *descontar al trabajador recien grabado; guarda el estado que
      *tenian para que la reversa de la corrida los reabra.
           MOVE 1 TO WKS-VI-I
           PERFORM 00831-POSTEA-VIATICO-RENGLON
              UNTIL WKS-VI-I > WKS-VI-NUM.

       00831-POSTEA-VIATICO-RENGLON.
           MOVE WKS-VI-FOLIO(WKS-VI-I) TO VI-FOLIO
           READ F-VIATICOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE VI-ESTADO TO VI-ESTADO-ANT
                 IF VI-ABIERTO
                    MOVE WKS-VI-VENCIDO(WKS-VI-I) TO VI-POR-COBRAR
                 END-IF
                 MOVE 'L' TO VI-ESTADO
                 COMPUTE VI-CORRIDA = WKS-ULT-CORRIDA + 1
                 MOVE WKS-RECIBO-FECHA TO VI-FECHA-LIQ
                 REWRITE REG-VIATICO
                    INVALID KEY
                       DISPLAY "ERROR AL LIQUIDAR ANTICIPO DE "
                               "VIATICOS."
                 END-REWRITE
           END-READ
           ADD 1 TO WKS-VI-I.

       00832-REVERSA-VIATICO-RENGLON.
           READ F-VIATICOS NEXT RECORD
              AT END MOVE 1 TO WKS-RV-FIN2
              NOT AT END
                 IF VI-ID-TRAB NOT = DT-ID-TRAB
                    MOVE 1 TO WKS-RV-FIN2
                 ELSE
                 IF VI-LIQUIDADO AND VI-CORRIDA = WKS-RV-CORRIDA
                    MOVE VI-ESTADO-ANT TO VI-ESTADO
                    IF VI-ABIERTO
                       MOVE ZEROS TO VI-POR-COBRAR
                    END-IF
                    MOVE SPACE TO VI-ESTADO-ANT
                    MOVE ZEROS TO VI-CORRIDA
                    MOVE ZEROS TO VI-FECHA-LIQ
                    REWRITE REG-VIATICO
                       INVALID KEY
                          DISPLAY "ERROR AL REABRIR ANTICIPO DE "
                                  "VIATICOS."
                    END-REWRITE
                    ADD 1 TO WKS-RV-REABRE
                 END-IF
                 END-IF
           END-READ.

       00830-REPORTE-VIATICOS.
      *Antiguedad de los anticipos no liquidados, contados desde la
      *fecha de entrega, en rangos de 30 dias, con el saldo de cada
      *uno (negativo cuando se le debe al trabajador).
           ACCEPT WKS-VI-HOY FROM DATE YYYYMMDD
           MOVE ZEROS TO WKS-VI-RANGOS
           MOVE ZEROS TO VI-FOLIO
           START F-VIATICOS KEY IS NOT LESS THAN VI-FOLIO
              INVALID KEY MOVE 1 TO WKS-VI-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-VI-FIN
           END-START
           OPEN OUTPUT F-VIA-REP
           MOVE SPACES TO REG-VIA-REP
           STRING "ANTIGUEDAD DE ANTICIPOS DE VIATICOS ABIERTOS AL "
                  DELIMITED BY SIZE
                  WKS-VI-HOY DELIMITED BY SIZE
                  INTO REG-VIA-REP
           WRITE REG-VIA-REP
           MOVE "FOLIO   TRAB  ENTREGA     ANTICIPO        SALDO   DIAS"
                TO REG-VIA-REP
           MOVE "  ESTADO" TO REG-VIA-REP(55:)
           WRITE REG-VIA-REP
           MOVE ALL "-" TO REG-VIA-REP
           WRITE REG-VIA-REP
           PERFORM 00833-VIATICO-REP-RENGLON
              UNTIL WKS-VI-FIN = 1
           MOVE ALL "-" TO REG-VIA-REP
           WRITE REG-VIA-REP
           MOVE 1 TO WKS-VI-R
           PERFORM 00834-VIATICO-REP-RANGO
              UNTIL WKS-VI-R > 4
           CLOSE F-VIA-REP
           DISPLAY "REPORTE EN NOMINA-VIATICOS-ANTIGUEDAD.TXT"
           MOVE "NOMINA-VIATICOS-ANTIGUEDAD.TXT" TO WKS-REPO-ORIGEN
           MOVE "VIATICOS" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE.

       00833-VIATICO-REP-RENGLON.
           READ F-VIATICOS NEXT RECORD
              AT END MOVE 1 TO WKS-VI-FIN
              NOT AT END
                 IF NOT VI-LIQUIDADO
                    COMPUTE WKS-VI-DIAS =
                            FUNCTION INTEGER-OF-DATE(WKS-VI-HOY)
                            - FUNCTION INTEGER-OF-DATE
                              (VI-FECHA-ANTICIPO)
                    IF VI-REEMBOLSO
                       COMPUTE WKS-VI-SALDO = 0 - VI-POR-PAGAR
                    ELSE
                    IF VI-DESCUENTO
                       MOVE VI-POR-COBRAR TO WKS-VI-SALDO
                    ELSE
                       COMPUTE WKS-VI-SALDO =
                               VI-IMPORTE - VI-COMPROBADO
                    END-IF
                    END-IF
                    IF WKS-VI-DIAS > 90
                       MOVE 4 TO WKS-VI-R
                    ELSE
                    IF WKS-VI-DIAS > 60
                       MOVE 3 TO WKS-VI-R
                    ELSE
                    IF WKS-VI-DIAS > 30
                       MOVE 2 TO WKS-VI-R
                    ELSE
                       MOVE 1 TO WKS-VI-R
                    END-IF
                    END-IF
                    END-IF
                    ADD 1 TO WKS-VI-R-CUANTOS(WKS-VI-R)
                    ADD WKS-VI-SALDO TO WKS-VI-R-SALDO(WKS-VI-R)
                    PERFORM 00829-VIATICO-NOTA
                    MOVE VI-FOLIO TO WKS-LV-FOLIO
                    MOVE VI-ID-TRAB TO WKS-LV-ID
                    MOVE VI-FECHA-ANTICIPO TO WKS-LV-FECHA
                    MOVE VI-IMPORTE TO WKS-LV-IMPORTE
                    MOVE WKS-VI-SALDO TO WKS-LV-SALDO
                    MOVE WKS-VI-DIAS TO WKS-LV-DIAS
                    MOVE WKS-VI-NOTA TO WKS-LV-NOTA
                    MOVE WKS-LIN-VIATICO TO REG-VIA-REP
                    WRITE REG-VIA-REP
                 END-IF
           END-READ.

       00834-VIATICO-REP-RANGO.
           IF WKS-VI-R = 1
              MOVE "   0 A 30 DIAS: " TO WKS-VI-RANGO-DESC
           ELSE
           IF WKS-VI-R = 2
              MOVE "  31 A 60 DIAS: " TO WKS-VI-RANGO-DESC
           ELSE
           IF WKS-VI-R = 3
              MOVE "  61 A 90 DIAS: " TO WKS-VI-RANGO-DESC
           ELSE
              MOVE "  MAS DE 90:    " TO WKS-VI-RANGO-DESC
           END-IF
           END-IF
           END-IF
           MOVE WKS-VI-R-SALDO(WKS-VI-R) TO WKS-FIN-IMPORTE
           MOVE SPACES TO REG-VIA-REP
           STRING WKS-VI-RANGO-DESC DELIMITED BY SIZE
                  WKS-VI-R-CUANTOS(WKS-VI-R) DELIMITED BY SIZE
                  " ANTICIPO(S), SALDO " DELIMITED BY SIZE
                  WKS-FIN-IMPORTE DELIMITED BY SIZE
                  INTO REG-VIA-REP
           WRITE REG-VIA-REP
           ADD 1 TO WKS-VI-R.

       00835-CALCULA-VALES.
      *Carga de vales de despensa del periodo: los conceptos con
      *clave SAT 029 se pagan a la tarjeta del proveedor y no por
      *banco, cheque ni efectivo. Se prorratea al periodo igual que
      *el neto y nunca excede lo que hay por pagar. Con tarjeta
      *capturada se suman las cargas rechazadas pendientes de
      *reenvio.
           IF WKS-FREC-SEMANAL
              COMPUTE WKS-VAL-PERIODO ROUNDED =
                      WKS-VAL-MONTO * 12 / 52
           ELSE
           IF WKS-FREC-QUINCENAL
              COMPUTE WKS-VAL-PERIODO ROUNDED =
                      WKS-VAL-MONTO / 2
           ELSE
              MOVE WKS-VAL-MONTO TO WKS-VAL-PERIODO
           END-IF
           END-IF
           IF WKS-VAL-PERIODO > WKS-NETO-PERIODO
              MOVE WKS-NETO-PERIODO TO WKS-VAL-PERIODO
           END-IF
           COMPUTE WKS-NETO-DISP = WKS-NETO-PERIODO - WKS-VAL-PERIODO
           MOVE ZERO TO WKS-VAL-REENVIO
           IF WKS-TARJETA-VALES NOT = SPACES
              MOVE WKS-ID-TRAB TO VE-ID-TRAB
              MOVE ZEROS TO VE-FECHA
              START F-VALES-RECH KEY IS NOT LESS THAN VE-LLAVE
                 INVALID KEY MOVE 1 TO WKS-VAL-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-VAL-FIN
              END-START
              PERFORM 00844-SUMA-REENVIO-RENGLON
                 UNTIL WKS-VAL-FIN = 1
           END-IF.

       00844-SUMA-REENVIO-RENGLON.
           READ F-VALES-RECH NEXT RECORD
              AT END MOVE 1 TO WKS-VAL-FIN
              NOT AT END
                 IF VE-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-VAL-FIN
                 ELSE
                 IF VE-POR-REENVIAR
                    ADD VE-IMPORTE TO WKS-VAL-REENVIO
                 END-IF
                 END-IF
           END-READ.

       00836-GRABA-VALES.
      *Renglon del trabajador recien pagado en el archivo de carga
      *de tarjetas. Sin tarjeta capturada la carga queda pendiente
      *de reenvio y sale en la lista de rechazos.
           COMPUTE WKS-VAL-CARGA = WKS-VAL-PERIODO + WKS-VAL-REENVIO
           IF WKS-VAL-CARGA > 0
              IF WKS-TARJETA-VALES = SPACES
                 MOVE WKS-ID-TRAB TO WKS-VAL-R-ID
                 MOVE WKS-RECIBO-FECHA TO WKS-VAL-R-FECHA
                 MOVE SPACES TO WKS-VAL-R-TARJETA
                 MOVE WKS-VAL-PERIODO TO WKS-VAL-R-IMPORTE
                 MOVE "ST" TO WKS-VAL-R-MOTIVO
                 PERFORM 00837-GRABA-VALE-RECHAZO
                 DISPLAY "AVISO: TRABAJADOR " WKS-ID-TRAB
                         " SIN TARJETA DE VALES; LA CARGA QUEDA "
                         "PENDIENTE DE REENVIO."
              ELSE
                 MOVE 'D' TO WKS-VL-TIPO
                 MOVE WKS-TARJETA-VALES TO WKS-VL-TARJETA
                 MOVE WKS-ID-TRAB TO WKS-VL-ID
                 MOVE SPACES TO WKS-VL-NOMBRE
                 STRING WKS-NOMBRE-TRAB DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        WKS-APELL-PAT DELIMITED BY "  "
                        INTO WKS-VL-NOMBRE
                 MOVE WKS-VAL-CARGA TO WKS-VL-IMPORTE
                 WRITE REG-VALES-DISP FROM WKS-LIN-VALES
                 ADD 1 TO WKS-VAL-CUANTOS
                 ADD WKS-VAL-CARGA TO WKS-VAL-TOTAL
                 IF WKS-VAL-REENVIO > 0
                    MOVE WKS-ID-TRAB TO VE-ID-TRAB
                    MOVE ZEROS TO VE-FECHA
                    START F-VALES-RECH KEY IS NOT LESS THAN VE-LLAVE
                       INVALID KEY MOVE 1 TO WKS-VAL-FIN
                       NOT INVALID KEY MOVE ZERO TO WKS-VAL-FIN
                    END-START
                    PERFORM 00838-MARCA-REENVIO-RENGLON
                       UNTIL WKS-VAL-FIN = 1
                 END-IF
              END-IF
           END-IF.

       00838-MARCA-REENVIO-RENGLON.
           READ F-VALES-RECH NEXT RECORD
              AT END MOVE 1 TO WKS-VAL-FIN
              NOT AT END
                 IF VE-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-VAL-FIN
                 ELSE
                 IF VE-POR-REENVIAR
                    MOVE 'R' TO VE-ESTADO
                    COMPUTE VE-CORRIDA = WKS-ULT-CORRIDA + 1
                    REWRITE REG-VALES-RECH
                       INVALID KEY
                          DISPLAY "ERROR AL MARCAR CARGA REENVIADA."
                    END-REWRITE
                 END-IF
                 END-IF
           END-READ.

       00837-GRABA-VALE-RECHAZO.
      *Asienta una carga por reenviar; si el trabajador ya tiene
      *otra pendiente del mismo dia, se suman.
           MOVE WKS-VAL-R-ID TO VE-ID-TRAB
           MOVE WKS-VAL-R-FECHA TO VE-FECHA
           READ F-VALES-RECH
              INVALID KEY
                 MOVE WKS-VAL-R-TARJETA TO VE-TARJETA
                 MOVE WKS-VAL-R-IMPORTE TO VE-IMPORTE
                 MOVE WKS-VAL-R-MOTIVO TO VE-MOTIVO
                 MOVE 'P' TO VE-ESTADO
                 MOVE ZEROS TO VE-CORRIDA
                 WRITE REG-VALES-RECH
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR CARGA RECHAZADA."
                 END-WRITE
              NOT INVALID KEY
                 IF VE-POR-REENVIAR
                    ADD WKS-VAL-R-IMPORTE TO VE-IMPORTE
                 ELSE
                    MOVE WKS-VAL-R-IMPORTE TO VE-IMPORTE
                    MOVE 'P' TO VE-ESTADO
                    MOVE ZEROS TO VE-CORRIDA
                 END-IF
                 MOVE WKS-VAL-R-TARJETA TO VE-TARJETA
                 MOVE WKS-VAL-R-MOTIVO TO VE-MOTIVO
                 REWRITE REG-VALES-RECH
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR CARGA RECHAZADA."
                 END-REWRITE
           END-READ.

       00842-MENU-VALES.
      *Submenu de vales de despensa: retorno del proveedor con las
      *cargas rechazadas y lista de cargas pendientes de reenvio.
           DISPLAY "VALES DE DESPENSA: 1. RETORNO DEL PROVEEDOR "
                   "(RECHAZOS)  2. CARGAS PENDIENTES DE REENVIO "
                   " 9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00839-IMPORTA-RETORNO-VALES
           ELSE
           IF WKS-ELECCION = 2
              OPEN OUTPUT F-VALES-REP
              PERFORM 00841-LISTA-VALES-PEND
              CLOSE F-VALES-REP
              DISPLAY "LISTA EN NOMINA-VALES-RECHAZOS.TXT"
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00842-MENU-VALES.

       00839-IMPORTA-RETORNO-VALES.
      *Procesa el archivo de retorno del proveedor de vales: casa
      *cada carga rechazada con el trabajador por su tarjeta y la
      *deja pendiente de reenvio; la siguiente corrida la vuelve a
      *mandar junto con la carga del periodo, con la tarjeta que
      *tenga entonces el trabajador.
           OPEN INPUT F-VALES-RET
           IF WKS-FS-VALES-RET NOT = '00'
              DISPLAY "NO HAY ARCHIVO NOMINA-VALES-RETORNO.TXT."
           ELSE
              ACCEPT WKS-VAL-HOY FROM DATE YYYYMMDD
              OPEN OUTPUT F-VALES-REP
              MOVE "CARGAS DE VALES RECHAZADAS POR EL PROVEEDOR"
                   TO REG-VALES-REP
              WRITE REG-VALES-REP
              MOVE ALL "-" TO REG-VALES-REP
              WRITE REG-VALES-REP
              MOVE ZERO TO WKS-VAL-LEIDOS
              MOVE ZERO TO WKS-VAL-CASADOS
              MOVE ZERO TO WKS-VAL-SIN-TRAB
              MOVE ZERO TO WKS-VAL-RET-FIN
              PERFORM 00840-RETORNO-VALES-RENGLON
                 UNTIL WKS-VAL-RET-FIN = 1
              CLOSE F-VALES-RET
              PERFORM 00841-LISTA-VALES-PEND
              CLOSE F-VALES-REP
              DISPLAY "RECHAZOS LEIDOS:   " WKS-VAL-LEIDOS
              DISPLAY "CASADOS:           " WKS-VAL-CASADOS
              DISPLAY "SIN TRABAJADOR:    " WKS-VAL-SIN-TRAB
              DISPLAY "LISTA EN NOMINA-VALES-RECHAZOS.TXT"
           END-IF.

       00840-RETORNO-VALES-RENGLON.
           READ F-VALES-RET
              AT END MOVE 1 TO WKS-VAL-RET-FIN
              NOT AT END
                 IF VT-TIPO = 'R'
                    ADD 1 TO WKS-VAL-LEIDOS
                    MOVE ZERO TO WKS-VAL-R-ID
                    PERFORM 00222-INICIA-BARRIDO-TRAB
                    PERFORM 00845-BUSCA-TARJETA-RENGLON
                       UNTIL WKS-BARRIDO-FIN = 1
                    MOVE VT-IMPORTE TO WKS-VAL-IMPORTE
                    IF WKS-VAL-R-ID > 0
                       ADD 1 TO WKS-VAL-CASADOS
                       MOVE WKS-VAL-HOY TO WKS-VAL-R-FECHA
                       MOVE VT-TARJETA TO WKS-VAL-R-TARJETA
                       MOVE VT-IMPORTE TO WKS-VAL-R-IMPORTE
                       MOVE VT-MOTIVO TO WKS-VAL-R-MOTIVO
                       PERFORM 00837-GRABA-VALE-RECHAZO
                       MOVE SPACES TO REG-VALES-REP
                       STRING "TRABAJADOR " DELIMITED BY SIZE
                              WKS-VAL-R-ID DELIMITED BY SIZE
                              "  TARJETA " DELIMITED BY SIZE
                              VT-TARJETA DELIMITED BY SIZE
                              "  IMPORTE " DELIMITED BY SIZE
                              WKS-VAL-IMPORTE DELIMITED BY SIZE
                              "  MOTIVO " DELIMITED BY SIZE
                              VT-MOTIVO DELIMITED BY SIZE
                              INTO REG-VALES-REP
                       WRITE REG-VALES-REP
                    ELSE
                       ADD 1 TO WKS-VAL-SIN-TRAB
                       MOVE SPACES TO REG-VALES-REP
                       STRING "TARJETA " DELIMITED BY SIZE
                              VT-TARJETA DELIMITED BY SIZE
                              "  IMPORTE " DELIMITED BY SIZE
                              WKS-VAL-IMPORTE DELIMITED BY SIZE
                              "  SIN TRABAJADOR EN EL MAESTRO"
                              DELIMITED BY SIZE
                              INTO REG-VALES-REP
                       WRITE REG-VALES-REP
                    END-IF
                 END-IF
           END-READ.

       00845-BUSCA-TARJETA-RENGLON.
           PERFORM 00223-LEE-SIGUIENTE-TRAB
           IF WKS-BARRIDO-FIN = 0
              AND WKS-TARJETA-VALES = VT-TARJETA
              MOVE WKS-ID-TRAB TO WKS-VAL-R-ID
              MOVE 1 TO WKS-BARRIDO-FIN
           END-IF.

       00841-LISTA-VALES-PEND.
      *Cargas pendientes de reenvio, por trabajador; las que no
      *tienen tarjeta esperan a que se capture en su registro.
           MOVE SPACES TO REG-VALES-REP
           WRITE REG-VALES-REP
           MOVE "CARGAS PENDIENTES DE REENVIO EN LA SIGUIENTE CORRIDA"
                TO REG-VALES-REP
           WRITE REG-VALES-REP
           MOVE ALL "-" TO REG-VALES-REP
           WRITE REG-VALES-REP
           MOVE ZERO TO WKS-VAL-PEND-NUM
           MOVE ZERO TO WKS-VAL-PEND-TOT
           MOVE ZEROS TO VE-LLAVE
           START F-VALES-RECH KEY IS NOT LESS THAN VE-LLAVE
              INVALID KEY MOVE 1 TO WKS-VAL-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-VAL-FIN
           END-START
           PERFORM 00846-VALES-PEND-RENGLON
              UNTIL WKS-VAL-FIN = 1
           MOVE WKS-VAL-PEND-TOT TO WKS-VAL-IMPORTE
           MOVE SPACES TO REG-VALES-REP
           STRING "PENDIENTES: " DELIMITED BY SIZE
                  WKS-VAL-PEND-NUM DELIMITED BY SIZE
                  "  IMPORTE " DELIMITED BY SIZE
                  WKS-VAL-IMPORTE DELIMITED BY SIZE
                  INTO REG-VALES-REP
           WRITE REG-VALES-REP.

       00846-VALES-PEND-RENGLON.
           READ F-VALES-RECH NEXT RECORD
              AT END MOVE 1 TO WKS-VAL-FIN
              NOT AT END
                 IF VE-POR-REENVIAR
                    ADD 1 TO WKS-VAL-PEND-NUM
                    ADD VE-IMPORTE TO WKS-VAL-PEND-TOT
                    MOVE VE-IMPORTE TO WKS-VAL-IMPORTE
                    MOVE SPACES TO REG-VALES-REP
                    STRING "TRABAJADOR " DELIMITED BY SIZE
                           VE-ID-TRAB DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           VE-FECHA DELIMITED BY SIZE
                           "  IMPORTE " DELIMITED BY SIZE
                           WKS-VAL-IMPORTE DELIMITED BY SIZE
                           "  MOTIVO " DELIMITED BY SIZE
                           VE-MOTIVO DELIMITED BY SIZE
                           INTO REG-VALES-REP
                    WRITE REG-VALES-REP
                    IF VE-MOTIVO = "ST"
                       MOVE "   *CAPTURE LA TARJETA DE VALES DEL "
                          & "TRABAJADOR*" TO REG-VALES-REP
                       WRITE REG-VALES-REP
                    END-IF
                 END-IF
           END-READ.

       00843-CAPTURA-TARJETA-VALES.
      *Numero de tarjeta del proveedor de vales: 16 digitos, o en
      *blanco si el trabajador aun no la tiene.
           DISPLAY "TARJETA DE VALES (16 DIGITOS, EN BLANCO = SIN "
                   "TARJETA): "
           MOVE SPACES TO WKS-VAL-TARJETA-CAP
           ACCEPT WKS-VAL-TARJETA-CAP
           IF WKS-VAL-TARJETA-CAP NOT = SPACES
              AND WKS-VAL-TARJETA-CAP NOT NUMERIC
              DISPLAY "LA TARJETA DEBE TENER 16 DIGITOS, VERIFIQUE."
              PERFORM 00843-CAPTURA-TARJETA-VALES
           ELSE
              MOVE WKS-VAL-TARJETA-CAP TO WKS-TARJETA-VALES
           END-IF.

       00847-CARGA-VALES.
      *Abre las cargas de vales por reenviar, creandolas vacias la
      *primera vez.
           OPEN I-O F-VALES-RECH
           IF WKS-FS-VALES-RECH = '35'
              OPEN OUTPUT F-VALES-RECH
              CLOSE F-VALES-RECH
              OPEN I-O F-VALES-RECH
           END-IF.

       00848-MENU-COSTO-VENTAS.
      *Indicador mensual de costo laboral contra ventas por
      *sucursal y umbral a partir del cual se senala.
           MOVE WKS-KP-UMBRAL TO WKS-KP-UMB-FMT
           DISPLAY "COSTO LABORAL VS VENTAS: 1. REPORTE MENSUAL "
                   " 2. UMBRAL DE COSTO SOBRE VENTAS (" WKS-KP-UMB-FMT
                   "%)  9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00850-REPORTE-COSTO-VENTAS
           ELSE
           IF WKS-ELECCION = 2
              PERFORM 00860-CAPTURA-UMBRAL-KPI
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00848-MENU-COSTO-VENTAS.

       00849-CAPTURA-SUC-DEPTO.
      *Sucursal del departamento: la serie de facturacion del
      *calculador de IVA con la que se cruzan sus ventas. En blanco
      *el departamento no se asigna a ninguna sucursal.
           DISPLAY "CODIGO DEL DEPARTAMENTO: "
           ACCEPT DP-CODIGO
           READ F-DEPARTAMENTOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE DEPARTAMENTO."
              NOT INVALID KEY
                 IF DP-SERIE = LOW-VALUES
                    MOVE SPACES TO DP-SERIE
                 END-IF
                 DISPLAY "DEPARTAMENTO " DP-CODIGO " - " DP-NOMBRE
                 DISPLAY "SUCURSAL (SERIE) ACTUAL: " DP-SERIE
                 MOVE DP-SERIE TO WKS-AX-ANTES
                 DISPLAY "NUEVA SERIE (2 CARACTERES, BLANCO = SIN "
                         "SUCURSAL): "
                 ACCEPT WKS-KP-SERIE
                 MOVE 1 TO WKS-KP-HALLADO
                 IF WKS-KP-SERIE NOT = SPACES
                    OPEN INPUT F-SERIES-IVA
                    IF WKS-FS-SERIES-IVA = '00'
                       MOVE WKS-KP-SERIE TO SE-SERIE
                       READ F-SERIES-IVA
                          INVALID KEY
                             MOVE ZERO TO WKS-KP-HALLADO
                       END-READ
                       CLOSE F-SERIES-IVA
                    END-IF
                 END-IF
                 IF WKS-KP-HALLADO = 0
                    DISPLAY "LA SERIE NO EXISTE EN EL CATALOGO DE "
                            "SERIES DE FACTURACION, VERIFIQUE."
                 ELSE
                    MOVE WKS-KP-SERIE TO DP-SERIE
                    REWRITE REG-DEPARTAMENTO
                       INVALID KEY
                          DISPLAY "ERROR AL REGRABAR DEPARTAMENTO."
                    END-REWRITE
                    MOVE "SUCURSAL" TO WKS-AX-ENTIDAD
                    MOVE DP-CODIGO TO WKS-AX-LLAVE
                    MOVE DP-SERIE TO WKS-AX-DESPUES
                    PERFORM 00447-GRABA-AUDIT-CAT
                 END-IF
           END-READ.

       00860-CAPTURA-UMBRAL-KPI.
      *Porcentaje de costo laboral sobre ventas a partir del cual
      *el reporte senala la sucursal.
           MOVE WKS-KP-UMBRAL TO WKS-KP-UMB-FMT
           DISPLAY "UMBRAL DE COSTO LABORAL SOBRE VENTAS (ACTUAL "
                   WKS-KP-UMB-FMT "%): "
           ACCEPT WKS-KP-NUEVO-UMB
           IF WKS-KP-NUEVO-UMB > 0
              MOVE WKS-KP-UMB-FMT TO WKS-AX-ANTES
              MOVE WKS-KP-NUEVO-UMB TO WKS-KP-UMBRAL
              PERFORM 00028-GRABA-CONTADOR
              MOVE "UMBRAL KPI" TO WKS-AX-ENTIDAD
              MOVE "COSTO/VTA" TO WKS-AX-LLAVE
              MOVE WKS-KP-UMBRAL TO WKS-KP-UMB-FMT
              MOVE WKS-KP-UMB-FMT TO WKS-AX-DESPUES
              PERFORM 00447-GRABA-AUDIT-CAT
              DISPLAY "UMBRAL ACTUALIZADO."
           ELSE
              DISPLAY "SIN CAMBIO."
           END-IF.

       00850-REPORTE-COSTO-VENTAS.
      *Costo laboral contra ventas netas del mes por sucursal: el
      *costo patronal (bruto mas cuotas) de los departamentos de
      *cada sucursal sale del costo por departamento; las ventas
      *netas (bases sin IVA) del libro por serie del calculador de
      *IVA; los trabajadores, de las corridas normales del mes en
      *el libro de corridas. Lo mismo para el mes del ano anterior.
           DISPLAY "MES DEL REPORTE (AAAAMM, 0 = MES ACTUAL): "
           ACCEPT WKS-KP-ANOMES(1)
           IF WKS-KP-ANOMES(1) = 0
              ACCEPT WKS-ARC-HOY FROM DATE YYYYMMDD
              COMPUTE WKS-KP-ANOMES(1) = WKS-ARC-HOY / 100
           END-IF
           COMPUTE WKS-KP-ANOMES(2) = WKS-KP-ANOMES(1) - 100
           MOVE ZEROS TO WKS-KP-TABLA
           MOVE ZEROS TO WKS-KP-DEP-TABLA
           MOVE ZEROS TO WKS-KP-GLOBAL
           MOVE 1 TO WKS-KP-D
           PERFORM 00851-KP-DEPTO-RENGLON
              UNTIL WKS-KP-D > 99
           PERFORM 00854-KP-VENTAS
           MOVE ZEROS TO CR-ID-CORRIDA
           START F-CORRIDAS KEY IS NOT LESS THAN CR-ID-CORRIDA
              INVALID KEY MOVE 1 TO WKS-KP-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-KP-FIN
           END-START
           PERFORM 00855-KP-CORRIDA-RENGLON
              UNTIL WKS-KP-FIN = 1
           OPEN OUTPUT F-KPI-REP
           MOVE SPACES TO REG-KPI-REP
           STRING "COSTO LABORAL CONTRA VENTAS DEL MES "
                  DELIMITED BY SIZE
                  WKS-KP-ANOMES(1) DELIMITED BY SIZE
                  " (ANO ANTERIOR " DELIMITED BY SIZE
                  WKS-KP-ANOMES(2) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REG-KPI-REP
           WRITE REG-KPI-REP
           MOVE SPACES TO REG-KPI-REP
           STRING "CORRIDAS NORMALES DEL MES: " DELIMITED BY SIZE
                  WKS-KP-NCORR(1) DELIMITED BY SIZE
                  " (REVERSADAS " DELIMITED BY SIZE
                  WKS-KP-NREV(1) DELIMITED BY SIZE
                  ")  ANO ANTERIOR: " DELIMITED BY SIZE
                  WKS-KP-NCORR(2) DELIMITED BY SIZE
                  " (REVERSADAS " DELIMITED BY SIZE
                  WKS-KP-NREV(2) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REG-KPI-REP
           WRITE REG-KPI-REP
           MOVE WKS-KP-UMBRAL TO WKS-KP-UMB-FMT
           MOVE SPACES TO REG-KPI-REP
           STRING "UMBRAL DE COSTO SOBRE VENTAS: " DELIMITED BY SIZE
                  WKS-KP-UMB-FMT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REG-KPI-REP
           WRITE REG-KPI-REP
           IF WKS-KP-SIN-LIBRO = 1
              MOVE "*NO SE ENCONTRO EL LIBRO POR SERIE DEL CALCULADOR"
                 & " DE IVA: VENTAS EN CERO*" TO REG-KPI-REP
              WRITE REG-KPI-REP
           END-IF
           MOVE ALL "-" TO REG-KPI-REP
           WRITE REG-KPI-REP
           MOVE "SU SUCURSAL             COSTO NOMINA" TO REG-KPI-REP
           MOVE "   VENTAS NETAS  % COSTO  VENTA X TRAB TRAB"
                TO REG-KPI-REP(37:)
           WRITE REG-KPI-REP
           MOVE ALL "-" TO REG-KPI-REP
           WRITE REG-KPI-REP
           MOVE ZERO TO WKS-KP-REBASAN
           MOVE 1 TO WKS-KP-S
           PERFORM 00858-KP-IMPRIME-SUC
              UNTIL WKS-KP-S > WKS-KP-NUM
           MOVE ALL "-" TO REG-KPI-REP
           WRITE REG-KPI-REP
           IF WKS-KP-SIN-SUC(1) NOT = 0 OR WKS-KP-SIN-SUC(2) NOT = 0
              MOVE SPACES TO WKS-KL-SERIE
              MOVE "DEPTOS SIN SUCURSAL" TO WKS-KL-NOMBRE
              MOVE WKS-KP-SIN-SUC(1) TO WKS-KP-L-COSTO
              MOVE ZERO TO WKS-KP-L-VENTAS
              MOVE ZERO TO WKS-KP-L-TRAB
              PERFORM 00859-KP-LINEA
              MOVE "  ANO ANTERIOR" TO WKS-KL-NOMBRE
              MOVE WKS-KP-SIN-SUC(2) TO WKS-KP-L-COSTO
              PERFORM 00859-KP-LINEA
           END-IF
           MOVE SPACES TO WKS-KL-SERIE
           MOVE "TOTAL EMPRESA" TO WKS-KL-NOMBRE
           MOVE WKS-KP-T-COSTO(1) TO WKS-KP-L-COSTO
           MOVE WKS-KP-T-VENTAS(1) TO WKS-KP-L-VENTAS
           MOVE WKS-KP-T-TRAB(1) TO WKS-KP-L-TRAB
           PERFORM 00859-KP-LINEA
           MOVE "  ANO ANTERIOR" TO WKS-KL-NOMBRE
           MOVE WKS-KP-T-COSTO(2) TO WKS-KP-L-COSTO
           MOVE WKS-KP-T-VENTAS(2) TO WKS-KP-L-VENTAS
           MOVE WKS-KP-T-TRAB(2) TO WKS-KP-L-TRAB
           PERFORM 00859-KP-LINEA
           MOVE SPACES TO REG-KPI-REP
           STRING "SUCURSALES SOBRE EL UMBRAL: " DELIMITED BY SIZE
                  WKS-KP-REBASAN DELIMITED BY SIZE
                  INTO REG-KPI-REP
           WRITE REG-KPI-REP
           CLOSE F-KPI-REP
           DISPLAY "SUCURSALES SOBRE EL UMBRAL: " WKS-KP-REBASAN
           DISPLAY "REPORTE EN NOMINA-COSTO-VENTAS.TXT"
           MOVE "NOMINA-COSTO-VENTAS.TXT" TO WKS-REPO-ORIGEN
           MOVE "COSTO-VENTAS" TO WKS-REPO-TIPO
           PERFORM 00467-DEPOSITA-REPORTE.

       00851-KP-DEPTO-RENGLON.
      *Sucursal del departamento WKS-KP-D y su costo de los dos
      *meses; el costo de un departamento sin sucursal (o ya sin
      *registro en el catalogo) se totaliza aparte.
           MOVE WKS-KP-D TO DP-CODIGO
           READ F-DEPARTAMENTOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DP-SERIE NOT = SPACES
                    AND DP-SERIE NOT = LOW-VALUES
                    MOVE DP-SERIE TO WKS-KP-SERIE
                    PERFORM 00852-KP-BUSCA-SUC
                    MOVE WKS-KP-I TO WKS-KP-DEP-SUC(WKS-KP-D)
                 END-IF
           END-READ
           MOVE 1 TO WKS-KP-P
           PERFORM 00853-KP-COSTO-DEPTO
              UNTIL WKS-KP-P > 2
           ADD 1 TO WKS-KP-D.

       00852-KP-BUSCA-SUC.
      *Deja en WKS-KP-I el renglon de la sucursal WKS-KP-SERIE,
      *agregandola si es nueva; en cero si la tabla esta llena.
           MOVE ZERO TO WKS-KP-HALLADO
           MOVE 1 TO WKS-KP-I
           PERFORM 00857-KP-COMPARA-SUC
              UNTIL WKS-KP-HALLADO = 1
                 OR WKS-KP-I > WKS-KP-NUM
           IF WKS-KP-HALLADO = 0
              IF WKS-KP-NUM < 30
                 ADD 1 TO WKS-KP-NUM
                 MOVE WKS-KP-NUM TO WKS-KP-I
                 MOVE WKS-KP-SERIE TO WKS-KP-SER(WKS-KP-I)
              ELSE
                 MOVE ZERO TO WKS-KP-I
              END-IF
           END-IF.

       00857-KP-COMPARA-SUC.
           IF WKS-KP-SER(WKS-KP-I) = WKS-KP-SERIE
              MOVE 1 TO WKS-KP-HALLADO
           ELSE
              ADD 1 TO WKS-KP-I
           END-IF.

       00853-KP-COSTO-DEPTO.
           MOVE WKS-KP-D TO KD-DEPTO
           MOVE WKS-KP-ANOMES(WKS-KP-P) TO KD-ANOMES
           READ F-COSTO-DEP
              INVALID KEY
                 MOVE ZERO TO WKS-KP-MONTO
              NOT INVALID KEY
                 MOVE KD-BRUTO TO WKS-KP-MONTO
                 IF KD-PATRON NUMERIC
                    ADD KD-PATRON TO WKS-KP-MONTO
                 END-IF
           END-READ
           IF WKS-KP-DEP-SUC(WKS-KP-D) > 0
              MOVE WKS-KP-DEP-SUC(WKS-KP-D) TO WKS-KP-I
              ADD WKS-KP-MONTO TO WKS-KP-COSTO(WKS-KP-I, WKS-KP-P)
           ELSE
              ADD WKS-KP-MONTO TO WKS-KP-SIN-SUC(WKS-KP-P)
           END-IF
           ADD WKS-KP-MONTO TO WKS-KP-T-COSTO(WKS-KP-P)
           ADD 1 TO WKS-KP-P.

       00854-KP-VENTAS.
      *Nombre y ventas netas de cada sucursal en los dos meses,
      *del catalogo de series y del libro por serie del calculador.
           MOVE ZERO TO WKS-KP-SIN-LIBRO
           OPEN INPUT F-LIBRO-S-IVA
           IF WKS-FS-LIBRO-S-IVA NOT = '00'
              MOVE 1 TO WKS-KP-SIN-LIBRO
           END-IF
           OPEN INPUT F-SERIES-IVA
           MOVE 1 TO WKS-KP-S
           PERFORM 00856-KP-VENTAS-SUC
              UNTIL WKS-KP-S > WKS-KP-NUM
           IF WKS-KP-SIN-LIBRO = 0
              CLOSE F-LIBRO-S-IVA
           END-IF
           IF WKS-FS-SERIES-IVA = '00'
              CLOSE F-SERIES-IVA
           END-IF.

       00856-KP-VENTAS-SUC.
           MOVE "(SERIE SIN CATALOGO)" TO WKS-KP-NOMBRE(WKS-KP-S)
           IF WKS-FS-SERIES-IVA = '00'
              MOVE WKS-KP-SER(WKS-KP-S) TO SE-SERIE
              READ F-SERIES-IVA
                 NOT INVALID KEY
                    MOVE SE-SUCURSAL TO WKS-KP-NOMBRE(WKS-KP-S)
              END-READ
           END-IF
           IF WKS-KP-SIN-LIBRO = 0
              MOVE 1 TO WKS-KP-P
              PERFORM 00861-KP-VENTAS-MES
                 UNTIL WKS-KP-P > 2
           END-IF
           ADD 1 TO WKS-KP-S.

       00861-KP-VENTAS-MES.
           MOVE WKS-KP-SER(WKS-KP-S) TO LS-SERIE
           MOVE WKS-KP-ANOMES(WKS-KP-P) TO LS-ANOMES
           READ F-LIBRO-S-IVA
              NOT INVALID KEY
                 COMPUTE WKS-KP-VENTAS(WKS-KP-S, WKS-KP-P) =
                         LS-BASE-CLASE(1) + LS-BASE-CLASE(2)
                         + LS-BASE-CLASE(3)
                 ADD WKS-KP-VENTAS(WKS-KP-S, WKS-KP-P)
                     TO WKS-KP-T-VENTAS(WKS-KP-P)
           END-READ
           ADD 1 TO WKS-KP-P.

       00855-KP-CORRIDA-RENGLON.
      *Corridas del libro en cualquiera de los dos meses. Las
      *reversadas solo se cuentan; de las normales se cuentan los
      *trabajadores pagados por sucursal (su primer departamento),
      *y queda la corrida con mas trabajadores de cada mes.
           READ F-CORRIDAS NEXT RECORD
              AT END MOVE 1 TO WKS-KP-FIN
              NOT AT END
                 MOVE ZERO TO WKS-KP-P
                 IF CR-FECHA(1:6) = WKS-KP-ANOMES(1)
                    MOVE 1 TO WKS-KP-P
                 ELSE
                 IF CR-FECHA(1:6) = WKS-KP-ANOMES(2)
                    MOVE 2 TO WKS-KP-P
                 END-IF
                 END-IF
                 IF WKS-KP-P > 0
                    IF CR-LIBERADA = 'X'
                       ADD 1 TO WKS-KP-NREV(WKS-KP-P)
                    ELSE
                    IF CR-TIPO NOT = 'E'
                       ADD 1 TO WKS-KP-NCORR(WKS-KP-P)
                       PERFORM 00862-KP-CUENTA-CORRIDA
                    END-IF
                    END-IF
                 END-IF
           END-READ.

       00862-KP-CUENTA-CORRIDA.
           MOVE 1 TO WKS-KP-S
           PERFORM 00863-KP-LIMPIA-CORR
              UNTIL WKS-KP-S > WKS-KP-NUM
           MOVE ZERO TO WKS-KP-CORR-TOT
           MOVE CR-ID-CORRIDA TO DT-CORRIDA
           MOVE ZEROS TO DT-ID-TRAB
           START F-DETALLE KEY IS NOT LESS THAN DT-LLAVE
              INVALID KEY MOVE 1 TO WKS-KP-FIN2
              NOT INVALID KEY MOVE ZERO TO WKS-KP-FIN2
           END-START
           PERFORM 00864-KP-DETALLE-RENGLON
              UNTIL WKS-KP-FIN2 = 1
           MOVE 1 TO WKS-KP-S
           PERFORM 00865-KP-MAXIMO-SUC
              UNTIL WKS-KP-S > WKS-KP-NUM
           IF WKS-KP-CORR-TOT > WKS-KP-T-TRAB(WKS-KP-P)
              MOVE WKS-KP-CORR-TOT TO WKS-KP-T-TRAB(WKS-KP-P)
           END-IF.

       00863-KP-LIMPIA-CORR.
           MOVE ZERO TO WKS-KP-CORR(WKS-KP-S)
           ADD 1 TO WKS-KP-S.

       00864-KP-DETALLE-RENGLON.
           READ F-DETALLE NEXT RECORD
              AT END MOVE 1 TO WKS-KP-FIN2
              NOT AT END
                 IF DT-CORRIDA NOT = CR-ID-CORRIDA
                    MOVE 1 TO WKS-KP-FIN2
                 ELSE
                 IF NOT DT-REVERSADO
                    ADD 1 TO WKS-KP-CORR-TOT
                    MOVE DT-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    IF WKS-ENCONTRADO = 1
                       AND WKS-DEPARTAMENTO(1) > 0
                       IF WKS-KP-DEP-SUC(WKS-DEPARTAMENTO(1)) > 0
                          MOVE WKS-KP-DEP-SUC(WKS-DEPARTAMENTO(1))
                               TO WKS-KP-I
                          ADD 1 TO WKS-KP-CORR(WKS-KP-I)
                       END-IF
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       00865-KP-MAXIMO-SUC.
           IF WKS-KP-CORR(WKS-KP-S) > WKS-KP-TRAB(WKS-KP-S, WKS-KP-P)
              MOVE WKS-KP-CORR(WKS-KP-S)
                   TO WKS-KP-TRAB(WKS-KP-S, WKS-KP-P)
           END-IF
           ADD 1 TO WKS-KP-S.

       00858-KP-IMPRIME-SUC.
           MOVE WKS-KP-SER(WKS-KP-S) TO WKS-KL-SERIE
           MOVE WKS-KP-NOMBRE(WKS-KP-S) TO WKS-KL-NOMBRE
           MOVE WKS-KP-COSTO(WKS-KP-S, 1) TO WKS-KP-L-COSTO
           MOVE WKS-KP-VENTAS(WKS-KP-S, 1) TO WKS-KP-L-VENTAS
           MOVE WKS-KP-TRAB(WKS-KP-S, 1) TO WKS-KP-L-TRAB
           PERFORM 00859-KP-LINEA
           IF WKS-KP-L-VENTAS > 0 AND WKS-KP-PCT > WKS-KP-UMBRAL
              ADD 1 TO WKS-KP-REBASAN
              MOVE "   *REBASA EL UMBRAL DE COSTO SOBRE VENTAS*"
                   TO REG-KPI-REP
              WRITE REG-KPI-REP
           END-IF
           IF WKS-KP-L-VENTAS = 0 AND WKS-KP-L-COSTO > 0
              MOVE "   *SIN VENTAS EN EL MES*" TO REG-KPI-REP
              WRITE REG-KPI-REP
           END-IF
           MOVE SPACES TO WKS-KL-SERIE
           MOVE "  ANO ANTERIOR" TO WKS-KL-NOMBRE
           MOVE WKS-KP-COSTO(WKS-KP-S, 2) TO WKS-KP-L-COSTO
           MOVE WKS-KP-VENTAS(WKS-KP-S, 2) TO WKS-KP-L-VENTAS
           MOVE WKS-KP-TRAB(WKS-KP-S, 2) TO WKS-KP-L-TRAB
           PERFORM 00859-KP-LINEA
           ADD 1 TO WKS-KP-S.

       00859-KP-LINEA.
      *Arma y escribe un renglon con el costo, las ventas y los
      *trabajadores en WKS-KP-L-*; deja el porcentaje en
      *WKS-KP-PCT.
           MOVE ZERO TO WKS-KP-PCT
           MOVE ZERO TO WKS-KP-VXT
           IF WKS-KP-L-VENTAS > 0
              COMPUTE WKS-KP-PCT ROUNDED =
                      WKS-KP-L-COSTO * 100 / WKS-KP-L-VENTAS
                 ON SIZE ERROR MOVE 99999.99 TO WKS-KP-PCT
              END-COMPUTE
              IF WKS-KP-L-TRAB > 0
                 COMPUTE WKS-KP-VXT ROUNDED =
                         WKS-KP-L-VENTAS / WKS-KP-L-TRAB
              END-IF
           END-IF
           MOVE WKS-KP-L-COSTO TO WKS-KL-COSTO
           MOVE WKS-KP-L-VENTAS TO WKS-KL-VENTAS
           MOVE WKS-KP-PCT TO WKS-KL-PCT
           MOVE WKS-KP-VXT TO WKS-KL-VXT
           MOVE WKS-KP-L-TRAB TO WKS-KL-TRAB
           MOVE WKS-LIN-KPI TO REG-KPI-REP
           WRITE REG-KPI-REP.

       00866-MENU-SOLICITUDES.
      *Solicitudes de cambio de datos personales que los
      *trabajadores dejan en el kiosco.
           DISPLAY "SOLICITUDES DEL KIOSCO: 1. ATENDER PENDIENTES "
                   " 2. DATOS DE CONTACTO DE UN TRABAJADOR "
                   " 9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00867-ATIENDE-SOLICITUDES
           ELSE
           IF WKS-ELECCION = 2
              PERFORM 00874-CONSULTA-CONTACTO
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00866-MENU-SOLICITUDES.

       00867-ATIENDE-SOLICITUDES.
      *Recorre la cola en orden de trabajador y fecha y presenta
      *una por una las pendientes y las de cuenta que esperan la
      *segunda autorizacion.
           MOVE ZERO TO WKS-SQ-ATENDIDAS
           MOVE ZEROS TO SQ-LLAVE
           START F-SOLICITUDES KEY IS NOT LESS THAN SQ-LLAVE
              INVALID KEY MOVE 1 TO WKS-SQ-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-SQ-FIN
           END-START
           PERFORM 00868-SOLICITUD-RENGLON
              UNTIL WKS-SQ-FIN = 1
           DISPLAY "SOLICITUDES ATENDIDAS: " WKS-SQ-ATENDIDAS.

       00868-SOLICITUD-RENGLON.
           READ F-SOLICITUDES NEXT RECORD
              AT END MOVE 1 TO WKS-SQ-FIN
              NOT AT END
                 IF SQ-PENDIENTE OR SQ-PRIMERA-AUT
                    PERFORM 00869-PRESENTA-SOLICITUD
                 END-IF
           END-READ.

       00869-PRESENTA-SOLICITUD.
           MOVE SQ-ID-TRAB TO WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           PERFORM 00876-LEE-CONTACTO
           DISPLAY "--------------------------------------------"
           IF WKS-ENCONTRADO = 0
              DISPLAY "TRABAJADOR " SQ-ID-TRAB " (NO EXISTE)"
           ELSE
              DISPLAY "TRABAJADOR " SQ-ID-TRAB " " WKS-NOMBRE-TRAB
           END-IF
           DISPLAY "SOLICITADA EL " SQ-FECHA
           IF SQ-ES-CUENTA
              DISPLAY "CUENTA BANCARIA ACTUAL: " WKS-CUENTA-BANCO
              DISPLAY "CUENTA BANCARIA NUEVA:  " SQ-VALOR(1:10)
              IF SQ-PRIMERA-AUT
                 DISPLAY "PRIMERA AUTORIZACION DE " SQ-OPER-1
              END-IF
           ELSE
           IF SQ-ES-DOMICILIO
              DISPLAY "DOMICILIO ACTUAL: " CX-DOMICILIO
              DISPLAY "DOMICILIO NUEVO:  " SQ-VALOR
           ELSE
           IF SQ-ES-TELEFONO
              DISPLAY "TELEFONO ACTUAL: " CX-TELEFONO
              DISPLAY "TELEFONO NUEVO:  " SQ-VALOR(1:20)
           ELSE
              DISPLAY "CONTACTO DE EMERGENCIA ACTUAL: "
                      CX-EMERG-NOMBRE " " CX-EMERG-TEL
              DISPLAY "CONTACTO DE EMERGENCIA NUEVO:  "
                      SQ-EMERG-NOMBRE " " SQ-EMERG-TEL
           END-IF
           END-IF
           END-IF
           DISPLAY "A. APROBAR  R. RECHAZAR  S. SIGUIENTE  "
                   "F. TERMINAR"
           MOVE SPACE TO WKS-SQ-ACCION
           ACCEPT WKS-SQ-ACCION
           IF WKS-SQ-ACCION = 'A' OR WKS-SQ-ACCION = 'a'
              PERFORM 00870-APRUEBA-SOLICITUD
           ELSE
           IF WKS-SQ-ACCION = 'R' OR WKS-SQ-ACCION = 'r'
              PERFORM 00871-RECHAZA-SOLICITUD
           ELSE
           IF WKS-SQ-ACCION = 'F' OR WKS-SQ-ACCION = 'f'
              MOVE 1 TO WKS-SQ-FIN
           END-IF
           END-IF
           END-IF.

       00870-APRUEBA-SOLICITUD.
      *La cuenta bancaria pasa por el digito verificador y por dos
      *autorizaciones de operadores distintos; solo con la segunda
      *se graba en el maestro, asi que ninguna dispersion la usa
      *antes. Los demas datos van al archivo de contactos con una
      *sola autorizacion. Todo cambio aplicado queda en historial.
           IF WKS-ENCONTRADO = 0 OR NOT WKS-ACTIVO
              DISPLAY "EL TRABAJADOR NO EXISTE O ESTA DADO DE BAJA; "
                      "LA SOLICITUD SOLO PUEDE RECHAZARSE."
           ELSE
           IF SQ-ES-CUENTA
              MOVE SQ-VALOR(1:10) TO WKS-CTA-ALFA
              MOVE ZERO TO WKS-CTA-OK
              IF WKS-CTA-ALFA NUMERIC
                 PERFORM 00140-VALIDA-DIGITO-CUENTA
              END-IF
              IF WKS-CTA-OK = 0
                 DISPLAY "CUENTA INVALIDA, EL DIGITO VERIFICADOR NO "
                         "CUADRA; RECHACE LA SOLICITUD."
              ELSE
              IF SQ-PENDIENTE
                 MOVE '1' TO SQ-ESTADO
                 MOVE WKS-OPER-ID TO SQ-OPER-1
                 PERFORM 00872-REGRABA-SOLICITUD
                 DISPLAY "PRIMERA AUTORIZACION REGISTRADA; FALTA LA "
                         "DE OTRO OPERADOR PARA APLICAR LA CUENTA."
              ELSE
              IF SQ-OPER-1 = WKS-OPER-ID
                 DISPLAY "LA SEGUNDA AUTORIZACION DEBE DARLA OTRO "
                         "OPERADOR."
              ELSE
                 MOVE 'CTA BANCO' TO WKS-LH-CAMPO
                 MOVE WKS-CUENTA-BANCO TO WKS-LH-ANTERIOR
                 MOVE WKS-CTA-ALFA TO WKS-CUENTA-BANCO
                 MOVE WKS-CTA-ALFA TO WKS-LH-NUEVO
                 PERFORM 00022-REGRABA-TRABAJADOR
                 PERFORM 00037-GRABA-HISTORIAL
                 MOVE 'A' TO SQ-ESTADO
                 MOVE WKS-OPER-ID TO SQ-OPER-2
                 ACCEPT SQ-FECHA-RES FROM DATE YYYYMMDD
                 PERFORM 00872-REGRABA-SOLICITUD
                 DISPLAY "CUENTA APLICADA; LA TOMA LA SIGUIENTE "
                         "DISPERSION."
              END-IF
              END-IF
              END-IF
           ELSE
              PERFORM 00873-APLICA-CONTACTO
              PERFORM 00037-GRABA-HISTORIAL
              MOVE 'A' TO SQ-ESTADO
              MOVE WKS-OPER-ID TO SQ-OPER-1
              ACCEPT SQ-FECHA-RES FROM DATE YYYYMMDD
              PERFORM 00872-REGRABA-SOLICITUD
              DISPLAY "CAMBIO APLICADO."
           END-IF
           END-IF.

       00871-RECHAZA-SOLICITUD.
           DISPLAY "MOTIVO DEL RECHAZO (LO VE EL TRABAJADOR): "
           MOVE SPACES TO SQ-MOTIVO
           ACCEPT SQ-MOTIVO
           IF SQ-PRIMERA-AUT
              MOVE WKS-OPER-ID TO SQ-OPER-2
           ELSE
              MOVE WKS-OPER-ID TO SQ-OPER-1
           END-IF
           MOVE 'R' TO SQ-ESTADO
           ACCEPT SQ-FECHA-RES FROM DATE YYYYMMDD
           PERFORM 00872-REGRABA-SOLICITUD
           DISPLAY "SOLICITUD RECHAZADA.".

       00872-REGRABA-SOLICITUD.
           REWRITE REG-SOLICITUD
              INVALID KEY
                 DISPLAY "ERROR AL REGRABAR LA SOLICITUD."
              NOT INVALID KEY
                 ADD 1 TO WKS-SQ-ATENDIDAS
           END-REWRITE.

       00873-APLICA-CONTACTO.
      *Pasa el dato nuevo al registro de contacto (leido en 00876)
      *y deja listos campo, valor anterior y nuevo del historial.
           IF SQ-ES-DOMICILIO
              MOVE 'DOMICILIO' TO WKS-LH-CAMPO
              MOVE CX-DOMICILIO TO WKS-LH-ANTERIOR
              MOVE SQ-VALOR TO CX-DOMICILIO
           ELSE
           IF SQ-ES-TELEFONO
              MOVE 'TELEFONO' TO WKS-LH-CAMPO
              MOVE CX-TELEFONO TO WKS-LH-ANTERIOR
              MOVE SQ-VALOR(1:20) TO CX-TELEFONO
           ELSE
              MOVE 'CONT EMERG' TO WKS-LH-CAMPO
              MOVE CX-EMERG-NOMBRE TO WKS-LH-ANTERIOR
              MOVE SQ-EMERG-NOMBRE TO CX-EMERG-NOMBRE
              MOVE SQ-EMERG-TEL TO CX-EMERG-TEL
           END-IF
           END-IF
           MOVE SQ-VALOR TO WKS-LH-NUEVO
           ACCEPT CX-FECHA-ACT FROM DATE YYYYMMDD
           IF WKS-CX-EXISTE = 1
              REWRITE REG-CONTACTO
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR DATOS DE CONTACTO."
              END-REWRITE
           ELSE
              WRITE REG-CONTACTO
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR DATOS DE CONTACTO."
              END-WRITE
           END-IF.

       00876-LEE-CONTACTO.
      *Datos de contacto del trabajador SQ-ID-TRAB; si aun no
      *tiene, el registro queda en blanco y WKS-CX-EXISTE en cero.
           MOVE SQ-ID-TRAB TO CX-ID-TRAB
           READ F-CONTACTOS
              INVALID KEY
                 MOVE SPACES TO REG-CONTACTO
                 MOVE SQ-ID-TRAB TO CX-ID-TRAB
                 MOVE ZEROS TO CX-FECHA-ACT
                 MOVE ZERO TO WKS-CX-EXISTE
              NOT INVALID KEY
                 MOVE 1 TO WKS-CX-EXISTE
           END-READ.

       00874-CONSULTA-CONTACTO.
           DISPLAY "ID DEL TRABAJADOR: "
           ACCEPT WKS-ID-AUX
           PERFORM 00226-LEE-TRAB-POR-ID
           IF WKS-ENCONTRADO = 0
              DISPLAY "NO EXISTE ESE TRABAJADOR."
           ELSE
              MOVE WKS-ID-AUX TO SQ-ID-TRAB
              PERFORM 00876-LEE-CONTACTO
              DISPLAY "TRABAJADOR " WKS-ID-TRAB " " WKS-NOMBRE-TRAB
              DISPLAY "CUENTA BANCARIA:        " WKS-CUENTA-BANCO
              IF WKS-CX-EXISTE = 0
                 DISPLAY "SIN DATOS DE CONTACTO REGISTRADOS."
              ELSE
                 DISPLAY "DOMICILIO:              " CX-DOMICILIO
                 DISPLAY "TELEFONO:               " CX-TELEFONO
                 DISPLAY "CONTACTO DE EMERGENCIA: " CX-EMERG-NOMBRE
                 DISPLAY "TELEFONO DE EMERGENCIA: " CX-EMERG-TEL
                 DISPLAY "ULTIMA ACTUALIZACION:   " CX-FECHA-ACT
              END-IF
           END-IF.

       00875-CARGA-SOLICITUDES.
      *Abre la cola de solicitudes del kiosco y los datos de
      *contacto, creandolos vacios la primera vez.
           OPEN I-O F-SOLICITUDES
           IF WKS-FS-SOLIC = '35'
              OPEN OUTPUT F-SOLICITUDES
              CLOSE F-SOLICITUDES
              OPEN I-O F-SOLICITUDES
           END-IF
           OPEN I-O F-CONTACTOS
           IF WKS-FS-CONTACTOS = '35'
              OPEN OUTPUT F-CONTACTOS
              CLOSE F-CONTACTOS
              OPEN I-O F-CONTACTOS
           END-IF.

       00142-GENERA-POLIZA.
      *Arma la poliza contable de la corrida recien terminada y la
              DISPLAY "POLIZA NO LIBERADA: CARGOS Y ABONOS NO "
                      "CUADRAN, REVISE LA CORRIDA."
           ELSE
      *Una seccion por registro patronal de la corrida, cada una
      *cuadrada por separado.
              OPEN OUTPUT F-POLIZA
              MOVE 1 TO WKS-RP-I
              IF WKS-RPA-NUM = 0
                 MOVE ZERO TO WKS-RP-SEL
                 PERFORM 00731-POLIZA-REGPAT
              ELSE
                 MOVE WKS-RPA-COD(1) TO WKS-RP-SEL
                 PERFORM 00731-POLIZA-REGPAT
                    UNTIL WKS-RP-I > WKS-RPA-NUM
              END-IF
              CLOSE F-POLIZA
              DISPLAY "POLIZA CONTABLE GENERADA EN NOMINA-POLIZA.TXT"
           END-IF.
           ADD 1 TO WKS-POL-IDX.

       00149-ESCRIBE-CARGO-RENGLON.
           IF WKS-RP-SEL = 0
              OR WKS-POL-CC-RP(WKS-POL-IDX) = WKS-RP-SEL
              ADD WKS-POL-CC-MONTO(WKS-POL-IDX) TO WKS-PZ-DEBE
              MOVE WKS-POL-CC-MONTO(WKS-POL-IDX) TO WKS-CORR-FORMATO
              MOVE SPACES TO REG-POLIZA
              STRING "CARGO  GASTO SUELDOS " DELIMITED BY SIZE
                     WKS-POL-CC-COD(WKS-POL-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WKS-CORR-FORMATO DELIMITED BY SIZE
                     INTO REG-POLIZA
              WRITE REG-POLIZA
           END-IF
           ADD 1 TO WKS-POL-IDX.

       00157-SIMULA-NOMINA.
           MOVE ZERO TO WKS-CORR-NETO
           MOVE ZERO TO WKS-CORR-OTRAS
           MOVE ZERO TO WKS-POL-NUM
           MOVE ZERO TO WKS-RPA-NUM
           MOVE ZERO TO WKS-NETOS-NEGATIVOS
           MOVE ZERO TO WKS-NOMINA-DETENIDA
           MOVE ZERO TO WKS-CT-RETENIDOS
           PERFORM 00222-INICIA-BARRIDO-TRAB
           PERFORM 00017-CALC-NETO-TRAB
              UNTIL WKS-BARRIDO-FIN = 1
           MOVE WKS-CORR-NETO TO WKS-CORR-FORMATO
           DISPLAY "TOTAL NETO:  " WKS-CORR-FORMATO
           DISPLAY "NETOS NEGATIVOS DETECTADOS: " WKS-NETOS-NEGATIVOS
           DISPLAY "RETENIDOS POR CONTRATO VENCIDO: " WKS-CT-RETENIDOS
           DISPLAY "-----------------------------------------------"
           MOVE ZERO TO WKS-SIMULACION.

           MOVE SPACES TO WKS-RFC
           MOVE SPACES TO WKS-CURP
           MOVE SPACES TO WKS-NSS
           MOVE 7 TO WKS-DESCANSO(1)
           MOVE ZERO TO WKS-DESCANSO(2)
           MOVE ZERO TO WKS-JEFE
           MOVE ZERO TO WKS-REG-PAT-TRAB
           MOVE SPACES TO WKS-TARJETA-VALES
           MOVE WKS-CONTADOR TO WKS-ID-TRAB
           MOVE 'A' TO WKS-ESTADO
           ACCEPT WKS-FECHA-ALTA FROM DATE YYYYMMDD
              UNTIL WKS-KD-D > 3.

       00431-COSTO-DEP-RENGLON.
           MOVE ZERO TO WKS-DPG-KD-DEPTO(WKS-KD-D)
           MOVE ZERO TO WKS-DPG-KD-BRUTO(WKS-KD-D)
           MOVE ZERO TO WKS-DPG-KD-NETO(WKS-KD-D)
           MOVE ZERO TO WKS-DPG-KD-PATRON(WKS-KD-D)
           IF WKS-DEPARTAMENTO(WKS-KD-D) > 0
              AND WKS-PCT-CUANTOS > 0
              IF WKS-PCT-SUMA = 100
              ELSE
                 COMPUTE WKS-KD-PARTE = 1 / WKS-PCT-CUANTOS
              END-IF
              MOVE WKS-DEPARTAMENTO(WKS-KD-D)
                   TO WKS-DPG-KD-DEPTO(WKS-KD-D)
              COMPUTE WKS-DPG-KD-BRUTO(WKS-KD-D) ROUNDED =
                      WKS-BASE-GRAVABLE * WKS-KD-PARTE
              COMPUTE WKS-DPG-KD-NETO(WKS-KD-D) ROUNDED =
                      WKS-SALARIO-NETO * WKS-KD-PARTE
              COMPUTE WKS-DPG-KD-PATRON(WKS-KD-D) ROUNDED =
                      WKS-PAT-TOTAL * WKS-KD-PARTE
              MOVE WKS-DEPARTAMENTO(WKS-KD-D) TO KD-DEPTO
              MOVE WKS-RECIBO-FECHA(1:6) TO KD-ANOMES
              READ F-COSTO-DEP
                 INVALID KEY
                    MOVE WKS-DEPARTAMENTO(WKS-KD-D) TO KD-DEPTO
                    MOVE WKS-RECIBO-FECHA(1:6) TO KD-ANOMES
                    MOVE WKS-DPG-KD-BRUTO(WKS-KD-D) TO KD-BRUTO
                    MOVE WKS-DPG-KD-NETO(WKS-KD-D) TO KD-NETO
                    MOVE WKS-DPG-KD-PATRON(WKS-KD-D) TO KD-PATRON
                    WRITE REG-COSTO-DEP
                       INVALID KEY
                          DISPLAY "ERROR AL GRABAR COSTO POR "
                                  "DEPARTAMENTO."
                    END-WRITE
                 NOT INVALID KEY
                    ADD WKS-DPG-KD-BRUTO(WKS-KD-D) TO KD-BRUTO
                    ADD WKS-DPG-KD-NETO(WKS-KD-D) TO KD-NETO
                    IF KD-PATRON NOT NUMERIC
                       MOVE ZERO TO KD-PATRON
                    END-IF
                    ADD WKS-DPG-KD-PATRON(WKS-KD-D) TO KD-PATRON
                    REWRITE REG-COSTO-DEP
                       INVALID KEY
                          DISPLAY "ERROR AL REGRABAR COSTO POR "
           MOVE WKS-OTR-PERCEP TO DT-OTRAS-PER
           MOVE WKS-SALARIO-NETO TO DT-NETO
           MOVE WKS-NETO-PERIODO TO DT-NETO-PERIODO
           MOVE WKS-VAL-PERIODO TO DT-VALES
           MOVE WKS-CONC-NUM TO DT-NUM-CONC
           MOVE WKS-PRO-INI TO DT-PER-INI
           MOVE WKS-PRO-FIN TO DT-PER-FIN
           MOVE WKS-PRO-DIAS-TRAB TO DT-DIAS-PAG
           MOVE WKS-FORMA-PAGO TO DT-FORMA-PAGO
           MOVE WKS-SUB-CUOTA TO DT-SUBSIDIO
           MOVE WKS-BASE-ISR TO DT-BASE-ISR
           MOVE WKS-TOT-EXENTO TO DT-EXENTO
           MOVE SPACE TO DT-ESTADO
           IF WKS-PREST-APLICA = 1
              MOVE WKS-PREST-CAP-ABONO TO DT-PREST-CAP
           ELSE
              MOVE ZERO TO DT-PREST-CAP
           END-IF
           IF WKS-AHO-APLICA = 1
              MOVE AH-APORTACION TO DT-AHO-APORTA
           ELSE
              MOVE ZERO TO DT-AHO-APORTA
           END-IF
           IF WKS-PGA-APLICA = 1
              MOVE WKS-PGA-CAP TO DT-PGA-CAP
              MOVE WKS-PGA-INT TO DT-PGA-INT
           ELSE
              MOVE ZERO TO DT-PGA-CAP
              MOVE ZERO TO DT-PGA-INT
           END-IF
           MOVE 1 TO WKS-DET-I
           PERFORM 00355-DETALLE-CONC-RENGLON
              UNTIL WKS-DET-I > 20
      *Exentos y FONACOT se postean despues del detalle; sus tablas
      *ya estan calculadas.
           IF WKS-INF-APLICA = 1
              MOVE WKS-INF-CREDITO TO DT-INF-CREDITO
              MOVE WKS-INF-MONTO TO DT-INF-MONTO
           ELSE
              MOVE SPACES TO DT-INF-CREDITO
              MOVE ZERO TO DT-INF-MONTO
           END-IF
           MOVE WKS-FON-NUM TO DT-FON-NUM
           MOVE WKS-EXP-NUM TO DT-EXP-NUM
           MOVE WKS-DV-NUM TO DT-DV-NUM
           MOVE WKS-PAT-IMSS TO DT-PAT-IMSS
           MOVE WKS-PAT-RETIRO TO DT-PAT-RETIRO
           MOVE WKS-PAT-INFONAVIT TO DT-PAT-INFONAVIT
           MOVE WKS-IMSS-BASE TO DT-IMSS-BASE
           MOVE WKS-RP-TRAB TO DT-REG-PAT
           MOVE 1 TO WKS-DET-I
           PERFORM 00894-DETALLE-ACUM-RENGLON
              UNTIL WKS-DET-I > 25
           IF WKS-TARJETA-VALES = SPACES AND WKS-VAL-PERIODO > 0
              MOVE 'S' TO DT-VALES-PEND
           ELSE
              MOVE 'N' TO DT-VALES-PEND
           END-IF
           WRITE REG-DETALLE
              INVALID KEY
      *Reintento de una corrida detenida: el registro ya existia.
                   TO DT-CONC-TIPO(WKS-DET-I)
              MOVE WKS-CONC-MONTO(WKS-DET-I)
                   TO DT-CONC-MONTO(WKS-DET-I)
              MOVE WKS-CONC-SAT(WKS-DET-I)
                   TO DT-CONC-SAT(WKS-DET-I)
              MOVE WKS-CONC-CLASE(WKS-DET-I)
                   TO DT-CONC-CLASE(WKS-DET-I)
              MOVE WKS-CONC-EXENTO(WKS-DET-I)
                   TO DT-CONC-EXENTO(WKS-DET-I)
           ELSE
              MOVE SPACES TO DT-CONC-DESC(WKS-DET-I)
              MOVE SPACE TO DT-CONC-TIPO(WKS-DET-I)
              MOVE ZERO TO DT-CONC-MONTO(WKS-DET-I)
              MOVE SPACES TO DT-CONC-SAT(WKS-DET-I)
              MOVE SPACE TO DT-CONC-CLASE(WKS-DET-I)
              MOVE ZERO TO DT-CONC-EXENTO(WKS-DET-I)
           END-IF
           ADD 1 TO WKS-DET-I.

       00894-DETALLE-ACUM-RENGLON.
           IF WKS-DET-I NOT > 3
              MOVE WKS-DPG-ISN-ESTADO(WKS-DET-I)
                   TO DT-ISN-ESTADO(WKS-DET-I)
              MOVE WKS-DPG-ISN-BASE(WKS-DET-I)
                   TO DT-ISN-BASE(WKS-DET-I)
              MOVE WKS-DPG-KD-DEPTO(WKS-DET-I)
                   TO DT-KD-DEPTO(WKS-DET-I)
              MOVE WKS-DPG-KD-BRUTO(WKS-DET-I)
                   TO DT-KD-BRUTO(WKS-DET-I)
              MOVE WKS-DPG-KD-NETO(WKS-DET-I)
                   TO DT-KD-NETO(WKS-DET-I)
              MOVE WKS-DPG-KD-PATRON(WKS-DET-I)
                   TO DT-KD-PATRON(WKS-DET-I)
           END-IF
           IF WKS-DET-I NOT > 5
              IF WKS-DET-I NOT > WKS-FON-NUM
                 MOVE WKS-FON-T-CREDITO(WKS-DET-I)
                      TO DT-FON-CREDITO(WKS-DET-I)
                 MOVE WKS-FON-T-PERIODO(WKS-DET-I)
                      TO DT-FON-MONTO(WKS-DET-I)
              ELSE
                 MOVE SPACES TO DT-FON-CREDITO(WKS-DET-I)
                 MOVE ZERO TO DT-FON-MONTO(WKS-DET-I)
              END-IF
           END-IF
           IF WKS-DET-I NOT > 20
              IF WKS-DET-I NOT > WKS-DV-NUM
                 MOVE WKS-DV-LLAVE(WKS-DET-I)
                      TO DT-DV-LLAVE(WKS-DET-I)
                 MOVE WKS-DV-ABONO(WKS-DET-I)
                      TO DT-DV-ABONO(WKS-DET-I)
              ELSE
                 MOVE SPACES TO DT-DV-LLAVE(WKS-DET-I)
                 MOVE ZERO TO DT-DV-ABONO(WKS-DET-I)
              END-IF
           END-IF
           IF WKS-DET-I NOT > WKS-EXP-NUM
              MOVE WKS-EXP-RUBRO(WKS-DET-I)
                   TO DT-EXP-RUBRO(WKS-DET-I)
              MOVE WKS-EXP-EXENTO(WKS-DET-I)
                   TO DT-EXP-EXENTO(WKS-DET-I)
              MOVE WKS-EXP-GRAVADO(WKS-DET-I)
                   TO DT-EXP-GRAVADO(WKS-DET-I)
           ELSE
              MOVE SPACES TO DT-EXP-RUBRO(WKS-DET-I)
              MOVE ZERO TO DT-EXP-EXENTO(WKS-DET-I)
              MOVE ZERO TO DT-EXP-GRAVADO(WKS-DET-I)
           END-IF
           ADD 1 TO WKS-DET-I.

                    MOVE DT-NETO TO WKS-DET-IMPORTE
                    DISPLAY "CORRIDA " DT-CORRIDA " FECHA " DT-FECHA
                            "  NETO MENSUAL: " WKS-DET-IMPORTE
                    IF DT-REVERSADO
                       DISPLAY "   *PAGO REVERSADO*"
                    END-IF
                    MOVE DT-CORRIDA TO AU-CORRIDA
                    MOVE DT-ID-TRAB TO AU-ID-TRAB
                    READ F-ACUSES
                    DISPLAY "   ISR:   " WKS-DET-IMPORTE
                    MOVE DT-IMSS TO WKS-DET-IMPORTE
                    DISPLAY "   IMSS:  " WKS-DET-IMPORTE
      *Pagos grabados antes de separar el exento no lo traen.
                    IF DT-BASE-ISR NUMERIC
                       MOVE DT-EXENTO TO WKS-DET-IMPORTE
                       DISPLAY "   EXENTO:         " WKS-DET-IMPORTE
                       MOVE DT-BASE-ISR TO WKS-DET-IMPORTE
                       DISPLAY "   GRAVADO (ISR):  " WKS-DET-IMPORTE
                    END-IF
                    MOVE 1 TO WKS-DET-I
                    PERFORM 00358-DETALLE-CONS-CONC
                       UNTIL WKS-DET-I > DT-NUM-CONC
           MOVE DT-CONC-MONTO(WKS-DET-I) TO WKS-DET-IMPORTE
           DISPLAY "   " DT-CONC-TIPO(WKS-DET-I) " "
                   DT-CONC-DESC(WKS-DET-I) " " WKS-DET-IMPORTE
           IF DT-CONC-EXENTO(WKS-DET-I) NUMERIC
              IF DT-CONC-EXENTO(WKS-DET-I) > 0
                 MOVE DT-CONC-EXENTO(WKS-DET-I) TO WKS-DET-IMPORTE
                 DISPLAY "     EXENTO: " WKS-DET-IMPORTE
              END-IF
           END-IF
           ADD 1 TO WKS-DET-I.

       00359-REPORTE-VARIACION.
              ACCEPT WKS-OPCION
              IF WKS-OPC-S
                 PERFORM 00336-LIBERA-COPIA
                 PERFORM 00877-ASIENTA-DISPERSION
                 IF WKS-LIB-CORRIDA > 0
                    MOVE 'L' TO CR-LIBERADA
                    MOVE WKS-OPER-ID TO CR-LIBERA-OPER
              UNTIL WKS-LIB-FIN = 1
           CLOSE F-DISPERSION
           CLOSE F-DISP-PEND
           PERFORM 00733-DISPERSION-POR-REGPAT
           OPEN OUTPUT F-DISP-PEND
           CLOSE F-DISP-PEND
      *El archivo pendiente quedo vacio: si habia un reparto de
           MOVE SPACE TO WKS-DISP-PTU-PEND
           PERFORM 00028-GRABA-CONTADOR.

       00877-ASIENTA-DISPERSION.
      *Deja la dispersion liberada en la historia, para conciliar
      *el cargo del banco.
           OPEN EXTEND F-DISP-LIB
           IF WKS-FS-DISP-LIB = '35'
              OPEN OUTPUT F-DISP-LIB
           END-IF
           ACCEPT DB-FECHA FROM DATE YYYYMMDD
           MOVE WKS-LIB-CORRIDA TO DB-CORRIDA
           MOVE WKS-LIB-CUENTAS TO DB-CUENTAS
           MOVE WKS-LIB-TOTAL TO DB-TOTAL
           MOVE WKS-OPER-ID TO DB-OPERADOR
           WRITE REG-DISP-LIB
           CLOSE F-DISP-LIB.

       00337-LIBERA-COPIA-RENGLON.
           READ F-DISP-PEND
              AT END MOVE 1 TO WKS-LIB-FIN
              NOT AT END
      *El registro patronal del deposito no va al banco.
                 IF REG-DISP-PEND(1:1) = 'D'
                    MOVE SPACES TO REG-DISPERSION
                    MOVE REG-DISP-PEND(1:63) TO REG-DISPERSION
                 ELSE
                    MOVE REG-DISP-PEND TO REG-DISPERSION
                 END-IF
                 WRITE REG-DISPERSION
           END-READ.

              MOVE ZERO TO WKS-CORR-OTRAS
              MOVE ZERO TO WKS-CORR-PATRON
              MOVE ZERO TO WKS-POL-NUM
              MOVE ZERO TO WKS-RPA-NUM
              MOVE ZERO TO WKS-DIS-CUENTAS
              MOVE ZERO TO WKS-DIS-TOTAL
              MOVE ZERO TO WKS-VAL-CUANTOS
              MOVE ZERO TO WKS-VAL-TOTAL
              MOVE ZERO TO WKS-CHQ-CUANTOS
              MOVE ZERO TO WKS-CHQ-TOTAL
              MOVE ZERO TO WKS-EFE-CUANTOS
              MOVE ZEROS TO WKS-EFE-DENOM
              OPEN OUTPUT F-RECIBOS
              OPEN OUTPUT F-DISP-PEND
              OPEN OUTPUT F-VALES-DISP
              OPEN OUTPUT F-CHEQUES-IMP
              OPEN OUTPUT F-EFECTIVO-REP
           ELSE
              IF WKS-FS-DISP-PEND = '35'
                 OPEN OUTPUT F-DISP-PEND
              END-IF
              OPEN EXTEND F-VALES-DISP
              IF WKS-FS-VALES-DISP = '35'
                 OPEN OUTPUT F-VALES-DISP
              END-IF
              OPEN EXTEND F-CHEQUES-IMP
              IF WKS-FS-CHEQUES-IMP = '35'
                 OPEN OUTPUT F-CHEQUES-IMP
           END-IF
           MOVE ZERO TO WKS-NETOS-NEGATIVOS
           MOVE ZERO TO WKS-NOMINA-DETENIDA
           MOVE ZERO TO WKS-CT-RETENIDOS
           PERFORM 00017-CALC-NETO-TRAB
              UNTIL WKS-BARRIDO-FIN = 1
                  OR WKS-NOMINA-DETENIDA = 1
           CLOSE F-RECIBOS
           DISPLAY "RECIBOS GENERADOS EN NOMINA-RECIBOS.TXT"
           IF WKS-CT-RETENIDOS > 0
              DISPLAY "TRABAJADORES RETENIDOS POR CONTRATO VENCIDO: "
                      WKS-CT-RETENIDOS
           END-IF
      *El registro de control del archivo de dispersion solo se
      *escribe cuando la corrida termino completa; una corrida
      *detenida deja el archivo sin cerrar con control para que el
                      "NOMINA-DISPERSION-PEND.TXT ("
                      WKS-DIS-CUENTAS " DEPOSITOS); UN SEGUNDO "
                      "SUPERVISOR DEBE LIBERARLA"
              IF WKS-VAL-CUANTOS > 0
                 MOVE 'T' TO WKS-VC-TIPO
                 MOVE WKS-VAL-CUANTOS TO WKS-VC-CUANTOS
                 MOVE WKS-VAL-TOTAL TO WKS-VC-TOTAL
                 WRITE REG-VALES-DISP FROM WKS-LIN-VALES-CONTROL
                 DISPLAY "CARGA DE VALES EN "
                         "NOMINA-VALES-DISPERSION.TXT ("
                         WKS-VAL-CUANTOS " TARJETAS)"
              END-IF
           END-IF
           CLOSE F-DISP-PEND
           CLOSE F-VALES-DISP
      *Desglose de billetes y monedas del efectivo y totales de
      *cheques; los tres medios cuadran contra el neto por periodo
      *de la corrida.
           MOVE ZERO TO WKS-CUA-CHQ-TOT
           MOVE ZERO TO WKS-CUA-DISP-TOT
           MOVE ZERO TO WKS-CUA-PEN-TOT
           MOVE ZERO TO WKS-CUA-VAL-TOT
           OPEN EXTEND F-CUADRE
           IF WKS-FS-CUADRE = '35'
              OPEN OUTPUT F-CUADRE
                  WKS-CUA-IMPORTE DELIMITED BY SIZE
                  INTO REG-CUADRE
           WRITE REG-CUADRE
           MOVE WKS-CUA-VAL-TOT TO WKS-CUA-IMPORTE
           MOVE SPACES TO REG-CUADRE
           STRING "VALES DE DESPENSA:          " DELIMITED BY SIZE
                  WKS-CUA-IMPORTE DELIMITED BY SIZE
                  INTO REG-CUADRE
           WRITE REG-CUADRE
           IF WKS-CUA-DIFS = 0
              MOVE "CUADRE LIMPIO: LAS CUATRO SALIDAS COINCIDEN "
                 & "CON EL DETALLE." TO REG-CUADRE
                 ELSE
                    ADD DT-NETO TO WKS-CUA-DET-NETO
                    ADD DT-NETO-PERIODO TO WKS-CUA-DET-PER
      *Lo cargado a la tarjeta de vales no sale por ningun medio
      *de pago.
                    MOVE DT-NETO-PERIODO TO WKS-CUA-PAGO
                    IF DT-VALES NUMERIC
                       SUBTRACT DT-VALES FROM WKS-CUA-PAGO
                       ADD DT-VALES TO WKS-CUA-VAL-TOT
                    END-IF
                    MOVE DT-ID-TRAB TO WKS-ID-AUX
                    PERFORM 00226-LEE-TRAB-POR-ID
                    IF WKS-ENCONTRADO = 1
                          PERFORM 00463-CUADRE-COTEJA-DEPOSITO
                       ELSE
                       IF WKS-PAGO-EFECTIVO
                          ADD WKS-CUA-PAGO TO WKS-CUA-EFE-TOT
                       ELSE
                          PERFORM 00464-CUADRE-COTEJA-CHEQUE
                       END-IF
                     DELIMITED BY SIZE INTO REG-CUADRE
              WRITE REG-CUADRE
           ELSE
              IF WKS-CUA-MONTO(WKS-CUA-I) NOT = WKS-CUA-PAGO
                 ADD 1 TO WKS-CUA-DIFS
                 MOVE WKS-CUA-MONTO(WKS-CUA-I) TO WKS-CUA-IMPORTE
                 MOVE WKS-CUA-PAGO TO WKS-CUA-IMPORTE2
                 MOVE SPACES TO REG-CUADRE
                 STRING "  *TRABAJADOR " DT-ID-TRAB
                        " DEPOSITO " DELIMITED BY SIZE
                     DELIMITED BY SIZE INTO REG-CUADRE
              WRITE REG-CUADRE
           ELSE
              IF WKS-CUA-CHQ-IMP(WKS-CUA-I) NOT = WKS-CUA-PAGO
                 ADD 1 TO WKS-CUA-DIFS
                 MOVE WKS-CUA-CHQ-IMP(WKS-CUA-I)
                      TO WKS-CUA-IMPORTE
                 MOVE WKS-CUA-PAGO TO WKS-CUA-IMPORTE2
                 MOVE SPACES TO REG-CUADRE
                 STRING "  *TRABAJADOR " DT-ID-TRAB
                        " CHEQUE " DELIMITED BY SIZE
       00320-PROCESO-BATCH-CHECADAS.
      *Paso nocturno que solo importa las checadas del reloj, para
      *que el driver lo corra antes de la nomina.
           MOVE ZERO TO WKS-CK-LEIDAS
           MOVE ZERO TO WKS-CK-RECHAZOS
           PERFORM 00315-IMPORTA-CHECADAS
      *Cifras para la historia nocturna del driver.
           MOVE SPACES TO REG-RESUMEN-CK
           MOVE WKS-CK-LEIDAS TO RK-LEIDAS
           MOVE WKS-CK-RECHAZOS TO RK-RECHAZADAS
           OPEN OUTPUT F-RESUMEN-CK
           WRITE REG-RESUMEN-CK
           CLOSE F-RESUMEN-CK
           IF WKS-CK-RECHAZOS > 0
              MOVE "94" TO LK-PARM-STATUS
           ELSE
           END-IF
           END-IF.

       00878-REVISA-CIERRE.
      *Dice que hacer con un movimiento del area WKS-CIE-AREA fechado
      *el WKS-CIE-FECHA: libre, rechazado, trasladado a hoy (solo si
      *el movimiento lo admite, WKS-CIE-TRASLADO en 1) o asentado en
      *un mes reabierto. Solo avisa; la bitacora la escribe 00879
      *cuando el movimiento queda en firme.
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
                      WKS-CIE-AREA "; EL MOVIMIENTO SE RECHAZA."
           ELSE
           IF WKS-CIE-TRASLADA
              DISPLAY "EL MES " WKS-CIE-ANOMES " ESTA CERRADO PARA "
                      WKS-CIE-AREA "; EL MOVIMIENTO SE REGISTRA CON "
                      "FECHA DE HOY (" WKS-CIE-HOY ")."
           ELSE
           IF WKS-CIE-REABIERTO
              DISPLAY "AVISO: EL MES " WKS-CIE-ANOMES " DE "
                      WKS-CIE-AREA " FUE REABIERTO; EL MOVIMIENTO "
                      "QUEDA EN EL REPORTE DE POSTERIORES AL CIERRE."
           END-IF
           END-IF
           END-IF.

       00879-ANOTA-CIERRE.
      *Anota en la bitacora compartida el movimiento que reviso
      *00878 (tipo, referencia y detalle en WKS-CIE-*); los
      *movimientos de meses sin cierre no se anotan.
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
              MOVE WKS-OPER-ID TO CMV-ORIGEN
              MOVE WKS-CIE-DETALLE TO CMV-DETALLE
              WRITE REG-CIE-MOVTO
              CLOSE F-CIE-MOVTOS
           END-IF.

       00880-MENU-CIERRES.
      *Calendario de cierre de periodos de NOMINA y de IVA. Cerrar y
      *reabrir es de supervisores; la consulta es libre.
           DISPLAY "CIERRE DE PERIODOS: 1. CERRAR UN MES "
                   " 2. REABRIR UN MES "
                   " 3. CALENDARIO DE CIERRES "
                   " 4. MOVIMIENTOS POSTERIORES AL CIERRE "
                   " 9. REGRESAR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00881-CIERRA-MES
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 2
              IF WKS-OPER-SUPERVISOR
                 PERFORM 00884-REABRE-MES
              ELSE
                 DISPLAY "OPCION RESERVADA A SUPERVISORES."
              END-IF
           ELSE
           IF WKS-ELECCION = 3
              PERFORM 00886-CALENDARIO-CIERRES
           ELSE
           IF WKS-ELECCION = 4
              PERFORM 00888-REPORTE-POSTERIORES
           ELSE
           IF WKS-ELECCION = 9
              NEXT SENTENCE
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00880-MENU-CIERRES.

       00881-CIERRA-MES.
      *Cierra un mes ya terminado de un area, con la regla para los
      *movimientos que despues lleguen fechados en el. Un mes
      *reabierto se vuelve a cerrar igual.
           PERFORM 00883-PIDE-AREA-MES
           IF WKS-CIE-OK = 1
              OPEN I-O F-CIERRES
              IF WKS-FS-CIERRES = '35'
                 OPEN OUTPUT F-CIERRES
                 CLOSE F-CIERRES
                 OPEN I-O F-CIERRES
              END-IF
              MOVE WKS-CIE-AREA TO PC-AREA
              MOVE WKS-CIE-ANOMES TO PC-ANOMES
              MOVE ZERO TO WKS-CIE-EXISTE
              READ F-CIERRES
                 INVALID KEY
                    MOVE SPACES TO REG-CIERRE
                    MOVE WKS-CIE-AREA TO PC-AREA
                    MOVE WKS-CIE-ANOMES TO PC-ANOMES
                    MOVE ZEROS TO PC-FECHA-REAPERTURA
                 NOT INVALID KEY
                    MOVE 1 TO WKS-CIE-EXISTE
              END-READ
              IF WKS-CIE-EXISTE = 1 AND PC-CERRADO
                 DISPLAY "ESE MES YA ESTA CERRADO DESDE EL "
                         PC-FECHA-CIERRE " POR " PC-OPER-CIERRE
              ELSE
                 PERFORM 00882-CIERRA-MES-GRABA
              END-IF
              CLOSE F-CIERRES
           END-IF.

       00882-CIERRA-MES-GRABA.
      *Regla del area: NOMINA rechaza lo atrasado (la corrida ya
      *pago y declaro el mes) e IVA lo traslada al mes en curso,
      *como la nota de credito que se declara en el mes que se
      *emite; el supervisor puede fijar la otra.
           DISPLAY "MOVIMIENTOS QUE LLEGUEN FECHADOS EN EL MES: "
                   "1. RECHAZARLOS  2. TRASLADARLOS AL MES EN CURSO"
                   "  (0 = REGLA DEL AREA)"
           ACCEPT WKS-CIE-REGLA-OPC
           IF WKS-CIE-REGLA-OPC = 1
              MOVE 'R' TO PC-REGLA
           ELSE
           IF WKS-CIE-REGLA-OPC = 2
              MOVE 'T' TO PC-REGLA
           ELSE
           IF WKS-CIE-AREA = "IVA"
              MOVE 'T' TO PC-REGLA
           ELSE
              MOVE 'R' TO PC-REGLA
           END-IF
           END-IF
           END-IF
           IF WKS-CIE-EXISTE = 1
              MOVE "REABIERTO" TO WKS-AX-ANTES
           ELSE
              MOVE "ABIERTO" TO WKS-AX-ANTES
           END-IF
           MOVE 'C' TO PC-ESTADO
           ACCEPT PC-FECHA-CIERRE FROM DATE YYYYMMDD
           MOVE WKS-OPER-ID TO PC-OPER-CIERRE
           IF WKS-CIE-EXISTE = 1
              REWRITE REG-CIERRE
                 INVALID KEY
                    DISPLAY "ERROR AL REGRABAR EL CIERRE."
              END-REWRITE
           ELSE
              WRITE REG-CIERRE
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR EL CIERRE."
              END-WRITE
           END-IF
           MOVE "CIERRE-MES" TO WKS-AX-ENTIDAD
           MOVE SPACES TO WKS-AX-LLAVE
           STRING WKS-CIE-AREA " " WKS-CIE-ANOMES DELIMITED BY SIZE
                  INTO WKS-AX-LLAVE
           IF PC-RECHAZA
              MOVE "CERRADO, RECHAZA" TO WKS-AX-DESPUES
           ELSE
              MOVE "CERRADO, TRASLADA" TO WKS-AX-DESPUES
           END-IF
           PERFORM 00447-GRABA-AUDIT-CAT
           DISPLAY "MES " WKS-CIE-ANOMES " CERRADO PARA "
                   WKS-CIE-NOMBRE-AREA ".".

       00883-PIDE-AREA-MES.
      *Area y mes a cerrar o reabrir; solo meses ya terminados.
           MOVE ZERO TO WKS-CIE-OK
           DISPLAY "AREA: 1. NOMINA (IMSS/ISN)  2. IVA (VENTAS Y "
                   "COMPRAS)"
           ACCEPT WKS-CIE-AREA-OPC
           DISPLAY "MES (AAAAMM): "
           ACCEPT WKS-CIE-ANOMES
           ACCEPT WKS-CIE-HOY FROM DATE YYYYMMDD
           MOVE WKS-CIE-HOY(1:6) TO WKS-CIE-ANOMES-HOY
           MOVE WKS-CIE-ANOMES(5:2) TO WKS-CIE-MES
           IF WKS-CIE-AREA-OPC = 1
              MOVE "NOM" TO WKS-CIE-AREA
              MOVE "NOMINA" TO WKS-CIE-NOMBRE-AREA
           ELSE
              MOVE "IVA" TO WKS-CIE-AREA
              MOVE "IVA" TO WKS-CIE-NOMBRE-AREA
           END-IF
           IF WKS-CIE-AREA-OPC < 1 OR WKS-CIE-AREA-OPC > 2
              DISPLAY "AREA INVALIDA, VERIFIQUE."
           ELSE
           IF WKS-CIE-MES < 1 OR WKS-CIE-MES > 12
              DISPLAY "MES INVALIDO, VERIFIQUE."
           ELSE
           IF WKS-CIE-ANOMES NOT < WKS-CIE-ANOMES-HOY
              DISPLAY "SOLO SE CIERRAN MESES YA TERMINADOS."
           ELSE
              MOVE 1 TO WKS-CIE-OK
           END-IF
           END-IF
           END-IF.

       00884-REABRE-MES.
      *Reabre un mes cerrado: supervisor, motivo obligatorio y
      *renglon en la auditoria de catalogos. Lo que se asiente
      *mientras siga abierto sale en el reporte de posteriores.
           PERFORM 00883-PIDE-AREA-MES
           IF WKS-CIE-OK = 1
              OPEN I-O F-CIERRES
              IF WKS-FS-CIERRES NOT = '00'
                 DISPLAY "NO HAY MESES CERRADOS."
              ELSE
                 MOVE WKS-CIE-AREA TO PC-AREA
                 MOVE WKS-CIE-ANOMES TO PC-ANOMES
                 READ F-CIERRES
                    INVALID KEY
                       DISPLAY "ESE MES NO ESTA CERRADO."
                    NOT INVALID KEY
                       IF NOT PC-CERRADO
                          DISPLAY "ESE MES NO ESTA CERRADO."
                       ELSE
                          PERFORM 00885-REABRE-MES-GRABA
                       END-IF
                 END-READ
                 CLOSE F-CIERRES
              END-IF
           END-IF.

       00885-REABRE-MES-GRABA.
           DISPLAY "CERRADO EL " PC-FECHA-CIERRE " POR "
                   PC-OPER-CIERRE
           DISPLAY "MOTIVO DE LA REAPERTURA (OBLIGATORIO): "
           MOVE SPACES TO WKS-CIE-MOTIVO
           ACCEPT WKS-CIE-MOTIVO
           IF WKS-CIE-MOTIVO = SPACES
              DISPLAY "SIN MOTIVO NO SE REABRE EL MES."
           ELSE
              DISPLAY "CONFIRMA REABRIR EL MES " WKS-CIE-ANOMES
                      " DE " WKS-CIE-NOMBRE-AREA "? S.SI N.NO"
              ACCEPT WKS-OPCION
              IF NOT WKS-OPC-S
                 DISPLAY "REAPERTURA CANCELADA."
              ELSE
                 MOVE SPACES TO WKS-AX-ANTES
                 STRING "CERRADO " PC-FECHA-CIERRE DELIMITED BY SIZE
                        INTO WKS-AX-ANTES
                 MOVE 'A' TO PC-ESTADO
                 ACCEPT PC-FECHA-REAPERTURA FROM DATE YYYYMMDD
                 MOVE WKS-OPER-ID TO PC-OPER-REAPERTURA
                 MOVE WKS-CIE-MOTIVO TO PC-MOTIVO
                 REWRITE REG-CIERRE
                    INVALID KEY
                       DISPLAY "ERROR AL REGRABAR EL CIERRE."
                 END-REWRITE
                 MOVE "REAPERTURA" TO WKS-AX-ENTIDAD
                 MOVE SPACES TO WKS-AX-LLAVE
                 STRING WKS-CIE-AREA " " WKS-CIE-ANOMES
                        DELIMITED BY SIZE INTO WKS-AX-LLAVE
                 MOVE WKS-CIE-MOTIVO TO WKS-AX-DESPUES
                 PERFORM 00447-GRABA-AUDIT-CAT
                 DISPLAY "MES " WKS-CIE-ANOMES " REABIERTO. CIERRELO "
                         "DE NUEVO AL TERMINAR LOS AJUSTES."
              END-IF
           END-IF.

       00886-CALENDARIO-CIERRES.
      *Todos los meses con cierre, por area y mes.
           OPEN INPUT F-CIERRES
           IF WKS-FS-CIERRES NOT = '00'
              DISPLAY "NO HAY MESES CERRADOS."
           ELSE
              MOVE ZERO TO WKS-CIE-FIN
              PERFORM 00887-CALENDARIO-RENGLON
                 UNTIL WKS-CIE-FIN = 1
              CLOSE F-CIERRES
           END-IF.

       00887-CALENDARIO-RENGLON.
           READ F-CIERRES NEXT RECORD
              AT END MOVE 1 TO WKS-CIE-FIN
              NOT AT END
                 IF PC-CERRADO
                    DISPLAY PC-AREA " " PC-ANOMES " CERRADO EL "
                            PC-FECHA-CIERRE " POR " PC-OPER-CIERRE
                            "  REGLA " PC-REGLA
                 ELSE
                    DISPLAY PC-AREA " " PC-ANOMES " REABIERTO EL "
                            PC-FECHA-REAPERTURA " POR "
                            PC-OPER-REAPERTURA
                 END-IF
                 IF PC-FECHA-REAPERTURA NUMERIC
                    AND PC-FECHA-REAPERTURA > 0
                    DISPLAY "   ULTIMA REAPERTURA " PC-FECHA-REAPERTURA
                            ": " PC-MOTIVO
                 END-IF
           END-READ.

       00888-REPORTE-POSTERIORES.
      *Lo que llego fechado en un mes despues de cerrarlo: asentado
      *en el mes reabierto, trasladado al mes en curso o rechazado,
      *de NOMINA y de CALCULADOR-IVA, desde la bitacora compartida.
           DISPLAY "AREA (NOM, IVA; BLANCO = TODAS): "
           MOVE SPACES TO WKS-CIE-FILTRO
           ACCEPT WKS-CIE-FILTRO
           DISPLAY "DESDE EL MES (AAAAMM; 0 = TODOS): "
           ACCEPT WKS-CIE-DESDE
           OPEN INPUT F-CIE-MOVTOS
           IF WKS-FS-CIE-MOV NOT = '00'
              DISPLAY "NO HAY MOVIMIENTOS POSTERIORES A UN CIERRE."
           ELSE
              OPEN OUTPUT F-CIE-REP
              MOVE "MOVIMIENTOS POSTERIORES AL CIERRE DEL MES"
                   TO REG-CIE-REP
              WRITE REG-CIE-REP
              MOVE "CAPTURA  AREA MES    ACCION         REGISTRO TIPO "
                   & "REFERENCIA       ORIGEN   DETALLE" TO REG-CIE-REP
              WRITE REG-CIE-REP
              MOVE ALL "-" TO REG-CIE-REP
              WRITE REG-CIE-REP
              MOVE ZERO TO WKS-CIE-ASENTADOS
              MOVE ZERO TO WKS-CIE-RECHAZADOS
              MOVE ZERO TO WKS-CIE-FIN
              PERFORM 00889-POSTERIOR-RENGLON
                 UNTIL WKS-CIE-FIN = 1
              MOVE SPACES TO REG-CIE-REP
              STRING "ASENTADOS DESPUES DEL CIERRE: "
                     DELIMITED BY SIZE
                     WKS-CIE-ASENTADOS DELIMITED BY SIZE
                     "   RECHAZADOS: " DELIMITED BY SIZE
                     WKS-CIE-RECHAZADOS DELIMITED BY SIZE
                     INTO REG-CIE-REP
              WRITE REG-CIE-REP
              CLOSE F-CIE-REP
              CLOSE F-CIE-MOVTOS
              DISPLAY "ASENTADOS DESPUES DEL CIERRE: "
                      WKS-CIE-ASENTADOS
                      "  RECHAZADOS: " WKS-CIE-RECHAZADOS
              DISPLAY "VEA CIERRE-POSTERIORES.TXT"
           END-IF.

       00889-POSTERIOR-RENGLON.
           READ F-CIE-MOVTOS
              AT END MOVE 1 TO WKS-CIE-FIN
              NOT AT END
                 IF (WKS-CIE-FILTRO = SPACES
                     OR CMV-AREA = WKS-CIE-FILTRO)
                    AND CMV-ANOMES NOT < WKS-CIE-DESDE
                    IF CMV-ACCION = 'R'
                       MOVE "RECHAZADO" TO WKS-CIE-ACCION-TXT
                       ADD 1 TO WKS-CIE-RECHAZADOS
                    ELSE
                    IF CMV-ACCION = 'T'
                       MOVE "TRASLADADO" TO WKS-CIE-ACCION-TXT
                       ADD 1 TO WKS-CIE-ASENTADOS
                    ELSE
                       MOVE "MES REABIERTO" TO WKS-CIE-ACCION-TXT
                       ADD 1 TO WKS-CIE-ASENTADOS
                    END-IF
                    END-IF
                    MOVE SPACES TO REG-CIE-REP
                    STRING CMV-FECHA " " CMV-AREA "  " CMV-ANOMES " "
                           WKS-CIE-ACCION-TXT " " CMV-ANOMES-REG "   "
                           CMV-TIPO " " CMV-REFERENCIA " "
                           CMV-ORIGEN " " CMV-DETALLE
                           DELIMITED BY SIZE INTO REG-CIE-REP
                    WRITE REG-CIE-REP
                 END-IF
           END-READ.

       END PROGRAM NOMINA.
