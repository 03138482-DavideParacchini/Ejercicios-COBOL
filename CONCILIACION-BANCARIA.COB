      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION.

      *Conciliacion bancaria mensual. Importa el estado de cuenta del
      *banco y lo casa contra lo que los sistemas dicen que debio
      *pasar por la cuenta: ventas pagadas con transferencia, abonos
      *y anticipos de clientes por transferencia (IVA), dispersiones
      *de nomina liberadas y cheques de nomina emitidos (NOMINA).
      *Primero casa por importe y referencia; lo que queda lo casa
      *por importe y la fecha mas cercana dentro de la ventana de
      *dias. Las partidas casadas se guardan en BANCO-CONCILIADAS.DAT
      *y los movimientos del banco sin casar en BANCO-PENDIENTES.DAT,
      *para que el mes siguiente arranque solo con lo que sigue
      *abierto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ESTADO-CTA ASSIGN TO 'BANCO-ESTADO-CUENTA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-ESTADO.
           SELECT F-PENDIENTES ASSIGN TO 'BANCO-PENDIENTES.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-PENDIENTES.
           SELECT F-CONCILIADAS ASSIGN TO 'BANCO-CONCILIADAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CC-LLAVE
               FILE STATUS WKS-FS-CONCILIADAS.
           SELECT F-CONTROL ASSIGN TO 'BANCO-CONTROL.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CONTROL.
           SELECT F-FACTURAS ASSIGN TO 'IVA-FACTURAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FV-LLAVE
               ALTERNATE RECORD KEY FV-TELEFONO
                   WITH DUPLICATES
               FILE STATUS WKS-FS-FACTURAS.
           SELECT F-PAGOS ASSIGN TO 'IVA-PAGOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PAG-LLAVE
               FILE STATUS WKS-FS-PAGOS.
           SELECT F-ANTICIPOS ASSIGN TO 'IVA-ANTICIPOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AN-LLAVE
               FILE STATUS WKS-FS-ANTICIPOS.
           SELECT F-CHEQUES ASSIGN TO 'NOMINA-CHEQUES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CQ-NUMERO
               FILE STATUS WKS-FS-CHEQUES.
           SELECT F-DISP-LIB ASSIGN TO 'NOMINA-DISPERSIONES-LIB.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DISP-LIB.
           SELECT F-REPORTE ASSIGN TO 'BANCO-CONCILIACION.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD F-ESTADO-CTA.
      *Estado de cuenta del banco en texto de ancho fijo: fecha,
      *'C' cargo (sale dinero) o 'A' abono (entra), importe,
      *referencia que trae el banco y su descripcion.
       01 REG-ESTADO-CTA.
           02 BE-FECHA              PIC 9(8).
           02 BE-TIPO               PIC X(1).
           02 BE-IMPORTE            PIC 9(10)V99.
           02 BE-REFERENCIA         PIC X(20).
           02 BE-DESCRIPCION        PIC X(30).

       FD F-PENDIENTES.
      *Movimientos del banco que quedaron sin casar; mismo layout
      *que el estado de cuenta. Se reescribe completo en cada
      *conciliacion.
       01 REG-PENDIENTE.
           02 BP-FECHA              PIC 9(8).
           02 BP-TIPO               PIC X(1).
           02 BP-IMPORTE            PIC 9(10)V99.
           02 BP-REFERENCIA         PIC X(20).
           02 BP-DESCRIPCION        PIC X(30).

       FD F-CONCILIADAS.
      *Partidas del sistema ya casadas contra el banco: origen
      *('V' venta, 'P' abono de cliente, 'D' dispersion, 'Q' cheque)
      *y su identificador, con la fecha e importe del banco.
       01 REG-CONCILIADA.
           02 CC-LLAVE.
              03 CC-ORIGEN          PIC X(1).
              03 CC-ID              PIC X(20).
           02 CC-FECHA-BANCO        PIC 9(8).
           02 CC-IMPORTE            PIC 9(10)V99.
           02 CC-REFERENCIA         PIC X(20).
           02 CC-FECHA-CONC         PIC 9(8).

       FD F-CONTROL.
      *Parametros de la conciliacion: desde que fecha se concilian
      *las partidas del sistema, ultima fecha importada del estado
      *de cuenta (lo anterior no se vuelve a importar), dias para
      *dar un cheque por no cobrado y ventana de dias para casar.
       01 REG-CONTROL.
           02 BC-FECHA-INICIO       PIC 9(8).
           02 BC-ULT-FECHA          PIC 9(8).
           02 BC-DIAS-CHEQUE        PIC 9(3).
           02 BC-VENTANA            PIC 9(2).

       FD F-FACTURAS.
      *Vista de solo lectura del maestro de facturas de IVA; el
      *layout debe ser identico al de ese programa. Aqui solo
      *interesan la llave, los importes, el estado, la forma de
      *pago, las retenciones y los anticipos aplicados.
       01 REG-FACTURA.
           02 FV-LLAVE.
              03 FV-SERIE           PIC X(2).
              03 FV-FOLIO           PIC 9(6).
           02 FV-FECHA              PIC 9(8).
           02 FV-TELEFONO           PIC 9(10).
           02 FV-RESTO-1            PIC X(20).
           02 FV-TOTAL-NETO         PIC 9(10)V99.
           02 FV-IVA-MONTO          PIC 9(10)V99.
           02 FV-ESTADO             PIC X(1).
           02 FV-RESTO-2            PIC X(1872).
           02 FV-FORMA-PAGO         PIC X(1).
           02 FV-RESTO-3            PIC X(1451).
           02 FV-RET-IVA            PIC 9(10)V99.
           02 FV-RET-ISR            PIC 9(10)V99.
           02 FV-ANC-APLICA OCCURS 3 TIMES.
              03 FV-ANC-FECHA       PIC 9(8).
              03 FV-ANC-CONSEC      PIC 9(2).
              03 FV-ANC-MONTO       PIC 9(10)V99.
           02 FV-ANC-CLASE OCCURS 3 TIMES.
              03 FV-ANC-BASE        PIC 9(10)V99.
              03 FV-ANC-IVA         PIC 9(10)V99.
           02 FV-TC-REVAL           PIC 9(3)V9999.
           02 FV-IVA-PEND           PIC 9(10)V99.

       FD F-PAGOS.
      *Vista de solo lectura de los abonos de clientes de IVA.
       01 REG-PAGO.
           02 PAG-LLAVE.
              03 PAG-TELEFONO       PIC 9(10).
              03 PAG-FECHA          PIC 9(8).
              03 PAG-CONSEC         PIC 9(2).
           02 PAG-MONTO             PIC 9(10)V99.
           02 PAG-FOLIO             PIC 9(6).
           02 PAG-SERIE             PIC X(2).
           02 PAG-ORIGEN            PIC X(1).
           02 PAG-UUID              PIC X(36).
           02 PAG-FECHA-TIMBRE      PIC 9(8).
           02 PAG-DIF-CAMBIO        PIC S9(10)V99.

       FD F-ANTICIPOS.
      *Vista de solo lectura de los anticipos de clientes de IVA.
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

       FD F-CHEQUES.
      *Vista de solo lectura del registro de cheques de NOMINA.
       01 REG-CHEQUE.
           02 CQ-NUMERO             PIC 9(6).
           02 CQ-ID-TRAB            PIC 9(4).
           02 CQ-CORRIDA            PIC 9(4).
           02 CQ-FECHA              PIC 9(8).
           02 CQ-IMPORTE            PIC 9(9)V99.
           02 CQ-ESTADO             PIC X(1).
              88 CQ-EMITIDO            VALUE 'E'.
              88 CQ-CANCELADO          VALUE 'V'.
           02 CQ-CHEQUE-ORIGEN      PIC 9(6).

       FD F-DISP-LIB.
      *Historia de dispersiones liberadas por NOMINA.
       01 REG-DISP-LIB.
           02 DB-FECHA              PIC 9(8).
           02 DB-CORRIDA            PIC 9(4).
           02 DB-CUENTAS            PIC 9(6).
           02 DB-TOTAL              PIC 9(12)V99.
           02 DB-OPERADOR           PIC X(8).

       FD F-REPORTE.
       01 REG-REPORTE               PIC X(100).

       WORKING-STORAGE SECTION.

       77 WKS-FS-ESTADO        PIC X(02).
       77 WKS-FS-PENDIENTES    PIC X(02).
       77 WKS-FS-CONCILIADAS   PIC X(02).
       77 WKS-FS-CONTROL       PIC X(02).
       77 WKS-FS-FACTURAS      PIC X(02).
       77 WKS-FS-PAGOS         PIC X(02).
       77 WKS-FS-ANTICIPOS     PIC X(02).
       77 WKS-FS-CHEQUES       PIC X(02).
       77 WKS-FS-DISP-LIB      PIC X(02).
       77 WKS-FS-REPORTE       PIC X(02).

       77 WKS-FIN              PIC 9(1).
       77 WKS-HOY              PIC 9(8).
       77 WKS-DIA-HOY          PIC 9(7).
       77 WKS-NUMERO           PIC 9(8).
       77 WKS-IMPORTADOS       PIC 9(5).
       77 WKS-YA-IMPORTADOS    PIC 9(5).
       77 WKS-ULT-FECHA        PIC 9(8).
       77 WKS-NUEVA-ULT-FECHA  PIC 9(8).
       77 WKS-DESBORDE         PIC 9(1).

      *Parametros vigentes (del control o de fabrica).
       77 WKS-FECHA-INICIO     PIC 9(8).
       77 WKS-DIAS-CHEQUE      PIC 9(3).
       77 WKS-VENTANA          PIC 9(2).

      *Movimientos del banco abiertos: pendientes de meses
      *anteriores mas lo importado ahora. WKS-BT-PAR lleva el
      *renglon del sistema con que caso (cero sin casar).
       01 WKS-BANCO.
           02 WKS-BT OCCURS 3000 TIMES.
              03 WKS-BT-FECHA       PIC 9(8).
              03 WKS-BT-DIA         PIC 9(7).
              03 WKS-BT-TIPO        PIC X(1).
              03 WKS-BT-IMPORTE     PIC 9(10)V99.
              03 WKS-BT-REF         PIC X(20).
              03 WKS-BT-DESC        PIC X(30).
              03 WKS-BT-PAR         PIC 9(5).
              03 WKS-BT-PASADA      PIC 9(1).
       77 WKS-NUM-BANCO        PIC 9(5).

      *Partidas del sistema abiertas (las que no estan en
      *BANCO-CONCILIADAS.DAT), con el sentido que deben tener en
      *el banco y la referencia con que se esperan.
       01 WKS-SISTEMA.
           02 WKS-ST OCCURS 5000 TIMES.
              03 WKS-ST-ORIGEN      PIC X(1).
              03 WKS-ST-ID          PIC X(20).
              03 WKS-ST-REF         PIC X(20).
              03 WKS-ST-FECHA       PIC 9(8).
              03 WKS-ST-DIA         PIC 9(7).
              03 WKS-ST-TIPO        PIC X(1).
              03 WKS-ST-IMPORTE     PIC 9(10)V99.
              03 WKS-ST-PAR         PIC 9(5).
       77 WKS-NUM-SISTEMA      PIC 9(5).

      *Renglon del sistema en armado antes de agregarlo a la tabla.
       01 WKS-NUEVO.
           02 WKS-NV-ORIGEN        PIC X(1).
           02 WKS-NV-ID            PIC X(20).
           02 WKS-NV-REF           PIC X(20).
           02 WKS-NV-FECHA         PIC 9(8).
           02 WKS-NV-TIPO          PIC X(1).
           02 WKS-NV-IMPORTE       PIC 9(10)V99.

      *Abono de cliente en acumulacion: un cliente que paga varios
      *folios con una sola transferencia deja un registro por folio
      *el mismo dia; al banco llega un solo deposito.
       77 WKS-PG-TELEFONO      PIC 9(10).
       77 WKS-PG-FECHA         PIC 9(8).
       77 WKS-PG-IMPORTE       PIC 9(10)V99.

       77 WKS-B                PIC 9(5).
       77 WKS-S                PIC 9(5).
       77 WKS-MEJOR            PIC 9(5).
       77 WKS-MEJOR-DIF        PIC 9(7).
       77 WKS-DIF              PIC S9(7).

       77 WKS-CASADAS-1        PIC 9(5).
       77 WKS-CASADAS-2        PIC 9(5).
       77 WKS-BANCO-ABIERTOS   PIC 9(5).
       77 WKS-SISTEMA-ABIERTOS PIC 9(5).
       77 WKS-CHEQUES-VIEJOS   PIC 9(5).
       77 WKS-TOT-BANCO        PIC 9(12)V99.
       77 WKS-TOT-SISTEMA      PIC 9(12)V99.
       77 WKS-TOT-CHEQUES      PIC 9(12)V99.

       01 WKS-LIN-DETALLE.
           02 WKS-LD-FECHA         PIC 9(8).
           02 FILLER               PIC X(1).
           02 WKS-LD-TIPO          PIC X(5).
           02 FILLER               PIC X(1).
           02 WKS-LD-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC X(1).
           02 WKS-LD-ORIGEN        PIC X(12).
           02 FILLER               PIC X(1).
           02 WKS-LD-REF           PIC X(20).
           02 FILLER               PIC X(1).
           02 WKS-LD-NOTA          PIC X(36).

       01 WKS-LIN-TOTAL.
           02 WKS-LT-ETIQUETA      PIC X(40).
           02 WKS-LT-CUENTA        PIC ZZ,ZZ9.
           02 FILLER               PIC X(2).
           02 WKS-LT-IMPORTE       PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       00000-MAIN.
           ACCEPT WKS-HOY FROM DATE YYYYMMDD
           COMPUTE WKS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WKS-HOY)
           PERFORM 00010-LEE-CONTROL
           PERFORM 00020-CARGA-PENDIENTES
           PERFORM 00030-IMPORTA-ESTADO
           IF WKS-FS-ESTADO NOT = '00' AND WKS-NUM-BANCO = 0
              DISPLAY "CONCILIACION: NO HAY ESTADO DE CUENTA NI "
                      "PENDIENTES, STATUS " WKS-FS-ESTADO
           ELSE
              OPEN I-O F-CONCILIADAS
              IF WKS-FS-CONCILIADAS = '35'
                 OPEN OUTPUT F-CONCILIADAS
                 CLOSE F-CONCILIADAS
                 OPEN I-O F-CONCILIADAS
              END-IF
              MOVE ZERO TO WKS-NUM-SISTEMA
              MOVE ZERO TO WKS-DESBORDE
              PERFORM 00100-CARGA-VENTAS
              PERFORM 00110-CARGA-ABONOS
              PERFORM 00115-CARGA-ANTICIPOS
              PERFORM 00120-CARGA-DISPERSIONES
              PERFORM 00130-CARGA-CHEQUES
              IF WKS-DESBORDE = 1
                 DISPLAY "CONCILIACION: MAS DE 5000 PARTIDAS ABIERTAS"
                         " DEL SISTEMA; EL EXCEDENTE QUEDA PARA LA "
                         "SIGUIENTE CORRIDA."
              END-IF
              PERFORM 00200-CASA-POR-REFERENCIA
              PERFORM 00220-CASA-POR-FECHA
              OPEN OUTPUT F-REPORTE
              PERFORM 00300-GUARDA-CASADAS
              PERFORM 00320-REPORTA-BANCO
              PERFORM 00340-REPORTA-SISTEMA
              PERFORM 00360-REPORTA-CHEQUES
              PERFORM 00380-REPORTA-RESUMEN
              CLOSE F-REPORTE
              CLOSE F-CONCILIADAS
              PERFORM 00390-REESCRIBE-PENDIENTES
              PERFORM 00395-GRABA-CONTROL
              DISPLAY "CONCILIACION: CASADAS "
                      WKS-CASADAS-1 " POR REFERENCIA Y "
                      WKS-CASADAS-2 " POR FECHA; ABIERTAS BANCO "
                      WKS-BANCO-ABIERTOS ", SISTEMA "
                      WKS-SISTEMA-ABIERTOS
              DISPLAY "DETALLE EN BANCO-CONCILIACION.TXT"
           END-IF
           STOP RUN.

       00010-LEE-CONTROL.
      *Parametros del control; la primera vez se pide la fecha
      *desde la que se concilian las partidas del sistema, para
      *que no salga como abierta toda la historia anterior.
           MOVE ZERO TO WKS-FECHA-INICIO
           MOVE ZERO TO WKS-ULT-FECHA
           MOVE 30 TO WKS-DIAS-CHEQUE
           MOVE 3 TO WKS-VENTANA
           OPEN INPUT F-CONTROL
           IF WKS-FS-CONTROL = '00'
              READ F-CONTROL
                 AT END MOVE ZERO TO WKS-ULT-FECHA
                 NOT AT END
                    MOVE BC-FECHA-INICIO TO WKS-FECHA-INICIO
                    IF BC-ULT-FECHA NUMERIC
                       MOVE BC-ULT-FECHA TO WKS-ULT-FECHA
                    END-IF
                    IF BC-DIAS-CHEQUE NUMERIC AND BC-DIAS-CHEQUE > 0
                       MOVE BC-DIAS-CHEQUE TO WKS-DIAS-CHEQUE
                    END-IF
                    IF BC-VENTANA NUMERIC
                       MOVE BC-VENTANA TO WKS-VENTANA
                    END-IF
              END-READ
              CLOSE F-CONTROL
           END-IF
           IF WKS-FECHA-INICIO NOT NUMERIC OR WKS-FECHA-INICIO = 0
              DISPLAY "FECHA DESDE LA QUE SE CONCILIA (AAAAMMDD): "
              ACCEPT WKS-FECHA-INICIO
           END-IF
           DISPLAY "DIAS PARA CHEQUE NO COBRADO (CERO DEJA "
                   WKS-DIAS-CHEQUE "): "
           MOVE ZERO TO WKS-NUMERO
           ACCEPT WKS-NUMERO
           IF WKS-NUMERO > 0 AND WKS-NUMERO < 1000
              MOVE WKS-NUMERO TO WKS-DIAS-CHEQUE
           END-IF
           DISPLAY "VENTANA DE DIAS PARA CASAR (CERO DEJA "
                   WKS-VENTANA "): "
           MOVE ZERO TO WKS-NUMERO
           ACCEPT WKS-NUMERO
           IF WKS-NUMERO > 0 AND WKS-NUMERO < 100
              MOVE WKS-NUMERO TO WKS-VENTANA
           END-IF
           MOVE WKS-ULT-FECHA TO WKS-NUEVA-ULT-FECHA.

       00020-CARGA-PENDIENTES.
      *Lo que quedo abierto del banco el mes anterior entra primero.
           MOVE ZERO TO WKS-NUM-BANCO
           OPEN INPUT F-PENDIENTES
           IF WKS-FS-PENDIENTES = '00'
              MOVE ZERO TO WKS-FIN
              PERFORM 00021-PENDIENTE-RENGLON UNTIL WKS-FIN = 1
              CLOSE F-PENDIENTES
           END-IF.

       00021-PENDIENTE-RENGLON.
           READ F-PENDIENTES
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 IF WKS-NUM-BANCO < 3000
                    ADD 1 TO WKS-NUM-BANCO
                    MOVE BP-FECHA TO WKS-BT-FECHA(WKS-NUM-BANCO)
                    MOVE BP-TIPO TO WKS-BT-TIPO(WKS-NUM-BANCO)
                    MOVE BP-IMPORTE TO WKS-BT-IMPORTE(WKS-NUM-BANCO)
                    MOVE BP-REFERENCIA TO WKS-BT-REF(WKS-NUM-BANCO)
                    MOVE BP-DESCRIPCION TO WKS-BT-DESC(WKS-NUM-BANCO)
                    PERFORM 00025-COMPLETA-BANCO
                 END-IF
           END-READ.

       00025-COMPLETA-BANCO.
           COMPUTE WKS-BT-DIA(WKS-NUM-BANCO) =
                   FUNCTION INTEGER-OF-DATE(WKS-BT-FECHA(WKS-NUM-BANCO))
           MOVE ZERO TO WKS-BT-PAR(WKS-NUM-BANCO)
           MOVE ZERO TO WKS-BT-PASADA(WKS-NUM-BANCO).

       00030-IMPORTA-ESTADO.
      *Movimientos del estado de cuenta posteriores a la ultima
      *fecha importada; los de fechas ya importadas se saltan para
      *que un mismo estado no entre dos veces.
           MOVE ZERO TO WKS-IMPORTADOS
           MOVE ZERO TO WKS-YA-IMPORTADOS
           OPEN INPUT F-ESTADO-CTA
           IF WKS-FS-ESTADO = '00'
              MOVE ZERO TO WKS-FIN
              PERFORM 00031-ESTADO-RENGLON UNTIL WKS-FIN = 1
              CLOSE F-ESTADO-CTA
              DISPLAY "CONCILIACION: " WKS-IMPORTADOS
                      " MOVIMIENTO(S) IMPORTADOS, "
                      WKS-YA-IMPORTADOS " YA IMPORTADOS ANTES."
           END-IF.

       00031-ESTADO-RENGLON.
           READ F-ESTADO-CTA
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 IF BE-FECHA NOT NUMERIC OR BE-IMPORTE NOT NUMERIC
                    OR (BE-TIPO NOT = 'C' AND BE-TIPO NOT = 'A')
                    DISPLAY "RENGLON DEL ESTADO DE CUENTA INVALIDO: "
                            REG-ESTADO-CTA
                 ELSE
                 IF BE-FECHA NOT > WKS-ULT-FECHA
                    ADD 1 TO WKS-YA-IMPORTADOS
                 ELSE
                 IF WKS-NUM-BANCO < 3000
                    ADD 1 TO WKS-NUM-BANCO
                    ADD 1 TO WKS-IMPORTADOS
                    MOVE BE-FECHA TO WKS-BT-FECHA(WKS-NUM-BANCO)
                    MOVE BE-TIPO TO WKS-BT-TIPO(WKS-NUM-BANCO)
                    MOVE BE-IMPORTE TO WKS-BT-IMPORTE(WKS-NUM-BANCO)
                    MOVE BE-REFERENCIA TO WKS-BT-REF(WKS-NUM-BANCO)
                    MOVE BE-DESCRIPCION TO WKS-BT-DESC(WKS-NUM-BANCO)
                    PERFORM 00025-COMPLETA-BANCO
                    IF BE-FECHA > WKS-NUEVA-ULT-FECHA
                       MOVE BE-FECHA TO WKS-NUEVA-ULT-FECHA
                    END-IF
                 ELSE
                    DISPLAY "CONCILIACION: MAS DE 3000 MOVIMIENTOS "
                            "ABIERTOS, SE OMITE " REG-ESTADO-CTA
                 END-IF
                 END-IF
                 END-IF
           END-READ.

       00100-CARGA-VENTAS.
      *Ventas pagadas con transferencia: deposito por el total con
      *IVA. La referencia esperada es la serie y el folio.
           OPEN INPUT F-FACTURAS
           IF WKS-FS-FACTURAS = '00'
              MOVE ZERO TO WKS-FIN
              PERFORM 00101-VENTA-RENGLON UNTIL WKS-FIN = 1
              CLOSE F-FACTURAS
           END-IF.

       00101-VENTA-RENGLON.
           READ F-FACTURAS NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 IF FV-FORMA-PAGO = 'F' AND FV-ESTADO NOT = 'C'
                    AND FV-FECHA NOT < WKS-FECHA-INICIO
                    MOVE 'V' TO WKS-NV-ORIGEN
                    MOVE SPACES TO WKS-NV-ID
                    MOVE FV-LLAVE TO WKS-NV-ID
                    MOVE SPACES TO WKS-NV-REF
                    STRING FV-SERIE DELIMITED BY SPACE
                           FV-FOLIO DELIMITED BY SIZE
                           INTO WKS-NV-REF
                    MOVE FV-FECHA TO WKS-NV-FECHA
                    MOVE 'A' TO WKS-NV-TIPO
                    COMPUTE WKS-NV-IMPORTE =
                            FV-TOTAL-NETO + FV-IVA-MONTO
      *Lo retenido por el cliente no llega al banco.
                    IF FV-RET-IVA NUMERIC AND FV-RET-ISR NUMERIC
                       SUBTRACT FV-RET-IVA FROM WKS-NV-IMPORTE
                       SUBTRACT FV-RET-ISR FROM WKS-NV-IMPORTE
                    END-IF
      *Lo cubierto con anticipos entro al banco cuando se cobro el
      *anticipo.
                    IF FV-ANC-MONTO(1) NUMERIC
                       AND FV-ANC-MONTO(2) NUMERIC
                       AND FV-ANC-MONTO(3) NUMERIC
                       SUBTRACT FV-ANC-MONTO(1) FV-ANC-MONTO(2)
                                FV-ANC-MONTO(3) FROM WKS-NV-IMPORTE
                    END-IF
                    PERFORM 00190-AGREGA-SISTEMA
                 END-IF
           END-READ.

       00110-CARGA-ABONOS.
      *Abonos de clientes por transferencia, sumados por cliente y
      *dia (la llave del archivo los trae juntos). La referencia
      *esperada es el telefono del cliente.
           OPEN INPUT F-PAGOS
           IF WKS-FS-PAGOS = '00'
              MOVE ZERO TO WKS-PG-TELEFONO
              MOVE ZERO TO WKS-PG-FECHA
              MOVE ZERO TO WKS-PG-IMPORTE
              MOVE ZERO TO WKS-FIN
              PERFORM 00111-ABONO-RENGLON UNTIL WKS-FIN = 1
              PERFORM 00112-CIERRA-ABONO
              CLOSE F-PAGOS
           END-IF.

       00111-ABONO-RENGLON.
           READ F-PAGOS NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 IF PAG-ORIGEN = 'F'
                    AND PAG-FECHA NOT < WKS-FECHA-INICIO
                    IF PAG-TELEFONO NOT = WKS-PG-TELEFONO
                       OR PAG-FECHA NOT = WKS-PG-FECHA
                       PERFORM 00112-CIERRA-ABONO
                       MOVE PAG-TELEFONO TO WKS-PG-TELEFONO
                       MOVE PAG-FECHA TO WKS-PG-FECHA
                    END-IF
                    ADD PAG-MONTO TO WKS-PG-IMPORTE
                 END-IF
           END-READ.

       00112-CIERRA-ABONO.
           IF WKS-PG-IMPORTE > 0
              MOVE 'P' TO WKS-NV-ORIGEN
              MOVE SPACES TO WKS-NV-ID
              STRING WKS-PG-TELEFONO WKS-PG-FECHA DELIMITED BY SIZE
                     INTO WKS-NV-ID
              MOVE SPACES TO WKS-NV-REF
              MOVE WKS-PG-TELEFONO TO WKS-NV-REF
              MOVE WKS-PG-FECHA TO WKS-NV-FECHA
              MOVE 'A' TO WKS-NV-TIPO
              MOVE WKS-PG-IMPORTE TO WKS-NV-IMPORTE
              PERFORM 00190-AGREGA-SISTEMA
           END-IF
           MOVE ZERO TO WKS-PG-IMPORTE.

       00115-CARGA-ANTICIPOS.
      *Anticipos de clientes cobrados por transferencia, uno por
      *uno por el importe con IVA. La referencia esperada es el
      *telefono del cliente.
           OPEN INPUT F-ANTICIPOS
           IF WKS-FS-ANTICIPOS = '00'
              MOVE ZERO TO WKS-FIN
              PERFORM 00116-ANTICIPO-RENGLON UNTIL WKS-FIN = 1
              CLOSE F-ANTICIPOS
           END-IF.

       00116-ANTICIPO-RENGLON.
           READ F-ANTICIPOS NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 IF AN-FORMA-PAGO = 'F'
                    AND AN-FECHA NOT < WKS-FECHA-INICIO
                    MOVE 'N' TO WKS-NV-ORIGEN
                    MOVE SPACES TO WKS-NV-ID
                    MOVE AN-LLAVE TO WKS-NV-ID
                    MOVE SPACES TO WKS-NV-REF
                    MOVE AN-TELEFONO TO WKS-NV-REF
                    MOVE AN-FECHA TO WKS-NV-FECHA
                    MOVE 'A' TO WKS-NV-TIPO
                    MOVE AN-IMPORTE TO WKS-NV-IMPORTE
                    PERFORM 00190-AGREGA-SISTEMA
                 END-IF
           END-READ.

       00120-CARGA-DISPERSIONES.
      *Cada dispersion liberada sale del banco como un solo cargo por
      *el total; la referencia esperada es la corrida.
           OPEN INPUT F-DISP-LIB
           IF WKS-FS-DISP-LIB = '00'
              MOVE ZERO TO WKS-FIN
              PERFORM 00121-DISPERSION-RENGLON UNTIL WKS-FIN = 1
              CLOSE F-DISP-LIB
           END-IF.

       00121-DISPERSION-RENGLON.
           READ F-DISP-LIB
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 IF DB-FECHA NOT < WKS-FECHA-INICIO
                    MOVE 'D' TO WKS-NV-ORIGEN
                    MOVE SPACES TO WKS-NV-ID
                    STRING DB-FECHA DB-CORRIDA DB-OPERADOR
                           DELIMITED BY SIZE INTO WKS-NV-ID
                    MOVE SPACES TO WKS-NV-REF
                    MOVE DB-CORRIDA TO WKS-NV-REF
                    MOVE DB-FECHA TO WKS-NV-FECHA
                    MOVE 'C' TO WKS-NV-TIPO
                    MOVE DB-TOTAL TO WKS-NV-IMPORTE
                    PERFORM 00190-AGREGA-SISTEMA
                 END-IF
           END-READ.

       00130-CARGA-CHEQUES.
      *Cheques emitidos (los cancelados nunca se cobran); la
      *referencia esperada es el numero de cheque.
           OPEN INPUT F-CHEQUES
           IF WKS-FS-CHEQUES = '00'
              MOVE ZERO TO WKS-FIN
              PERFORM 00131-CHEQUE-RENGLON UNTIL WKS-FIN = 1
              CLOSE F-CHEQUES
           END-IF.

       00131-CHEQUE-RENGLON.
           READ F-CHEQUES NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 IF CQ-EMITIDO AND CQ-FECHA NOT < WKS-FECHA-INICIO
                    MOVE 'Q' TO WKS-NV-ORIGEN
                    MOVE SPACES TO WKS-NV-ID
                    MOVE CQ-NUMERO TO WKS-NV-ID
                    MOVE SPACES TO WKS-NV-REF
                    MOVE CQ-NUMERO TO WKS-NV-REF
                    MOVE CQ-FECHA TO WKS-NV-FECHA
                    MOVE 'C' TO WKS-NV-TIPO
                    MOVE CQ-IMPORTE TO WKS-NV-IMPORTE
                    PERFORM 00190-AGREGA-SISTEMA
                 END-IF
           END-READ.

       00190-AGREGA-SISTEMA.
      *Agrega la partida armada si no esta ya conciliada.
           MOVE WKS-NV-ORIGEN TO CC-ORIGEN
           MOVE WKS-NV-ID TO CC-ID
           READ F-CONCILIADAS
              INVALID KEY
                 IF WKS-NUM-SISTEMA < 5000
                    ADD 1 TO WKS-NUM-SISTEMA
                    MOVE WKS-NV-ORIGEN
                         TO WKS-ST-ORIGEN(WKS-NUM-SISTEMA)
                    MOVE WKS-NV-ID TO WKS-ST-ID(WKS-NUM-SISTEMA)
                    MOVE WKS-NV-REF TO WKS-ST-REF(WKS-NUM-SISTEMA)
                    MOVE WKS-NV-FECHA TO WKS-ST-FECHA(WKS-NUM-SISTEMA)
                    COMPUTE WKS-ST-DIA(WKS-NUM-SISTEMA) =
                            FUNCTION INTEGER-OF-DATE(WKS-NV-FECHA)
                    MOVE WKS-NV-TIPO TO WKS-ST-TIPO(WKS-NUM-SISTEMA)
                    MOVE WKS-NV-IMPORTE
                         TO WKS-ST-IMPORTE(WKS-NUM-SISTEMA)
                    MOVE ZERO TO WKS-ST-PAR(WKS-NUM-SISTEMA)
                 ELSE
                    MOVE 1 TO WKS-DESBORDE
                 END-IF
              NOT INVALID KEY
                 CONTINUE
           END-READ.

       00200-CASA-POR-REFERENCIA.
      *Primera pasada: mismo sentido, mismo importe y misma
      *referencia. El movimiento del banco no puede ser anterior a
      *la partida por mas de la ventana (un cheque puede cobrarse
      *semanas despues, pero nunca antes de emitirse).
           MOVE ZERO TO WKS-CASADAS-1
           MOVE 1 TO WKS-B
           PERFORM 00201-REFERENCIA-BANCO UNTIL WKS-B > WKS-NUM-BANCO.

       00201-REFERENCIA-BANCO.
           IF WKS-BT-PAR(WKS-B) = 0 AND WKS-BT-REF(WKS-B) NOT = SPACES
              MOVE 1 TO WKS-S
              PERFORM 00202-REFERENCIA-SISTEMA
                 UNTIL WKS-S > WKS-NUM-SISTEMA
                    OR WKS-BT-PAR(WKS-B) > 0
           END-IF
           ADD 1 TO WKS-B.

       00202-REFERENCIA-SISTEMA.
           IF WKS-ST-PAR(WKS-S) = 0
              AND WKS-ST-TIPO(WKS-S) = WKS-BT-TIPO(WKS-B)
              AND WKS-ST-IMPORTE(WKS-S) = WKS-BT-IMPORTE(WKS-B)
              AND WKS-ST-REF(WKS-S) = WKS-BT-REF(WKS-B)
              AND WKS-BT-DIA(WKS-B) + WKS-VENTANA
                  NOT < WKS-ST-DIA(WKS-S)
              MOVE WKS-S TO WKS-BT-PAR(WKS-B)
              MOVE WKS-B TO WKS-ST-PAR(WKS-S)
              MOVE 1 TO WKS-BT-PASADA(WKS-B)
              ADD 1 TO WKS-CASADAS-1
           END-IF
           ADD 1 TO WKS-S.

       00220-CASA-POR-FECHA.
      *Segunda pasada, para lo que llego sin referencia o con una
      *referencia distinta: mismo sentido e importe y la fecha mas
      *cercana dentro de la ventana de dias.
           MOVE ZERO TO WKS-CASADAS-2
           MOVE 1 TO WKS-B
           PERFORM 00221-FECHA-BANCO UNTIL WKS-B > WKS-NUM-BANCO.

       00221-FECHA-BANCO.
           IF WKS-BT-PAR(WKS-B) = 0
              MOVE ZERO TO WKS-MEJOR
              MOVE 9999999 TO WKS-MEJOR-DIF
              MOVE 1 TO WKS-S
              PERFORM 00222-FECHA-SISTEMA
                 UNTIL WKS-S > WKS-NUM-SISTEMA
              IF WKS-MEJOR > 0
                 MOVE WKS-MEJOR TO WKS-BT-PAR(WKS-B)
                 MOVE WKS-B TO WKS-ST-PAR(WKS-MEJOR)
                 MOVE 2 TO WKS-BT-PASADA(WKS-B)
                 ADD 1 TO WKS-CASADAS-2
              END-IF
           END-IF
           ADD 1 TO WKS-B.

       00222-FECHA-SISTEMA.
           IF WKS-ST-PAR(WKS-S) = 0
              AND WKS-ST-TIPO(WKS-S) = WKS-BT-TIPO(WKS-B)
              AND WKS-ST-IMPORTE(WKS-S) = WKS-BT-IMPORTE(WKS-B)
              COMPUTE WKS-DIF = WKS-BT-DIA(WKS-B) - WKS-ST-DIA(WKS-S)
              IF WKS-DIF < 0
                 COMPUTE WKS-DIF = 0 - WKS-DIF
              END-IF
              IF WKS-DIF NOT > WKS-VENTANA
                 AND WKS-DIF < WKS-MEJOR-DIF
                 MOVE WKS-DIF TO WKS-MEJOR-DIF
                 MOVE WKS-S TO WKS-MEJOR
              END-IF
           END-IF
           ADD 1 TO WKS-S.

       00300-GUARDA-CASADAS.
      *Cada pareja se guarda en el archivo de conciliadas (y con eso
      *la partida del sistema ya no vuelve a cargarse) y se lista.
           MOVE "CONCILIACION BANCARIA" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "FECHA " WKS-HOY "  VENTANA " WKS-VENTANA
                  " DIAS  CHEQUES NO COBRADOS A " WKS-DIAS-CHEQUE
                  " DIAS" DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ALL "-" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "PARTIDAS CONCILIADAS" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 1 TO WKS-B
           PERFORM 00301-GUARDA-PAREJA UNTIL WKS-B > WKS-NUM-BANCO.

       00301-GUARDA-PAREJA.
           IF WKS-BT-PAR(WKS-B) > 0
              MOVE WKS-BT-PAR(WKS-B) TO WKS-S
              MOVE WKS-ST-ORIGEN(WKS-S) TO CC-ORIGEN
              MOVE WKS-ST-ID(WKS-S) TO CC-ID
              MOVE WKS-BT-FECHA(WKS-B) TO CC-FECHA-BANCO
              MOVE WKS-BT-IMPORTE(WKS-B) TO CC-IMPORTE
              MOVE WKS-BT-REF(WKS-B) TO CC-REFERENCIA
              MOVE WKS-HOY TO CC-FECHA-CONC
              WRITE REG-CONCILIADA
                 INVALID KEY
                    REWRITE REG-CONCILIADA
              END-WRITE
              PERFORM 00310-ARMA-DETALLE-BANCO
              PERFORM 00315-DESCRIBE-ORIGEN
              MOVE WKS-ST-REF(WKS-S) TO WKS-LD-REF
              IF WKS-BT-PASADA(WKS-B) = 1
                 MOVE "POR REFERENCIA" TO WKS-LD-NOTA
              ELSE
                 MOVE SPACES TO WKS-LD-NOTA
                 STRING "POR FECHA, SISTEMA " WKS-ST-FECHA(WKS-S)
                        DELIMITED BY SIZE INTO WKS-LD-NOTA
              END-IF
              MOVE WKS-LIN-DETALLE TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF
           ADD 1 TO WKS-B.

       00310-ARMA-DETALLE-BANCO.
           MOVE SPACES TO WKS-LIN-DETALLE
           MOVE WKS-BT-FECHA(WKS-B) TO WKS-LD-FECHA
           IF WKS-BT-TIPO(WKS-B) = 'C'
              MOVE "CARGO" TO WKS-LD-TIPO
           ELSE
              MOVE "ABONO" TO WKS-LD-TIPO
           END-IF
           MOVE WKS-BT-IMPORTE(WKS-B) TO WKS-LD-IMPORTE.

       00315-DESCRIBE-ORIGEN.
           IF WKS-ST-ORIGEN(WKS-S) = 'V'
              MOVE "VENTA" TO WKS-LD-ORIGEN
           ELSE
           IF WKS-ST-ORIGEN(WKS-S) = 'P'
              MOVE "ABONO CLTE" TO WKS-LD-ORIGEN
           ELSE
           IF WKS-ST-ORIGEN(WKS-S) = 'N'
              MOVE "ANTICIPO" TO WKS-LD-ORIGEN
           ELSE
           IF WKS-ST-ORIGEN(WKS-S) = 'D'
              MOVE "DISPERSION" TO WKS-LD-ORIGEN
           ELSE
              MOVE "CHEQUE" TO WKS-LD-ORIGEN
           END-IF
           END-IF
           END-IF
           END-IF.

       00320-REPORTA-BANCO.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "MOVIMIENTOS DEL BANCO SIN CONCILIAR" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ZERO TO WKS-BANCO-ABIERTOS
           MOVE ZERO TO WKS-TOT-BANCO
           MOVE 1 TO WKS-B
           PERFORM 00321-BANCO-ABIERTO UNTIL WKS-B > WKS-NUM-BANCO.

       00321-BANCO-ABIERTO.
           IF WKS-BT-PAR(WKS-B) = 0
              ADD 1 TO WKS-BANCO-ABIERTOS
              ADD WKS-BT-IMPORTE(WKS-B) TO WKS-TOT-BANCO
              PERFORM 00310-ARMA-DETALLE-BANCO
              MOVE "BANCO" TO WKS-LD-ORIGEN
              MOVE WKS-BT-REF(WKS-B) TO WKS-LD-REF
              MOVE WKS-BT-DESC(WKS-B) TO WKS-LD-NOTA
              MOVE WKS-LIN-DETALLE TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF
           ADD 1 TO WKS-B.

       00340-REPORTA-SISTEMA.
      *Partidas del sistema que el banco no refleja (sin los
      *cheques, que van en su propia seccion).
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "PARTIDAS DEL SISTEMA SIN CONCILIAR" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ZERO TO WKS-SISTEMA-ABIERTOS
           MOVE ZERO TO WKS-TOT-SISTEMA
           MOVE 1 TO WKS-S
           PERFORM 00341-SISTEMA-ABIERTO
              UNTIL WKS-S > WKS-NUM-SISTEMA.

       00341-SISTEMA-ABIERTO.
           IF WKS-ST-PAR(WKS-S) = 0
              ADD 1 TO WKS-SISTEMA-ABIERTOS
              ADD WKS-ST-IMPORTE(WKS-S) TO WKS-TOT-SISTEMA
              IF WKS-ST-ORIGEN(WKS-S) NOT = 'Q'
                 PERFORM 00345-ARMA-DETALLE-SISTEMA
                 MOVE WKS-LIN-DETALLE TO REG-REPORTE
                 WRITE REG-REPORTE
              END-IF
           END-IF
           ADD 1 TO WKS-S.

       00345-ARMA-DETALLE-SISTEMA.
           MOVE SPACES TO WKS-LIN-DETALLE
           MOVE WKS-ST-FECHA(WKS-S) TO WKS-LD-FECHA
           IF WKS-ST-TIPO(WKS-S) = 'C'
              MOVE "CARGO" TO WKS-LD-TIPO
           ELSE
              MOVE "ABONO" TO WKS-LD-TIPO
           END-IF
           MOVE WKS-ST-IMPORTE(WKS-S) TO WKS-LD-IMPORTE
           PERFORM 00315-DESCRIBE-ORIGEN
           MOVE WKS-ST-REF(WKS-S) TO WKS-LD-REF.

       00360-REPORTA-CHEQUES.
      *Cheques emitidos que el banco no ha pagado; los de mas de
      *los dias indicados se marcan para darles seguimiento.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CHEQUES EMITIDOS NO COBRADOS" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ZERO TO WKS-CHEQUES-VIEJOS
           MOVE ZERO TO WKS-TOT-CHEQUES
           MOVE 1 TO WKS-S
           PERFORM 00361-CHEQUE-ABIERTO
              UNTIL WKS-S > WKS-NUM-SISTEMA.

       00361-CHEQUE-ABIERTO.
           IF WKS-ST-PAR(WKS-S) = 0 AND WKS-ST-ORIGEN(WKS-S) = 'Q'
              PERFORM 00345-ARMA-DETALLE-SISTEMA
              COMPUTE WKS-DIF = WKS-DIA-HOY - WKS-ST-DIA(WKS-S)
              IF WKS-DIF > WKS-DIAS-CHEQUE
                 ADD 1 TO WKS-CHEQUES-VIEJOS
                 ADD WKS-ST-IMPORTE(WKS-S) TO WKS-TOT-CHEQUES
                 MOVE SPACES TO WKS-LD-NOTA
                 STRING "NO COBRADO CON MAS DE " WKS-DIAS-CHEQUE
                        " DIAS" DELIMITED BY SIZE INTO WKS-LD-NOTA
              ELSE
                 MOVE "EN TRANSITO" TO WKS-LD-NOTA
              END-IF
              MOVE WKS-LIN-DETALLE TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF
           ADD 1 TO WKS-S.

       00380-REPORTA-RESUMEN.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ALL "-" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WKS-LIN-TOTAL
           MOVE "CONCILIADAS POR REFERENCIA" TO WKS-LT-ETIQUETA
           MOVE WKS-CASADAS-1 TO WKS-LT-CUENTA
           MOVE WKS-LIN-TOTAL TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WKS-LIN-TOTAL
           MOVE "CONCILIADAS POR IMPORTE Y FECHA" TO WKS-LT-ETIQUETA
           MOVE WKS-CASADAS-2 TO WKS-LT-CUENTA
           MOVE WKS-LIN-TOTAL TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WKS-LIN-TOTAL
           MOVE "BANCO SIN CONCILIAR" TO WKS-LT-ETIQUETA
           MOVE WKS-BANCO-ABIERTOS TO WKS-LT-CUENTA
           MOVE WKS-TOT-BANCO TO WKS-LT-IMPORTE
           MOVE WKS-LIN-TOTAL TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WKS-LIN-TOTAL
           MOVE "SISTEMA SIN CONCILIAR (CON CHEQUES)"
                TO WKS-LT-ETIQUETA
           MOVE WKS-SISTEMA-ABIERTOS TO WKS-LT-CUENTA
           MOVE WKS-TOT-SISTEMA TO WKS-LT-IMPORTE
           MOVE WKS-LIN-TOTAL TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO WKS-LIN-TOTAL
           MOVE "CHEQUES NO COBRADOS FUERA DE PLAZO"
                TO WKS-LT-ETIQUETA
           MOVE WKS-CHEQUES-VIEJOS TO WKS-LT-CUENTA
           MOVE WKS-TOT-CHEQUES TO WKS-LT-IMPORTE
           MOVE WKS-LIN-TOTAL TO REG-REPORTE
           WRITE REG-REPORTE.

       00390-REESCRIBE-PENDIENTES.
      *Lo del banco que sigue abierto pasa al mes siguiente.
           OPEN OUTPUT F-PENDIENTES
           MOVE 1 TO WKS-B
           PERFORM 00391-PENDIENTE-SALE UNTIL WKS-B > WKS-NUM-BANCO
           CLOSE F-PENDIENTES.

       00391-PENDIENTE-SALE.
           IF WKS-BT-PAR(WKS-B) = 0
              MOVE WKS-BT-FECHA(WKS-B) TO BP-FECHA
              MOVE WKS-BT-TIPO(WKS-B) TO BP-TIPO
              MOVE WKS-BT-IMPORTE(WKS-B) TO BP-IMPORTE
              MOVE WKS-BT-REF(WKS-B) TO BP-REFERENCIA
              MOVE WKS-BT-DESC(WKS-B) TO BP-DESCRIPCION
              WRITE REG-PENDIENTE
           END-IF
           ADD 1 TO WKS-B.

       00395-GRABA-CONTROL.
           MOVE WKS-FECHA-INICIO TO BC-FECHA-INICIO
           MOVE WKS-NUEVA-ULT-FECHA TO BC-ULT-FECHA
           MOVE WKS-DIAS-CHEQUE TO BC-DIAS-CHEQUE
           MOVE WKS-VENTANA TO BC-VENTANA
           OPEN OUTPUT F-CONTROL
           WRITE REG-CONTROL
           CLOSE F-CONTROL.
