               ALTERNATE RECORD KEY FW-TELEFONO
                   WITH DUPLICATES
               FILE STATUS WKS-FS-FACT-V.
           SELECT F-CONTACTOS ASSIGN TO 'CLIENTES-CONTACTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CO-LLAVE
               FILE STATUS WKS-FS-CONTACTO.
           SELECT F-CAMPANAS ASSIGN TO 'CLIENTES-CAMPANAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CA-LLAVE
               FILE STATUS WKS-FS-CAMPANA.
           SELECT F-CAMPANA-REP ASSIGN TO 'CLIENTES-CAMPANAS-REP.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CAMPANA-REP.
           SELECT F-DERECHOS ASSIGN TO 'CLIENTES-DERECHOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DR-LLAVE
               FILE STATUS WKS-FS-DERECHO.
           SELECT F-DERECHOS-REP ASSIGN TO 'CLIENTES-DERECHOS-REP.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DERECHO-REP.
           SELECT F-TERRITORIOS ASSIGN TO 'TERRITORIOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TE-CODIGO
               FILE STATUS WKS-FS-TERR.
           SELECT F-TERR-CP ASSIGN TO 'TERRITORIOS-CP.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TR-CP-INI
               FILE STATUS WKS-FS-TERR-CP.
           SELECT F-TERR-REP ASSIGN TO 'TERRITORIOS-REP.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-TERR-REP.
           SELECT F-TERR-SIN ASSIGN TO 'CLIENTES-SIN-TERRITORIO.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-TERR-REP.
      *Aca se asigna el archivo a un disco o al propio programa.
       DATA DIVISION.

      *compran); la escribe el analisis y la usa la seleccion de
      *campana. En blanco: sin clasificar.
          02 RC-CLASE-ABC     PIC X(01).
      *Lista de precios del cliente que aplica el calculador de IVA
      *al facturar: 'D' menudeo, 'M' mayoreo, 'P' preferencial. En
      *blanco (registros viejos) se toma menudeo.
          02 RC-LISTA-PRECIO  PIC X(01).
      *Datos fiscales para la factura: RFC, razon social, regimen y
      *uso de CFDI del catalogo del SAT. RC-RETENEDOR marca a la
      *persona moral que retiene: 'I' el IVA, 'S' IVA e ISR por
      *servicios; 'N' o blanco (registros viejos) no retiene.
          02 RC-RFC           PIC X(13).
          02 RC-RAZON-SOCIAL  PIC X(60).
          02 RC-REGIMEN       PIC 9(03).
          02 RC-USO-CFDI      PIC X(04).
          02 RC-RETENEDOR     PIC X(01).
      *Consentimiento: aviso de privacidad ('S' aceptado, 'N' no)
      *y su fecha, si acepta publicidad ('S'/'N') y por que canal
      *(T telefono, C correo, W mensaje, V visita). RC-ANONIMIZADO
      *en 'S' cuando se cancelaron sus datos personales. En blanco
      *en registros viejos: sin registro de consentimiento.
          02 RC-AVISO-PRIV    PIC X(01).
          02 RC-AVISO-FECHA   PIC 9(08).
          02 RC-MKT-PERMITE   PIC X(01).
          02 RC-MKT-CANAL     PIC X(01).
             88 RC-MKT-CANAL-OK  VALUE 'T' 'C' 'W' 'V'.
          02 RC-ANONIMIZADO   PIC X(01).
      *Aca se describe como esta compuesto el archivo.

       FD F-XREF.
           02 RT-YTD-NETO      PIC 9(7)V99.
           02 RT-CUENTA-BANCO  PIC 9(10).
           02 RT-PORCENTAJE    PIC 9(3) OCCURS 3 TIMES.
      *Campos nuevos del maestro (turno, forma de pago, plaza,
      *identificadores oficiales, descanso, registro patronal, jefe
      *y tarjeta de vales); aqui no se usan.
           02 RT-RESTO         PIC X(71).

       FD F-XREF-EXC.
      *Reporte de excepciones de la conciliacion de ligas: ligas a
              03 FW-CANTIDAD        PIC 9(3).
           02 FW-FORMA-PAGO         PIC X(1).
           02 FW-SALDO              PIC S9(10)V99.
           02 FW-VENDEDOR           PIC 9(4).
           02 FW-COM-ESTADO         PIC X(1).
           02 FW-COM-FECHA          PIC 9(8).
           02 FW-COM-IMPORTE        PIC S9(9)V99.
           02 FW-COSTO-ITEM OCCURS 50 TIMES.
              03 FW-COSTO           PIC 9(7)V99.
           02 FW-PRECIO-ITEM OCCURS 50 TIMES.
              03 FW-PRECIO-REG      PIC 9(5)V99.
              03 FW-PRECIO-APL      PIC 9(5)V99.
              03 FW-PRECIO-ORIGEN   PIC X(1).
              03 FW-PRECIO-PROMO    PIC 9(4).
           02 FW-FECHA-CANC         PIC 9(8).
           02 FW-PUNTOS-REDIM       PIC 9(7).
           02 FW-RET-IVA            PIC 9(10)V99.
           02 FW-RET-ISR            PIC 9(10)V99.
           02 FW-ANC-APLICA OCCURS 3 TIMES.
              03 FW-ANC-FECHA       PIC 9(8).
              03 FW-ANC-CONSEC      PIC 9(2).
              03 FW-ANC-MONTO       PIC 9(10)V99.
           02 FW-ANC-CLASE OCCURS 3 TIMES.
              03 FW-ANC-BASE        PIC 9(10)V99.
              03 FW-ANC-IVA         PIC 9(10)V99.
           02 FW-TC-REVAL           PIC 9(3)V9999.
           02 FW-IVA-PEND           PIC 9(10)V99.

       FD F-CONTACTOS.
      *Bitacora de contactos con el cliente: quien lo busco, por
      *que canal, que contesto y, si el contacto es de una
      *campana, su clave. Varios el mismo dia van por consecutivo.
       01 REG-CONTACTO.
           02 CO-LLAVE.
              03 CO-TELEFONO        PIC 9(10).
              03 CO-FECHA           PIC 9(8).
              03 CO-CONSEC          PIC 9(2).
           02 CO-CANAL              PIC X(1).
              88 CO-CANAL-OK           VALUE 'T' 'C' 'W' 'V'.
           02 CO-OPERADOR           PIC X(10).
           02 CO-RESULTADO          PIC X(1).
              88 CO-RESULTADO-OK       VALUE 'N' 'I' 'R' 'L' 'V'.
           02 CO-CAMPANA            PIC X(6).
           02 CO-NOTAS              PIC X(60).

       FD F-CAMPANAS.
      *Clientes que salieron en cada seleccion para campana, con la
      *fecha de la corrida; es la base del reporte de resultados.
       01 REG-CAMPANA.
           02 CA-LLAVE.
              03 CA-CODIGO          PIC X(6).
              03 CA-TELEFONO        PIC 9(10).
           02 CA-FECHA              PIC 9(8).

       FD F-CAMPANA-REP.
      *Resultados por campana: contacto, respuesta e ingreso.
       01 REG-CAMPANA-REP           PIC X(80).

       FD F-DERECHOS.
      *Solicitudes del cliente sobre sus datos personales: tipo
      *(A acceso, R rectificacion, C cancelacion, O oposicion),
      *fecha en que se recibio y en que se respondio (cero mientras
      *este pendiente), resolucion (P procedente, I improcedente) y
      *lo que se le contesto.
       01 REG-DERECHO.
           02 DR-LLAVE.
              03 DR-TELEFONO        PIC 9(10).
              03 DR-FECHA-REC       PIC 9(8).
              03 DR-CONSEC          PIC 9(2).
           02 DR-TIPO               PIC X(1).
              88 DR-TIPO-OK            VALUE 'A' 'R' 'C' 'O'.
           02 DR-DESCRIPCION        PIC X(60).
           02 DR-FECHA-RESP         PIC 9(8).
           02 DR-RESOLUCION         PIC X(1).
           02 DR-RESPUESTA          PIC X(60).

       FD F-DERECHOS-REP.
      *Solicitudes pendientes cerca de su plazo legal de respuesta.
       01 REG-DERECHOS-REP          PIC X(80).

       FD F-TERRITORIOS.
      *Territorio de venta y el trabajador que lo atiende.
       01 REG-TERRITORIO.
           02 TE-CODIGO             PIC X(4).
           02 TE-NOMBRE             PIC X(30).
           02 TE-VENDEDOR           PIC 9(4).

       FD F-TERR-CP.
      *Rango de codigos postales que cubre un territorio.
       01 REG-TERR-CP.
           02 TR-CP-INI             PIC 9(5).
           02 TR-CP-FIN             PIC 9(5).
           02 TR-TERRITORIO         PIC X(4).

       FD F-TERR-REP.
       01 REG-TERR-REP              PIC X(100).

       FD F-TERR-SIN.
       01 REG-TERR-SIN              PIC X(80).

       WORKING-STORAGE SECTION.

           88 WKS-OPC-FUSIONA   VALUE 'F'.
           88 WKS-OPC-CODIGOS   VALUE 'D'.
           88 WKS-OPC-ANALISIS  VALUE 'R'.
           88 WKS-OPC-CONTACTO  VALUE 'T'.
           88 WKS-OPC-RESULTADOS VALUE 'K'.
           88 WKS-OPC-DERECHOS  VALUE 'V'.
           88 WKS-OPC-TERRITORIOS VALUE 'Y'.

       77 WKS-ELECCION        PIC 9(2).
       77 WKS-BUSCA-APELLIDO  PIC X(50).
       77 WKS-LARGO-BUSCA     PIC 9(2).
       77 WKS-BARRIDO-FIN     PIC 9(1).
       77 WKS-ANA-TOPE        PIC 9(3).
       77 WKS-ANA-DESBORDE    PIC 9(4).
       77 WKS-CRIT-ABC        PIC X(1).
       77 WKS-ANA-K           PIC 9(2).
       77 WKS-ANA-VTA-PART    PIC S9(9)V99.
       77 WKS-ANA-MAR-PCT     PIC S9(5)V99.
       77 WKS-ANA-PCT-FMT     PIC -ZZZ9.99.
       01 WKS-ANA-AUX.
           02 WKS-ANA-AUX-TEL     PIC 9(10).
           02 WKS-ANA-AUX-TOT     PIC S9(11)V99.
           02 WKS-ANA-AUX-MES     PIC S9(11)V99.
           02 WKS-ANA-AUX-ANT     PIC S9(11)V99.
           02 WKS-ANA-AUX-ULT     PIC 9(8).
           02 WKS-ANA-AUX-VCO     PIC S9(11)V99.
           02 WKS-ANA-AUX-MAR     PIC S9(11)V99.
       01 WKS-ANA-TABLA.
           02 WKS-ANA-NUM         PIC 9(3).
           02 WKS-ANA-REN OCCURS 300 TIMES.
              03 WKS-ANA-MES        PIC S9(11)V99.
              03 WKS-ANA-MESANT     PIC S9(11)V99.
              03 WKS-ANA-ULTIMA     PIC 9(8).
      *Venta de las partidas con costo y su margen bruto, para
      *ponerlo junto a la clase ABC.
              03 WKS-ANA-VTACOS     PIC S9(11)V99.
              03 WKS-ANA-MARGEN     PIC S9(11)V99.

       01 WKS-CP-COLONIAS.
           02 WKS-CP-REN OCCURS 20 TIMES.
       77 WKS-COMPRAS-TOTAL   PIC 9(11)V99.
       77 WKS-COMPRAS-FMT     PIC ZZZZZZZZZ9.99.
       77 WKS-SALDO-FMT       PIC -ZZZZZZZZ9.99.
       77 WKS-FIS-VALIDO      PIC 9(1).
       77 WKS-FIS-LETRAS      PIC 9(2).
       77 WKS-FIS-I           PIC 9(2).
       77 WKS-FS-CONTACTO     PIC X(02).
       77 WKS-FS-CAMPANA      PIC X(02).
       77 WKS-FS-CAMPANA-REP  PIC X(02).
       77 WKS-CON-CUENTA      PIC 9(4).
       77 WKS-CON-FECHA       PIC 9(8).
       77 WKS-CON-LISTO       PIC 9(1).
       77 WKS-CAM-CODIGO      PIC X(6).
       77 WKS-CAM-ANTERIOR    PIC X(6).
       77 WKS-CAM-FECHA       PIC 9(8).
       77 WKS-CAM-NUEVOS      PIC 9(5).
       77 WKS-CAM-VENTANA     PIC 9(3).
       77 WKS-CAM-FIN         PIC 9(1).
       77 WKS-CAM-HAY-CON     PIC 9(1).
       77 WKS-CAM-HAY-FAC     PIC 9(1).
       77 WKS-CAM-CAMPANAS    PIC 9(3).
       77 WKS-CAM-MIEMBROS    PIC 9(5).
       77 WKS-CAM-CONTACTADOS PIC 9(5).
       77 WKS-CAM-COMPRARON   PIC 9(5).
       77 WKS-CAM-PRIMER      PIC 9(8).
       77 WKS-CAM-LIMITE      PIC 9(8).
       77 WKS-CAM-RESULTADO   PIC X(1).
       77 WKS-CAM-COMPRA      PIC 9(11)V99.
       77 WKS-CAM-INGRESO     PIC 9(11)V99.
       77 WKS-CAM-PCT-CON     PIC 9(3)V99.
       77 WKS-CAM-PCT-RESP    PIC 9(3)V99.
       77 WKS-CAM-PCT-FMT     PIC -ZZZ9.99.
       77 WKS-FS-DERECHO      PIC X(02).
       77 WKS-FS-DERECHO-REP  PIC X(02).
      *Plazo legal en dias para responder una solicitud y cuantos
      *dias antes de vencer entra al reporte.
       77 WKS-DER-PLAZO       PIC 9(3) VALUE 20.
       77 WKS-DER-AVISO       PIC S9(3) VALUE 5.
       77 WKS-DER-RESTAN      PIC S9(5).
       77 WKS-DER-RESTAN-FMT  PIC -ZZZ9.
       77 WKS-DER-LIMITE      PIC 9(8).
       77 WKS-DER-VENCIDAS    PIC 9(4).
       77 WKS-FS-TERR         PIC X(02).
       77 WKS-FS-TERR-CP      PIC X(02).
       77 WKS-FS-TERR-REP     PIC X(02).
       77 WKS-TER-EXISTE      PIC 9(1).
       77 WKS-TER-ENCIMA      PIC 9(1).
       77 WKS-TER-FIN         PIC 9(1).
       77 WKS-TER-HAY-FAC     PIC 9(1).
       77 WKS-TER-ACTIVO      PIC 9(1).
       77 WKS-TER-CP-INI      PIC 9(5).
       77 WKS-TER-CP-FIN      PIC 9(5).
       77 WKS-TER-ANOMES      PIC 9(6).
       77 WKS-TER-NUM         PIC 9(3).
       77 WKS-TRG-NUM         PIC 9(3).
       77 WKS-TER-I           PIC 9(3).
       77 WKS-TER-J           PIC 9(3).
       77 WKS-TER-IDX         PIC 9(3).
       77 WKS-TER-DESBORDE    PIC 9(4).
      *Territorios en memoria; el renglon despues del ultimo junta a
      *los clientes sin territorio en el reporte mensual.
       01 WKS-TER-TABLA.
           02 WKS-TER-REN OCCURS 101 TIMES.
              03 WKS-TER-CODIGO      PIC X(4).
              03 WKS-TER-NOMBRE      PIC X(30).
              03 WKS-TER-VENDEDOR    PIC 9(4).
              03 WKS-TER-CLIENTES    PIC 9(5).
              03 WKS-TER-ACTIVOS     PIC 9(5).
              03 WKS-TER-VENTAS      PIC S9(11)V99.
              03 WKS-TER-CARTERA     PIC S9(11)V99.
       01 WKS-TRG-TABLA.
           02 WKS-TRG-REN OCCURS 300 TIMES.
              03 WKS-TRG-INI         PIC 9(5).
              03 WKS-TRG-FIN         PIC 9(5).
              03 WKS-TRG-CODIGO      PIC X(4).
              03 WKS-TRG-TER         PIC 9(3).
       01 WKS-FIS-RFC-AREA.
           02 WKS-FIS-RFC-CAR OCCURS 13 TIMES PIC X(01).
       01 WKS-FIS-FECHA-RFC.
           02 WKS-FIS-AA          PIC 9(2).
           02 WKS-FIS-MM          PIC 9(2).
           02 WKS-FIS-DD          PIC 9(2).
      *Catalogos del SAT: regimenes fiscales y usos de CFDI.
       01 WKS-FIS-REGIMENES.
           02 FILLER PIC X(30) VALUE "601603605606607608610611612614".
           02 FILLER PIC X(27) VALUE "615616620621622623624625626".
       01 WKS-FIS-REG-TABLA REDEFINES WKS-FIS-REGIMENES.
           02 WKS-FIS-REG OCCURS 19 TIMES PIC 9(3).
       01 WKS-FIS-USOS.
           02 FILLER PIC X(40)
              VALUE "G01 G02 G03 I01 I02 I03 I04 I05 I06 I07 ".
           02 FILLER PIC X(40)
              VALUE "I08 D01 D02 D03 D04 D05 D06 D07 D08 D09 ".
           02 FILLER PIC X(12) VALUE "D10 S01 CP01".
       01 WKS-FIS-USO-TABLA REDEFINES WKS-FIS-USOS.
           02 WKS-FIS-USO OCCURS 23 TIMES PIC X(4).

       01 WKS-OTRA            PIC X(01).
           88 WKS-OTRA-SI       VALUE 'S'.
                   'E. ETIQUETAS DE ENVIO  '
                   'F. FUSIONAR DUPLICADOS  '
                   'D. CATALOGO DE CODIGOS POSTALES  '
                   'R. ANALISIS MENSUAL DE VENTAS  '
                   'T. BITACORA DE CONTACTOS  '
                   'K. RESULTADOS DE CAMPANA  '
                   'V. PRIVACIDAD Y DERECHOS  '
                   'Y. TERRITORIOS DE VENTA  S. SALIR'
           ACCEPT WKS-OPCION
           IF WKS-OPC-ALTA
              PERFORM 00020-CAPTURA-CLIENTE
              IF WKS-OPC-ANALISIS
                 PERFORM 00120-ANALISIS-VENTAS
              ELSE
              IF WKS-OPC-CONTACTO
                 PERFORM 00150-BITACORA-CONTACTO
              ELSE
              IF WKS-OPC-RESULTADOS
                 PERFORM 00160-RESULTADOS-CAMPANA
              ELSE
              IF WKS-OPC-DERECHOS
                 PERFORM 00175-MENU-DERECHOS
              ELSE
              IF WKS-OPC-TERRITORIOS
                 PERFORM 00190-MENU-TERRITORIOS
              ELSE
              IF WKS-OPC-ETIQUETAS
                 PERFORM 00050-REPORTE-ETIQUETAS
              ELSE
                 MOVE ZEROS TO RC-CREDITO-LIMITE
              END-IF
              MOVE ZEROS TO RC-SALDO-CREDITO
              PERFORM 00133-CAPTURA-LISTA-PRECIO
              PERFORM 00134-CAPTURA-DATOS-FISCALES
              MOVE 'N' TO RC-ANONIMIZADO
              PERFORM 00170-CAPTURA-CONSENTIMIENTO

              WRITE REG-CLIENTE
                 INVALID KEY
                 DISPLAY 'COLONIA: ' RC-COLONIA
                 DISPLAY 'CIUDAD: ' RC-CIUDAD
                 DISPLAY 'CODIGO POSTAL: ' RC-CP
                 PERFORM 00205-TERRITORIO-DEL-CLIENTE
                 DISPLAY 'TELEFONO: ' RC-TELEFONO
                 DISPLAY 'PASATIEMPO: ' RC-PASATIEMPO
                 DISPLAY 'COLOR: ' RC-COLOR
                            ' DIAS, LIMITE ' RC-CREDITO-LIMITE
                            ', SALDO ' WKS-SALDO-FMT
                 END-IF
                 IF RC-LISTA-PRECIO = 'M'
                    DISPLAY 'LISTA DE PRECIOS: MAYOREO'
                 ELSE
                 IF RC-LISTA-PRECIO = 'P'
                    DISPLAY 'LISTA DE PRECIOS: PREFERENCIAL'
                 ELSE
                    DISPLAY 'LISTA DE PRECIOS: MENUDEO'
                 END-IF
                 END-IF
                 IF RC-REGIMEN NUMERIC AND RC-RFC NOT = SPACES
                    DISPLAY 'RFC: ' RC-RFC '  REGIMEN: ' RC-REGIMEN
                            '  USO CFDI: ' RC-USO-CFDI
                    DISPLAY 'RAZON SOCIAL: ' RC-RAZON-SOCIAL
                    IF RC-RETENEDOR = 'I'
                       DISPLAY 'RETIENE IVA'
                    END-IF
                    IF RC-RETENEDOR = 'S'
                       DISPLAY 'RETIENE IVA E ISR'
                    END-IF
                 ELSE
                    DISPLAY 'SIN DATOS FISCALES'
                 END-IF
                 PERFORM 00173-MUESTRA-CONSENTIMIENTO
                 PERFORM 00041-CONSULTA-XREF
                 PERFORM 00042-CONSULTA-PUNTOS
                 PERFORM 00090-HISTORIAL-COMPRAS
           READ F-ARCHIVO NEXT RECORD
              AT END MOVE "10" TO WKS-FS-ARCHIVO
              NOT AT END
      *Quien no acepta publicidad o cancelo sus datos no lleva
      *etiqueta.
                 IF RC-MKT-PERMITE = 'N' OR RC-ANONIMIZADO = 'S'
                    CONTINUE
                 ELSE
                    PERFORM 00052-ESCRIBE-ETIQUETA
                    ADD 1 TO WKS-ETIQ-CUENTA
                 END-IF
           END-READ.

       00052-ESCRIBE-ETIQUETA.
           ACCEPT WKS-CRIT-CIUDAD
           DISPLAY 'CLASE ABC IGUAL A (VACIO = TODAS): '
           ACCEPT WKS-CRIT-ABC
      *Con clave de campana la seleccion queda registrada para
      *medir despues contactos y compras.
           DISPLAY 'CLAVE DE CAMPANA PARA REGISTRAR LA SELECCION '
                   '(VACIO = NO SE REGISTRA): '
           ACCEPT WKS-CAM-CODIGO
           MOVE ZERO TO WKS-CAM-NUEVOS
           IF WKS-CAM-CODIGO NOT = SPACES
              ACCEPT WKS-CAM-FECHA FROM DATE YYYYMMDD
              OPEN I-O F-CAMPANAS
              IF WKS-FS-CAMPANA = '35'
                 OPEN OUTPUT F-CAMPANAS
                 CLOSE F-CAMPANAS
                 OPEN I-O F-CAMPANAS
              END-IF
              IF WKS-FS-CAMPANA NOT = '00'
                 DISPLAY 'ERROR AL ABRIR CLIENTES-CAMPANAS.DAT, '
                         'STATUS: ' WKS-FS-CAMPANA
                 MOVE SPACES TO WKS-CAM-CODIGO
              END-IF
           END-IF
           DISPLAY 'GENERAR ETIQUETAS DE LA SELECCION? S.SI N.NO'
           ACCEPT WKS-OPCION
           IF WKS-OPC-S
              DISPLAY 'ETIQUETAS DE LA SELECCION EN '
                      'CLIENTES-ETIQUETAS.TXT'
           END-IF
           DISPLAY WKS-SEL-CUENTA ' CLIENTE(S) EN LA SELECCION.'
           IF WKS-CAM-CODIGO NOT = SPACES
              CLOSE F-CAMPANAS
              DISPLAY WKS-CAM-NUEVOS ' CLIENTE(S) NUEVOS EN LA '
                      'CAMPANA ' WKS-CAM-CODIGO
           END-IF.

       00081-SELECCION-RENGLON.
           READ F-ARCHIVO NEXT RECORD
                    DISPLAY RC-APELLIDOS ' ' RC-NOMBRE
                    DISPLAY '   CIUDAD: ' RC-CIUDAD
                            '  TELEFONO: ' RC-TELEFONO
                            '  CANAL: ' RC-MKT-CANAL
                    IF WKS-SEL-ETIQUETAS = 1
                       PERFORM 00052-ESCRIBE-ETIQUETA
                    END-IF
                    IF WKS-CAM-CODIGO NOT = SPACES
                       PERFORM 00158-REGISTRA-SELECCION
                    END-IF
                 END-IF
           END-READ.

              IF RC-CLASE-ABC NOT = WKS-CRIT-ABC
                 MOVE ZERO TO WKS-SEL-CUMPLE
              END-IF
           END-IF
      *Nunca entra quien no acepta publicidad o cancelo sus datos.
           IF RC-MKT-PERMITE = 'N' OR RC-ANONIMIZADO = 'S'
              MOVE ZERO TO WKS-SEL-CUMPLE
           END-IF.

       00150-BITACORA-CONTACTO.
      *Bitacora de contactos de un cliente: muestra los que ya
      *tiene y registra uno nuevo (fecha, canal, operador,
      *resultado y notas), con la clave de campana cuando el
      *contacto viene de una seleccion.
           DISPLAY 'TELEFONO DEL CLIENTE: '
           ACCEPT WKS-TEL-BUSCA
           MOVE WKS-TEL-BUSCA TO RC-TELEFONO
           READ F-ARCHIVO
              INVALID KEY
                 DISPLAY 'NO EXISTE UN CLIENTE CON ESE TELEFONO.'
              NOT INVALID KEY
                 DISPLAY RC-APELLIDOS ' ' RC-NOMBRE
                 OPEN I-O F-CONTACTOS
                 IF WKS-FS-CONTACTO = '35'
                    OPEN OUTPUT F-CONTACTOS
                    CLOSE F-CONTACTOS
                    OPEN I-O F-CONTACTOS
                 END-IF
                 IF WKS-FS-CONTACTO NOT = '00'
                    DISPLAY 'ERROR AL ABRIR CLIENTES-CONTACTOS.DAT, '
                            'STATUS: ' WKS-FS-CONTACTO
                 ELSE
                    PERFORM 00151-LISTA-CONTACTOS
                    DISPLAY 'REGISTRAR UN CONTACTO NUEVO? S.SI N.NO'
                    ACCEPT WKS-OPCION
                    IF WKS-OPC-S
                       PERFORM 00153-CAPTURA-CONTACTO
                    END-IF
                    CLOSE F-CONTACTOS
                 END-IF
           END-READ.

       00151-LISTA-CONTACTOS.
           MOVE ZERO TO WKS-CON-CUENTA
           MOVE RC-TELEFONO TO CO-TELEFONO
           MOVE ZEROS TO CO-FECHA
           MOVE ZEROS TO CO-CONSEC
           START F-CONTACTOS KEY IS NOT LESS THAN CO-LLAVE
              INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
           END-START
           PERFORM 00152-LISTA-CONTACTO-RENGLON
              UNTIL WKS-BARRIDO-FIN = 1
           IF WKS-CON-CUENTA = 0
              DISPLAY 'SIN CONTACTOS REGISTRADOS.'
           END-IF.

       00152-LISTA-CONTACTO-RENGLON.
           READ F-CONTACTOS NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF CO-TELEFONO NOT = RC-TELEFONO
                    MOVE 1 TO WKS-BARRIDO-FIN
                 ELSE
                    ADD 1 TO WKS-CON-CUENTA
                    DISPLAY CO-FECHA '  CANAL ' CO-CANAL
                            '  OPERADOR ' CO-OPERADOR
                            '  RESULTADO ' CO-RESULTADO
                            '  CAMPANA ' CO-CAMPANA
                    IF CO-NOTAS NOT = SPACES
                       DISPLAY '   ' CO-NOTAS
                    END-IF
                 END-IF
           END-READ.

       00153-CAPTURA-CONTACTO.
           DISPLAY 'FECHA DEL CONTACTO AAAAMMDD (0 = HOY): '
           ACCEPT WKS-CON-FECHA
           IF WKS-CON-FECHA = 0
              ACCEPT WKS-CON-FECHA FROM DATE YYYYMMDD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-CON-FECHA) NOT = 0
              DISPLAY 'FECHA INVALIDA, VERIFIQUE.'
              PERFORM 00153-CAPTURA-CONTACTO
           ELSE
              MOVE SPACE TO CO-CANAL
              PERFORM 00154-CAPTURA-CANAL UNTIL CO-CANAL-OK
              DISPLAY 'OPERADOR (INICIALES O CLAVE): '
              ACCEPT CO-OPERADOR
              MOVE SPACE TO CO-RESULTADO
              PERFORM 00155-CAPTURA-RESULTADO
                 UNTIL CO-RESULTADO-OK
              DISPLAY 'CLAVE DE CAMPANA (VACIO = SIN CAMPANA): '
              ACCEPT CO-CAMPANA
              IF CO-CAMPANA NOT = SPACES
                 PERFORM 00156-VERIFICA-CAMPANA
              END-IF
              DISPLAY 'NOTAS: '
              ACCEPT CO-NOTAS
              MOVE RC-TELEFONO TO CO-TELEFONO
              MOVE WKS-CON-FECHA TO CO-FECHA
              MOVE ZERO TO CO-CONSEC
              MOVE ZERO TO WKS-CON-LISTO
              PERFORM 00157-GRABA-CONTACTO
                 UNTIL WKS-CON-LISTO = 1 OR CO-CONSEC = 99
              IF WKS-CON-LISTO = 1
                 DISPLAY 'CONTACTO REGISTRADO.'
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL CONTACTO, STATUS: '
                         WKS-FS-CONTACTO
              END-IF
           END-IF.

       00154-CAPTURA-CANAL.
           DISPLAY 'CANAL: T.TELEFONO  C.CORREO  W.MENSAJE  '
                   'V.VISITA'
           ACCEPT CO-CANAL
           IF NOT CO-CANAL-OK
              DISPLAY 'CANAL INVALIDO, VERIFIQUE.'
           END-IF.

       00155-CAPTURA-RESULTADO.
           DISPLAY 'RESULTADO: N.NO CONTESTO  I.INTERESADO  '
                   'R.NO LE INTERESA  L.LLAMAR DESPUES  V.VENTA'
           ACCEPT CO-RESULTADO
           IF NOT CO-RESULTADO-OK
              DISPLAY 'RESULTADO INVALIDO, VERIFIQUE.'
           END-IF.

       00156-VERIFICA-CAMPANA.
      *El contacto se puede registrar aunque el cliente no haya
      *salido en esa seleccion, pero se avisa: el reporte de la
      *campana solo mide a los seleccionados.
           OPEN INPUT F-CAMPANAS
           IF WKS-FS-CAMPANA NOT = '00'
              DISPLAY 'AVISO: NO HAY CAMPANAS REGISTRADAS.'
           ELSE
              MOVE CO-CAMPANA TO CA-CODIGO
              MOVE RC-TELEFONO TO CA-TELEFONO
              READ F-CAMPANAS
                 INVALID KEY
                    DISPLAY 'AVISO: EL CLIENTE NO ESTA EN LA '
                            'SELECCION DE LA CAMPANA ' CO-CAMPANA
              END-READ
              CLOSE F-CAMPANAS
           END-IF.

       00157-GRABA-CONTACTO.
      *Varios contactos el mismo dia se distinguen por consecutivo.
           ADD 1 TO CO-CONSEC
           WRITE REG-CONTACTO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WKS-CON-LISTO
           END-WRITE.

       00158-REGISTRA-SELECCION.
      *Cada cliente de una seleccion con clave queda en la campana
      *con la fecha de la corrida; si ya estaba (se repitio la
      *seleccion) conserva su fecha original.
           MOVE WKS-CAM-CODIGO TO CA-CODIGO
           MOVE RC-TELEFONO TO CA-TELEFONO
           MOVE WKS-CAM-FECHA TO CA-FECHA
           WRITE REG-CAMPANA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WKS-CAM-NUEVOS
           END-WRITE.

       00160-RESULTADOS-CAMPANA.
      *Resultados por campana: de los clientes seleccionados,
      *cuantos se contactaron con esa clave y cuantos compraron
      *dentro de la ventana de dias a partir de su primer
      *contacto, con el importe que compraron.
           DISPLAY 'CLAVE DE CAMPANA (VACIO = TODAS): '
           ACCEPT WKS-CAM-CODIGO
           DISPLAY 'DIAS DE VENTANA PARA CONTAR LA COMPRA '
                   '(0 = 30): '
           ACCEPT WKS-CAM-VENTANA
           IF WKS-CAM-VENTANA = 0
              MOVE 30 TO WKS-CAM-VENTANA
           END-IF
           OPEN INPUT F-CAMPANAS
           IF WKS-FS-CAMPANA NOT = '00'
              DISPLAY 'NO HAY CAMPANAS REGISTRADAS.'
           ELSE
      *Sin bitacora nadie cuenta como contactado; sin maestro de
      *facturas nadie cuenta como comprador.
              MOVE ZERO TO WKS-CAM-HAY-CON
              MOVE ZERO TO WKS-CAM-HAY-FAC
              OPEN INPUT F-CONTACTOS
              IF WKS-FS-CONTACTO = '00'
                 MOVE 1 TO WKS-CAM-HAY-CON
              END-IF
              OPEN INPUT F-FACTURAS-V
              IF WKS-FS-FACT-V = '00'
                 MOVE 1 TO WKS-CAM-HAY-FAC
              END-IF
              OPEN OUTPUT F-CAMPANA-REP
              MOVE SPACES TO REG-CAMPANA-REP
              STRING 'RESULTADOS DE CAMPANA, VENTANA DE '
                     DELIMITED BY SIZE
                     WKS-CAM-VENTANA DELIMITED BY SIZE
                     ' DIAS' DELIMITED BY SIZE
                     INTO REG-CAMPANA-REP
              WRITE REG-CAMPANA-REP
              MOVE ALL '-' TO REG-CAMPANA-REP
              WRITE REG-CAMPANA-REP
              MOVE SPACES TO WKS-CAM-ANTERIOR
              MOVE ZERO TO WKS-CAM-CAMPANAS
              MOVE WKS-CAM-CODIGO TO CA-CODIGO
              MOVE ZEROS TO CA-TELEFONO
              START F-CAMPANAS KEY IS NOT LESS THAN CA-LLAVE
                 INVALID KEY MOVE 1 TO WKS-CAM-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-CAM-FIN
              END-START
              PERFORM 00161-CAMPANA-MIEMBRO
                 UNTIL WKS-CAM-FIN = 1
              IF WKS-CAM-CAMPANAS > 0
                 PERFORM 00166-CAMPANA-TOTALES
              ELSE
                 MOVE 'SIN CLIENTES SELECCIONADOS EN ESA CAMPANA.'
                      TO REG-CAMPANA-REP
                 WRITE REG-CAMPANA-REP
              END-IF
              CLOSE F-CAMPANA-REP
              IF WKS-CAM-HAY-FAC = 1
                 CLOSE F-FACTURAS-V
              END-IF
              IF WKS-CAM-HAY-CON = 1
                 CLOSE F-CONTACTOS
              END-IF
              CLOSE F-CAMPANAS
              DISPLAY 'REPORTE EN CLIENTES-CAMPANAS-REP.TXT'
           END-IF.

       00161-CAMPANA-MIEMBRO.
           READ F-CAMPANAS NEXT RECORD
              AT END MOVE 1 TO WKS-CAM-FIN
              NOT AT END
                 IF WKS-CAM-CODIGO NOT = SPACES
                    AND CA-CODIGO NOT = WKS-CAM-CODIGO
                    MOVE 1 TO WKS-CAM-FIN
                 ELSE
                    IF CA-CODIGO NOT = WKS-CAM-ANTERIOR
                       IF WKS-CAM-CAMPANAS > 0
                          PERFORM 00166-CAMPANA-TOTALES
                       END-IF
                       PERFORM 00162-CAMPANA-ENCABEZADO
                    END-IF
                    PERFORM 00163-EVALUA-MIEMBRO
                 END-IF
           END-READ.

       00162-CAMPANA-ENCABEZADO.
           ADD 1 TO WKS-CAM-CAMPANAS
           MOVE CA-CODIGO TO WKS-CAM-ANTERIOR
           MOVE ZERO TO WKS-CAM-MIEMBROS
           MOVE ZERO TO WKS-CAM-CONTACTADOS
           MOVE ZERO TO WKS-CAM-COMPRARON
           MOVE ZERO TO WKS-CAM-INGRESO
           MOVE SPACES TO REG-CAMPANA-REP
           WRITE REG-CAMPANA-REP
           MOVE SPACES TO REG-CAMPANA-REP
           STRING 'CAMPANA ' DELIMITED BY SIZE
                  CA-CODIGO DELIMITED BY SIZE
                  '  SELECCION DEL ' DELIMITED BY SIZE
                  CA-FECHA DELIMITED BY SIZE
                  INTO REG-CAMPANA-REP
           WRITE REG-CAMPANA-REP.

       00163-EVALUA-MIEMBRO.
      *Primer contacto del cliente con la clave de la campana y,
      *si lo hubo, sus compras no canceladas desde ese dia hasta
      *el fin de la ventana.
           ADD 1 TO WKS-CAM-MIEMBROS
           MOVE ZERO TO WKS-CAM-PRIMER
           MOVE SPACE TO WKS-CAM-RESULTADO
           MOVE ZERO TO WKS-CAM-COMPRA
           IF WKS-CAM-HAY-CON = 1
              MOVE CA-TELEFONO TO CO-TELEFONO
              MOVE ZEROS TO CO-FECHA
              MOVE ZEROS TO CO-CONSEC
              START F-CONTACTOS KEY IS NOT LESS THAN CO-LLAVE
                 INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
              END-START
              PERFORM 00164-BUSCA-CONTACTO-CAMPANA
                 UNTIL WKS-BARRIDO-FIN = 1
           END-IF
           IF WKS-CAM-PRIMER > 0
              ADD 1 TO WKS-CAM-CONTACTADOS
              COMPUTE WKS-CAM-LIMITE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WKS-CAM-PRIMER)
                       + WKS-CAM-VENTANA)
              IF WKS-CAM-HAY-FAC = 1
                 MOVE CA-TELEFONO TO FW-TELEFONO
                 START F-FACTURAS-V KEY IS NOT LESS THAN FW-TELEFONO
                    INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
                    NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
                 END-START
                 PERFORM 00165-BUSCA-COMPRA-CAMPANA
                    UNTIL WKS-BARRIDO-FIN = 1
              END-IF
              IF WKS-CAM-COMPRA > 0
                 ADD 1 TO WKS-CAM-COMPRARON
                 ADD WKS-CAM-COMPRA TO WKS-CAM-INGRESO
              END-IF
           END-IF
           MOVE WKS-CAM-COMPRA TO WKS-COMPRAS-FMT
           MOVE SPACES TO REG-CAMPANA-REP
           IF WKS-CAM-PRIMER > 0
              STRING '  ' DELIMITED BY SIZE
                     CA-TELEFONO DELIMITED BY SIZE
                     '  CONTACTO ' DELIMITED BY SIZE
                     WKS-CAM-PRIMER DELIMITED BY SIZE
                     '  RESULTADO ' DELIMITED BY SIZE
                     WKS-CAM-RESULTADO DELIMITED BY SIZE
                     '  COMPRA ' DELIMITED BY SIZE
                     WKS-COMPRAS-FMT DELIMITED BY SIZE
                     INTO REG-CAMPANA-REP
           ELSE
              STRING '  ' DELIMITED BY SIZE
                     CA-TELEFONO DELIMITED BY SIZE
                     '  SIN CONTACTAR' DELIMITED BY SIZE
                     INTO REG-CAMPANA-REP
           END-IF
           WRITE REG-CAMPANA-REP.

       00164-BUSCA-CONTACTO-CAMPANA.
           READ F-CONTACTOS NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF CO-TELEFONO NOT = CA-TELEFONO
                    MOVE 1 TO WKS-BARRIDO-FIN
                 ELSE
                    IF CO-CAMPANA = CA-CODIGO
      *La llave va por fecha: el primero que aparece es el primer
      *contacto; el resultado que se reporta es el ultimo.
                       IF WKS-CAM-PRIMER = 0
                          MOVE CO-FECHA TO WKS-CAM-PRIMER
                       END-IF
                       MOVE CO-RESULTADO TO WKS-CAM-RESULTADO
                    END-IF
                 END-IF
           END-READ.

       00165-BUSCA-COMPRA-CAMPANA.
           READ F-FACTURAS-V NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF FW-TELEFONO NOT = CA-TELEFONO
                    MOVE 1 TO WKS-BARRIDO-FIN
                 ELSE
                    IF FW-ESTADO NOT = 'C'
                       AND FW-FECHA NOT < WKS-CAM-PRIMER
                       AND FW-FECHA NOT > WKS-CAM-LIMITE
                       ADD FW-TOTAL-NETO TO WKS-CAM-COMPRA
                    END-IF
                 END-IF
           END-READ.

       00166-CAMPANA-TOTALES.
      *Tasa de contacto sobre los seleccionados; tasa de respuesta
      *sobre los contactados.
           MOVE ZERO TO WKS-CAM-PCT-CON
           MOVE ZERO TO WKS-CAM-PCT-RESP
           IF WKS-CAM-MIEMBROS > 0
              COMPUTE WKS-CAM-PCT-CON ROUNDED =
                      WKS-CAM-CONTACTADOS * 100 / WKS-CAM-MIEMBROS
           END-IF
           IF WKS-CAM-CONTACTADOS > 0
              COMPUTE WKS-CAM-PCT-RESP ROUNDED =
                      WKS-CAM-COMPRARON * 100 / WKS-CAM-CONTACTADOS
           END-IF
           MOVE SPACES TO REG-CAMPANA-REP
           STRING '  SELECCIONADOS ' DELIMITED BY SIZE
                  WKS-CAM-MIEMBROS DELIMITED BY SIZE
                  '  CONTACTADOS ' DELIMITED BY SIZE
                  WKS-CAM-CONTACTADOS DELIMITED BY SIZE
                  '  COMPRARON ' DELIMITED BY SIZE
                  WKS-CAM-COMPRARON DELIMITED BY SIZE
                  INTO REG-CAMPANA-REP
           WRITE REG-CAMPANA-REP
           MOVE WKS-CAM-PCT-CON TO WKS-ANA-PCT-FMT
           MOVE WKS-CAM-PCT-RESP TO WKS-CAM-PCT-FMT
           MOVE WKS-CAM-INGRESO TO WKS-COMPRAS-FMT
           MOVE SPACES TO REG-CAMPANA-REP
           STRING '  TASA DE CONTACTO ' DELIMITED BY SIZE
                  WKS-ANA-PCT-FMT DELIMITED BY SIZE
                  '%  TASA DE RESPUESTA ' DELIMITED BY SIZE
                  WKS-CAM-PCT-FMT DELIMITED BY SIZE
                  '%  INGRESO ' DELIMITED BY SIZE
                  WKS-COMPRAS-FMT DELIMITED BY SIZE
                  INTO REG-CAMPANA-REP
           WRITE REG-CAMPANA-REP.

       00170-CAPTURA-CONSENTIMIENTO.
      *Consentimiento del cliente: aviso de privacidad aceptado y
      *cuando, si permite publicidad y por que canal la prefiere.
      *Sin aviso aceptado no hay publicidad.
           DISPLAY 'ACEPTO EL AVISO DE PRIVACIDAD? S.SI N.NO'
           ACCEPT RC-AVISO-PRIV
           IF RC-AVISO-PRIV = 'S'
              PERFORM 00171-CAPTURA-FECHA-AVISO
              DISPLAY 'ACEPTA RECIBIR PUBLICIDAD? S.SI N.NO'
              ACCEPT RC-MKT-PERMITE
           ELSE
              MOVE 'N' TO RC-AVISO-PRIV
              MOVE ZEROS TO RC-AVISO-FECHA
              MOVE 'N' TO RC-MKT-PERMITE
           END-IF
           IF RC-MKT-PERMITE = 'S'
              MOVE SPACE TO RC-MKT-CANAL
              PERFORM 00172-CAPTURA-CANAL-MKT
                 UNTIL RC-MKT-CANAL-OK
           ELSE
              MOVE 'N' TO RC-MKT-PERMITE
              MOVE SPACE TO RC-MKT-CANAL
           END-IF
           IF RC-ANONIMIZADO NOT = 'S'
              MOVE 'N' TO RC-ANONIMIZADO
           END-IF.

       00171-CAPTURA-FECHA-AVISO.
           DISPLAY 'FECHA DE ACEPTACION AAAAMMDD (0 = HOY): '
           ACCEPT RC-AVISO-FECHA
           IF RC-AVISO-FECHA = 0
              ACCEPT RC-AVISO-FECHA FROM DATE YYYYMMDD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(RC-AVISO-FECHA) NOT = 0
              DISPLAY 'FECHA INVALIDA, VERIFIQUE.'
              PERFORM 00171-CAPTURA-FECHA-AVISO
           END-IF.

       00172-CAPTURA-CANAL-MKT.
           DISPLAY 'CANAL PREFERIDO: T.TELEFONO  C.CORREO  '
                   'W.MENSAJE  V.VISITA'
           ACCEPT RC-MKT-CANAL
           IF NOT RC-MKT-CANAL-OK
              DISPLAY 'CANAL INVALIDO, VERIFIQUE.'
           END-IF.

       00173-MUESTRA-CONSENTIMIENTO.
           IF RC-ANONIMIZADO = 'S'
              DISPLAY 'DATOS PERSONALES CANCELADOS A PETICION DEL '
                      'CLIENTE.'
           ELSE
           IF RC-AVISO-PRIV = 'S'
              DISPLAY 'AVISO DE PRIVACIDAD ACEPTADO EL '
                      RC-AVISO-FECHA
              IF RC-MKT-PERMITE = 'S'
                 DISPLAY 'ACEPTA PUBLICIDAD, CANAL ' RC-MKT-CANAL
              ELSE
                 DISPLAY 'NO ACEPTA PUBLICIDAD'
              END-IF
           ELSE
           IF RC-AVISO-PRIV = 'N'
              DISPLAY 'NO ACEPTO EL AVISO DE PRIVACIDAD; SIN '
                      'PUBLICIDAD'
           ELSE
              DISPLAY 'SIN REGISTRO DE CONSENTIMIENTO'
           END-IF
           END-IF
           END-IF.

       00175-MENU-DERECHOS.
      *Solicitudes de derechos del titular (acceso, rectificacion,
      *cancelacion y oposicion): registro, respuesta y reporte de
      *las que estan por vencer su plazo legal.
           DISPLAY '1. REGISTRAR SOLICITUD  2. RESPONDER SOLICITUD  '
                   '3. REPORTE DE PLAZOS  4. REGRESAR'
           ACCEPT WKS-ELECCION
           OPEN I-O F-DERECHOS
           IF WKS-FS-DERECHO = '35'
              OPEN OUTPUT F-DERECHOS
              CLOSE F-DERECHOS
              OPEN I-O F-DERECHOS
           END-IF
           IF WKS-FS-DERECHO NOT = '00'
              DISPLAY 'ERROR AL ABRIR CLIENTES-DERECHOS.DAT, STATUS: '
                      WKS-FS-DERECHO
           ELSE
              IF WKS-ELECCION = 1
                 PERFORM 00176-REGISTRA-SOLICITUD
              ELSE
              IF WKS-ELECCION = 2
                 PERFORM 00178-RESPONDE-SOLICITUD
              ELSE
              IF WKS-ELECCION = 3
                 PERFORM 00185-REPORTE-PLAZOS
              END-IF
              END-IF
              END-IF
              CLOSE F-DERECHOS
           END-IF.

       00176-REGISTRA-SOLICITUD.
           DISPLAY 'TELEFONO DEL CLIENTE: '
           ACCEPT WKS-TEL-BUSCA
           MOVE WKS-TEL-BUSCA TO RC-TELEFONO
           READ F-ARCHIVO
              INVALID KEY
                 DISPLAY 'NO EXISTE UN CLIENTE CON ESE TELEFONO.'
              NOT INVALID KEY
                 DISPLAY RC-APELLIDOS ' ' RC-NOMBRE
                 MOVE SPACE TO DR-TIPO
                 PERFORM 00177-CAPTURA-TIPO-DERECHO
                    UNTIL DR-TIPO-OK
                 DISPLAY 'FECHA DE RECEPCION AAAAMMDD (0 = HOY): '
                 ACCEPT WKS-CON-FECHA
                 IF WKS-CON-FECHA = 0
                    OR FUNCTION TEST-DATE-YYYYMMDD(WKS-CON-FECHA)
                       NOT = 0
                    ACCEPT WKS-CON-FECHA FROM DATE YYYYMMDD
                 END-IF
                 DISPLAY 'DESCRIPCION DE LA SOLICITUD: '
                 ACCEPT DR-DESCRIPCION
                 MOVE RC-TELEFONO TO DR-TELEFONO
                 MOVE WKS-CON-FECHA TO DR-FECHA-REC
                 MOVE ZEROS TO DR-FECHA-RESP
                 MOVE SPACE TO DR-RESOLUCION
                 MOVE SPACES TO DR-RESPUESTA
                 MOVE ZERO TO DR-CONSEC
                 MOVE ZERO TO WKS-CON-LISTO
                 PERFORM 00179-GRABA-SOLICITUD
                    UNTIL WKS-CON-LISTO = 1 OR DR-CONSEC = 99
                 IF WKS-CON-LISTO = 1
                    COMPUTE WKS-DER-LIMITE = FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE(DR-FECHA-REC)
                             + WKS-DER-PLAZO)
                    DISPLAY 'SOLICITUD REGISTRADA, CONSECUTIVO '
                            DR-CONSEC '; SE RESPONDE A MAS TARDAR '
                            'EL ' WKS-DER-LIMITE
                 ELSE
                    DISPLAY 'ERROR AL GRABAR LA SOLICITUD, STATUS: '
                            WKS-FS-DERECHO
                 END-IF
           END-READ.

       00177-CAPTURA-TIPO-DERECHO.
           DISPLAY 'TIPO: A.ACCESO  R.RECTIFICACION  C.CANCELACION  '
                   'O.OPOSICION'
           ACCEPT DR-TIPO
           IF NOT DR-TIPO-OK
              DISPLAY 'TIPO INVALIDO, VERIFIQUE.'
           END-IF.

       00179-GRABA-SOLICITUD.
           ADD 1 TO DR-CONSEC
           WRITE REG-DERECHO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WKS-CON-LISTO
           END-WRITE.

       00178-RESPONDE-SOLICITUD.
      *Lista las solicitudes pendientes del cliente, se elige una
      *por fecha y consecutivo y se registra la respuesta. Una
      *cancelacion procedente anonimiza al cliente; una oposicion
      *procedente le quita la publicidad.
           DISPLAY 'TELEFONO DEL CLIENTE: '
           ACCEPT WKS-TEL-BUSCA
           MOVE ZERO TO WKS-CON-CUENTA
           MOVE WKS-TEL-BUSCA TO DR-TELEFONO
           MOVE ZEROS TO DR-FECHA-REC
           MOVE ZEROS TO DR-CONSEC
           START F-DERECHOS KEY IS NOT LESS THAN DR-LLAVE
              INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
           END-START
           PERFORM 00181-LISTA-PENDIENTE
              UNTIL WKS-BARRIDO-FIN = 1
           IF WKS-CON-CUENTA = 0
              DISPLAY 'EL CLIENTE NO TIENE SOLICITUDES PENDIENTES.'
           ELSE
              DISPLAY 'FECHA DE RECEPCION DE LA SOLICITUD: '
              ACCEPT DR-FECHA-REC
              DISPLAY 'CONSECUTIVO: '
              ACCEPT DR-CONSEC
              MOVE WKS-TEL-BUSCA TO DR-TELEFONO
              READ F-DERECHOS
                 INVALID KEY
                    DISPLAY 'NO EXISTE ESA SOLICITUD.'
                 NOT INVALID KEY
                    IF DR-FECHA-RESP > 0
                       DISPLAY 'ESA SOLICITUD YA SE RESPONDIO EL '
                               DR-FECHA-RESP
                    ELSE
                       PERFORM 00182-CAPTURA-RESPUESTA
                    END-IF
              END-READ
           END-IF.

       00181-LISTA-PENDIENTE.
           READ F-DERECHOS NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF DR-TELEFONO NOT = WKS-TEL-BUSCA
                    MOVE 1 TO WKS-BARRIDO-FIN
                 ELSE
                    IF DR-FECHA-RESP = 0
                       ADD 1 TO WKS-CON-CUENTA
                       DISPLAY DR-FECHA-REC ' ' DR-CONSEC '  TIPO '
                               DR-TIPO '  ' DR-DESCRIPCION
                    END-IF
                 END-IF
           END-READ.

       00182-CAPTURA-RESPUESTA.
           DISPLAY 'RESOLUCION: P.PROCEDENTE  I.IMPROCEDENTE'
           ACCEPT DR-RESOLUCION
           IF DR-RESOLUCION NOT = 'P' AND DR-RESOLUCION NOT = 'I'
              DISPLAY 'RESOLUCION INVALIDA, VERIFIQUE.'
              PERFORM 00182-CAPTURA-RESPUESTA
           ELSE
              DISPLAY 'RESPUESTA DADA AL CLIENTE: '
              ACCEPT DR-RESPUESTA
              ACCEPT DR-FECHA-RESP FROM DATE YYYYMMDD
              REWRITE REG-DERECHO
                 INVALID KEY
                    DISPLAY 'ERROR AL GRABAR LA RESPUESTA.'
                 NOT INVALID KEY
                    DISPLAY 'RESPUESTA REGISTRADA.'
                    IF DR-RESOLUCION = 'P'
                       IF DR-TIPO = 'C'
                          PERFORM 00183-ANONIMIZA-CLIENTE
                       END-IF
                       IF DR-TIPO = 'O'
                          PERFORM 00184-QUITA-PUBLICIDAD
                       END-IF
                    END-IF
              END-REWRITE
           END-IF.

       00183-ANONIMIZA-CLIENTE.
      *Cancelacion: se borran los datos personales pero el registro
      *se conserva con su telefono, para que sus facturas, su
      *credito y sus datos fiscales (que la ley obliga a guardar)
      *sigan cuadrando. Su bitacora de contactos y la liga de
      *empleado se borran.
           MOVE DR-TELEFONO TO RC-TELEFONO
           READ F-ARCHIVO
              INVALID KEY
                 DISPLAY 'EL CLIENTE YA NO ESTA EN EL ARCHIVO.'
              NOT INVALID KEY
                 MOVE 'CANCELADO' TO RC-NOMBRE
                 MOVE 'CANCELADO' TO RC-APELLIDOS
                 MOVE SPACES TO RC-CALLE
                 MOVE SPACES TO RC-NUMERO
                 MOVE SPACES TO RC-COLONIA
                 MOVE SPACES TO RC-CIUDAD
                 MOVE ZEROS TO RC-CP
                 MOVE SPACES TO RC-PASATIEMPO
                 MOVE SPACES TO RC-COLOR
                 MOVE 'N' TO RC-MKT-PERMITE
                 MOVE SPACE TO RC-MKT-CANAL
                 MOVE 'S' TO RC-ANONIMIZADO
                 PERFORM 00062-REGRABA-CLIENTE
                 MOVE DR-TELEFONO TO XR-TELEFONO
                 READ F-XREF
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DELETE F-XREF RECORD
                          INVALID KEY
                             DISPLAY 'ERROR AL BORRAR LIGA.'
                       END-DELETE
                 END-READ
                 OPEN I-O F-CONTACTOS
                 IF WKS-FS-CONTACTO = '00'
                    MOVE DR-TELEFONO TO CO-TELEFONO
                    MOVE ZEROS TO CO-FECHA
                    MOVE ZEROS TO CO-CONSEC
                    START F-CONTACTOS KEY IS NOT LESS THAN CO-LLAVE
                       INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
                       NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
                    END-START
                    PERFORM 00186-BORRA-CONTACTO
                       UNTIL WKS-BARRIDO-FIN = 1
                    CLOSE F-CONTACTOS
                 END-IF
                 DISPLAY 'DATOS PERSONALES DEL CLIENTE CANCELADOS.'
           END-READ.

       00186-BORRA-CONTACTO.
           READ F-CONTACTOS NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF CO-TELEFONO NOT = DR-TELEFONO
                    MOVE 1 TO WKS-BARRIDO-FIN
                 ELSE
                    DELETE F-CONTACTOS RECORD
                       INVALID KEY
                          DISPLAY 'ERROR AL BORRAR CONTACTO.'
                    END-DELETE
                 END-IF
           END-READ.

       00184-QUITA-PUBLICIDAD.
           MOVE DR-TELEFONO TO RC-TELEFONO
           READ F-ARCHIVO
              INVALID KEY
                 DISPLAY 'EL CLIENTE YA NO ESTA EN EL ARCHIVO.'
              NOT INVALID KEY
                 MOVE 'N' TO RC-MKT-PERMITE
                 MOVE SPACE TO RC-MKT-CANAL
                 PERFORM 00062-REGRABA-CLIENTE
                 DISPLAY 'EL CLIENTE YA NO RECIBE PUBLICIDAD.'
           END-READ.

       00185-REPORTE-PLAZOS.
      *Solicitudes sin responder cuyo plazo legal vence en los
      *proximos dias (o ya vencio), con los dias que les quedan.
           ACCEPT WKS-CON-FECHA FROM DATE YYYYMMDD
           MOVE ZERO TO WKS-CON-CUENTA
           MOVE ZERO TO WKS-DER-VENCIDAS
           OPEN OUTPUT F-DERECHOS-REP
           MOVE SPACES TO REG-DERECHOS-REP
           STRING 'SOLICITUDES DE DERECHOS POR VENCER AL '
                  DELIMITED BY SIZE
                  WKS-CON-FECHA DELIMITED BY SIZE
                  INTO REG-DERECHOS-REP
           WRITE REG-DERECHOS-REP
           MOVE ALL '-' TO REG-DERECHOS-REP
           WRITE REG-DERECHOS-REP
           MOVE ZEROS TO DR-TELEFONO
           MOVE ZEROS TO DR-FECHA-REC
           MOVE ZEROS TO DR-CONSEC
           START F-DERECHOS KEY IS NOT LESS THAN DR-LLAVE
              INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
           END-START
           PERFORM 00187-PLAZO-RENGLON
              UNTIL WKS-BARRIDO-FIN = 1
           MOVE SPACES TO REG-DERECHOS-REP
           STRING 'POR VENCER: ' DELIMITED BY SIZE
                  WKS-CON-CUENTA DELIMITED BY SIZE
                  '  VENCIDAS: ' DELIMITED BY SIZE
                  WKS-DER-VENCIDAS DELIMITED BY SIZE
                  INTO REG-DERECHOS-REP
           WRITE REG-DERECHOS-REP
           CLOSE F-DERECHOS-REP
           DISPLAY 'REPORTE EN CLIENTES-DERECHOS-REP.TXT'.

       00187-PLAZO-RENGLON.
           READ F-DERECHOS NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF DR-FECHA-RESP = 0
                    COMPUTE WKS-DER-RESTAN =
                            FUNCTION INTEGER-OF-DATE(DR-FECHA-REC)
                            + WKS-DER-PLAZO
                            - FUNCTION INTEGER-OF-DATE(WKS-CON-FECHA)
                    IF WKS-DER-RESTAN NOT > WKS-DER-AVISO
                       COMPUTE WKS-DER-LIMITE =
                               FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE(DR-FECHA-REC)
                                + WKS-DER-PLAZO)
                       MOVE WKS-DER-RESTAN TO WKS-DER-RESTAN-FMT
                       MOVE SPACES TO REG-DERECHOS-REP
                       IF WKS-DER-RESTAN < 0
                          ADD 1 TO WKS-DER-VENCIDAS
                          STRING DR-TELEFONO DELIMITED BY SIZE
                                 '  TIPO ' DELIMITED BY SIZE
                                 DR-TIPO DELIMITED BY SIZE
                                 '  RECIBIDA ' DELIMITED BY SIZE
                                 DR-FECHA-REC DELIMITED BY SIZE
                                 '  LIMITE ' DELIMITED BY SIZE
                                 WKS-DER-LIMITE DELIMITED BY SIZE
                                 '  VENCIDA' DELIMITED BY SIZE
                                 INTO REG-DERECHOS-REP
                       ELSE
                          ADD 1 TO WKS-CON-CUENTA
                          STRING DR-TELEFONO DELIMITED BY SIZE
                                 '  TIPO ' DELIMITED BY SIZE
                                 DR-TIPO DELIMITED BY SIZE
                                 '  RECIBIDA ' DELIMITED BY SIZE
                                 DR-FECHA-REC DELIMITED BY SIZE
                                 '  LIMITE ' DELIMITED BY SIZE
                                 WKS-DER-LIMITE DELIMITED BY SIZE
                                 '  RESTAN ' DELIMITED BY SIZE
                                 WKS-DER-RESTAN-FMT DELIMITED BY SIZE
                                 ' DIAS' DELIMITED BY SIZE
                                 INTO REG-DERECHOS-REP
                       END-IF
                       WRITE REG-DERECHOS-REP
                    END-IF
                 END-IF
           END-READ.

       00060-MODIFICA-CLIENTE.
      *Modifica cualquier campo de un cliente existente, con las
      *mismas validaciones de la captura. El cambio de telefono es
       00061-MODIFICA-CAMPO.
           DISPLAY 'QUE DESEA MODIFICAR? 1.NOMBRE 2.APELLIDOS '
                   '3.DOMICILIO 4.PASATIEMPO 5.COLOR '
                   '6.TELEFONO 8.CREDITO 9.LISTA DE PRECIOS '
                   '10.DATOS FISCALES 11.PRIVACIDAD 7.CANCELAR'
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              PERFORM 00024-CAPTURA-NOMBRE-C
              END-IF
              PERFORM 00062-REGRABA-CLIENTE
           ELSE
           IF WKS-ELECCION = 9
              PERFORM 00133-CAPTURA-LISTA-PRECIO
              PERFORM 00062-REGRABA-CLIENTE
           ELSE
           IF WKS-ELECCION = 10
              PERFORM 00134-CAPTURA-DATOS-FISCALES
              PERFORM 00062-REGRABA-CLIENTE
           ELSE
           IF WKS-ELECCION = 11
              PERFORM 00170-CAPTURA-CONSENTIMIENTO
              PERFORM 00062-REGRABA-CLIENTE
           ELSE
           IF WKS-ELECCION = 7
              NEXT SENTENCE
           ELSE
              DISPLAY 'OPCION INVALIDA, VERIFIQUE.'
              PERFORM 00061-MODIFICA-CAMPO.

       00133-CAPTURA-LISTA-PRECIO.
      *Lista de precios que se le respeta al cliente en la factura.
           DISPLAY 'LISTA DE PRECIOS: D.MENUDEO M.MAYOREO '
                   'P.PREFERENCIAL'
           ACCEPT RC-LISTA-PRECIO
           IF RC-LISTA-PRECIO = SPACE
              MOVE 'D' TO RC-LISTA-PRECIO
           END-IF
           IF RC-LISTA-PRECIO NOT = 'D' AND RC-LISTA-PRECIO NOT = 'M'
              AND RC-LISTA-PRECIO NOT = 'P'
              DISPLAY 'LISTA INVALIDA, VERIFIQUE.'
              PERFORM 00133-CAPTURA-LISTA-PRECIO
           END-IF.

       00134-CAPTURA-DATOS-FISCALES.
      *Datos fiscales con los que se le factura al cliente: RFC con
      *su estructura validada, razon social, regimen y uso de CFDI
      *de los catalogos del SAT, y si retiene impuestos.
           PERFORM 00135-CAPTURA-RFC
           DISPLAY 'RAZON SOCIAL (BLANCO = NOMBRE DEL CLIENTE): '
           ACCEPT RC-RAZON-SOCIAL
           IF RC-RAZON-SOCIAL = SPACES
              STRING RC-NOMBRE DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     RC-APELLIDOS DELIMITED BY '  '
                     INTO RC-RAZON-SOCIAL
           END-IF
           INSPECT RC-RAZON-SOCIAL CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 00139-CAPTURA-REGIMEN
           PERFORM 00141-CAPTURA-USO-CFDI
           PERFORM 00143-CAPTURA-RETENEDOR.

       00135-CAPTURA-RFC.
      *En blanco se toma el RFC generico de publico en general.
           DISPLAY 'RFC (BLANCO = PUBLICO EN GENERAL): '
           ACCEPT RC-RFC
           IF RC-RFC = SPACES
              MOVE 'XAXX010101000' TO RC-RFC
           END-IF
           INSPECT RC-RFC CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 00136-VALIDA-RFC
           IF WKS-FIS-VALIDO = 0
              DISPLAY 'RFC INVALIDO, VERIFIQUE.'
              PERFORM 00135-CAPTURA-RFC
           END-IF.

       00136-VALIDA-RFC.
      *Estructura del RFC: persona moral 12 posiciones (3 letras),
      *persona fisica 13 (4 letras); despues la fecha AAMMDD y tres
      *posiciones alfanumericas de homoclave.
           MOVE RC-RFC TO WKS-FIS-RFC-AREA
           MOVE 1 TO WKS-FIS-VALIDO
           IF WKS-FIS-RFC-CAR(13) = SPACE
              MOVE 3 TO WKS-FIS-LETRAS
           ELSE
              MOVE 4 TO WKS-FIS-LETRAS
           END-IF
           IF WKS-FIS-RFC-CAR(12) = SPACE
              MOVE 0 TO WKS-FIS-VALIDO
           END-IF
           MOVE 1 TO WKS-FIS-I
           PERFORM 00137-VALIDA-RFC-LETRA
              UNTIL WKS-FIS-I > WKS-FIS-LETRAS
           MOVE RC-RFC(WKS-FIS-LETRAS + 1:6) TO WKS-FIS-FECHA-RFC
           IF WKS-FIS-FECHA-RFC NOT NUMERIC
              MOVE 0 TO WKS-FIS-VALIDO
           ELSE
              IF WKS-FIS-MM < 1 OR WKS-FIS-MM > 12
                 OR WKS-FIS-DD < 1 OR WKS-FIS-DD > 31
                 MOVE 0 TO WKS-FIS-VALIDO
              END-IF
           END-IF
           COMPUTE WKS-FIS-I = WKS-FIS-LETRAS + 7
           PERFORM 00138-VALIDA-RFC-HOMOCLAVE
              UNTIL WKS-FIS-I > WKS-FIS-LETRAS + 9.

       00137-VALIDA-RFC-LETRA.
           IF WKS-FIS-RFC-CAR(WKS-FIS-I) = SPACE
              OR (WKS-FIS-RFC-CAR(WKS-FIS-I) NOT ALPHABETIC-UPPER
                  AND WKS-FIS-RFC-CAR(WKS-FIS-I) NOT = '&')
              MOVE 0 TO WKS-FIS-VALIDO
           END-IF
           ADD 1 TO WKS-FIS-I.

       00138-VALIDA-RFC-HOMOCLAVE.
           IF WKS-FIS-RFC-CAR(WKS-FIS-I) = SPACE
              OR (WKS-FIS-RFC-CAR(WKS-FIS-I) NOT ALPHABETIC-UPPER
                  AND WKS-FIS-RFC-CAR(WKS-FIS-I) NOT NUMERIC)
              MOVE 0 TO WKS-FIS-VALIDO
           END-IF
           ADD 1 TO WKS-FIS-I.

       00139-CAPTURA-REGIMEN.
      *Regimen fiscal del catalogo del SAT; en cero se toma 616
      *(sin obligaciones fiscales), el de publico en general.
           DISPLAY 'REGIMEN FISCAL (CLAVE SAT, 0 = 616): '
           ACCEPT RC-REGIMEN
           IF RC-REGIMEN = 0
              MOVE 616 TO RC-REGIMEN
           END-IF
           MOVE 0 TO WKS-FIS-VALIDO
           MOVE 1 TO WKS-FIS-I
           PERFORM 00140-BUSCA-REGIMEN UNTIL WKS-FIS-I > 19
           IF WKS-FIS-VALIDO = 0
              DISPLAY 'REGIMEN FUERA DEL CATALOGO, VERIFIQUE.'
              PERFORM 00139-CAPTURA-REGIMEN
           END-IF.

       00140-BUSCA-REGIMEN.
           IF WKS-FIS-REG(WKS-FIS-I) = RC-REGIMEN
              MOVE 1 TO WKS-FIS-VALIDO
           END-IF
           ADD 1 TO WKS-FIS-I.

       00141-CAPTURA-USO-CFDI.
      *Uso que el cliente le da al CFDI; en blanco S01 (sin efectos
      *fiscales).
           DISPLAY 'USO DE CFDI (G01, I01, D01, S01, CP01...): '
           ACCEPT RC-USO-CFDI
           IF RC-USO-CFDI = SPACES
              MOVE 'S01' TO RC-USO-CFDI
           END-IF
           INSPECT RC-USO-CFDI CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WKS-FIS-VALIDO
           MOVE 1 TO WKS-FIS-I
           PERFORM 00142-BUSCA-USO-CFDI UNTIL WKS-FIS-I > 23
           IF WKS-FIS-VALIDO = 0
              DISPLAY 'USO DE CFDI FUERA DEL CATALOGO, VERIFIQUE.'
              PERFORM 00141-CAPTURA-USO-CFDI
           END-IF.

       00142-BUSCA-USO-CFDI.
           IF WKS-FIS-USO(WKS-FIS-I) = RC-USO-CFDI
              MOVE 1 TO WKS-FIS-VALIDO
           END-IF
           ADD 1 TO WKS-FIS-I.

       00143-CAPTURA-RETENEDOR.
      *Solo una persona moral (RFC de 12) retiene: 'I' el IVA, 'S'
      *IVA e ISR por servicios. Las personas fisicas no retienen.
           IF WKS-FIS-RFC-CAR(13) NOT = SPACE
              MOVE 'N' TO RC-RETENEDOR
           ELSE
              DISPLAY 'RETIENE IMPUESTOS? N.NO I.IVA '
                      'S.IVA E ISR (SERVICIOS)'
              ACCEPT RC-RETENEDOR
              IF RC-RETENEDOR = SPACE
                 MOVE 'N' TO RC-RETENEDOR
              END-IF
              IF RC-RETENEDOR NOT = 'N' AND RC-RETENEDOR NOT = 'I'
                 AND RC-RETENEDOR NOT = 'S'
                 DISPLAY 'OPCION INVALIDA, VERIFIQUE.'
                 PERFORM 00143-CAPTURA-RETENEDOR
              END-IF
           END-IF.

       00062-REGRABA-CLIENTE.
           REWRITE REG-CLIENTE
              INVALID KEY
                 MOVE ZERO TO WKS-ANA-MES(WKS-ANA-I)
                 MOVE ZERO TO WKS-ANA-MESANT(WKS-ANA-I)
                 MOVE ZERO TO WKS-ANA-ULTIMA(WKS-ANA-I)
                 MOVE ZERO TO WKS-ANA-VTACOS(WKS-ANA-I)
                 MOVE ZERO TO WKS-ANA-MARGEN(WKS-ANA-I)
                 MOVE 1 TO WKS-CP-HALLADO
              ELSE
      *Tabla llena: las facturas de clientes de mas se cuentan
              IF FW-FECHA(1:6) = WKS-ANA-MESANT-AM
                 ADD FW-TOTAL-NETO TO WKS-ANA-MESANT(WKS-ANA-I)
              END-IF
              MOVE 1 TO WKS-ANA-K
              PERFORM 00132-ANALISIS-MARGEN-PARTIDA
                 UNTIL WKS-ANA-K > FW-NUM-ITEMS
           END-IF.

       00132-ANALISIS-MARGEN-PARTIDA.
      *Margen de las partidas de catalogo que traen el costo con
      *que se vendieron (neto del descuento de la factura); las de
      *texto libre y los folios anteriores al costeo no cuentan.
           IF FW-PRODUCTO(WKS-ANA-K) NUMERIC
              AND FW-PRODUCTO(WKS-ANA-K) > 0
              AND FW-COSTO(WKS-ANA-K) NUMERIC
              COMPUTE WKS-ANA-VTA-PART ROUNDED =
                      FW-IMPORTE(WKS-ANA-K)
                      * (1 - (FW-DESCTO-TASA / 100))
              ADD WKS-ANA-VTA-PART TO WKS-ANA-VTACOS(WKS-ANA-I)
              COMPUTE WKS-ANA-MARGEN(WKS-ANA-I) =
                      WKS-ANA-MARGEN(WKS-ANA-I) + WKS-ANA-VTA-PART
                      - FW-COSTO(WKS-ANA-K) * FW-CANTIDAD(WKS-ANA-K)
           END-IF
           ADD 1 TO WKS-ANA-K.

       00125-ANALISIS-BUSCA-CLIENTE.
           IF WKS-ANA-TEL(WKS-ANA-I) = FW-TELEFONO
              MOVE 1 TO WKS-CP-HALLADO
           PERFORM 00128-ANALISIS-RANKING-RENGLON
              UNTIL WKS-ANA-I > WKS-ANA-TOPE
      *Clasificacion ABC sobre el total acumulado (80/95) escrita
      *de regreso al registro del cliente, con el margen bruto de
      *cada cliente al lado para compras.
           MOVE ALL '-' TO REG-ANALISIS
           WRITE REG-ANALISIS
           MOVE 'CLASIFICACION ABC CON MARGEN BRUTO:' TO REG-ANALISIS
           WRITE REG-ANALISIS
           MOVE ZERO TO WKS-ANA-ACUM
           MOVE 1 TO WKS-ANA-I
           PERFORM 00129-ANALISIS-CLASIFICA
                 END-IF
                 REWRITE REG-CLIENTE
                 END-REWRITE
                 IF WKS-ANA-VTACOS(WKS-ANA-I) NOT = 0
                    COMPUTE WKS-ANA-MAR-PCT ROUNDED =
                            WKS-ANA-MARGEN(WKS-ANA-I) * 100
                            / WKS-ANA-VTACOS(WKS-ANA-I)
                 ELSE
                    MOVE ZERO TO WKS-ANA-MAR-PCT
                 END-IF
                 MOVE WKS-ANA-TOTAL(WKS-ANA-I) TO WKS-ANA-FMT
                 MOVE WKS-ANA-MARGEN(WKS-ANA-I) TO WKS-ANA-FMT2
                 MOVE WKS-ANA-MAR-PCT TO WKS-ANA-PCT-FMT
                 MOVE SPACES TO REG-ANALISIS
                 STRING 'TEL ' WKS-ANA-TEL(WKS-ANA-I)
                        '  CLASE ' RC-CLASE-ABC
                        ' VENTAS ' WKS-ANA-FMT
                        ' MARGEN ' WKS-ANA-FMT2
                        ' ' WKS-ANA-PCT-FMT '%'
                        DELIMITED BY SIZE INTO REG-ANALISIS
                 WRITE REG-ANALISIS
           END-READ
           ADD 1 TO WKS-ANA-I.

                 DISPLAY 'ID DE TRABAJADOR LIGADO: ' XR-ID-TRAB
           END-READ.

       00190-MENU-TERRITORIOS.
      *Catalogo de territorios de venta (clave, nombre y vendedor
      *asignado) y los rangos de codigo postal de cada uno: el
      *cliente cae en su territorio por su RC-CP, sin capturarlo.
           DISPLAY '1. ALTA O CAMBIO DE TERRITORIO  '
                   '2. ASIGNAR RANGO DE CP  3. QUITAR RANGO DE CP  '
                   '4. LISTADO  5. REPORTE MENSUAL POR TERRITORIO  '
                   '6. CLIENTES SIN TERRITORIO  7. REGRESAR'
           ACCEPT WKS-ELECCION
           OPEN I-O F-TERRITORIOS
           IF WKS-FS-TERR = '35'
              OPEN OUTPUT F-TERRITORIOS
              CLOSE F-TERRITORIOS
              OPEN I-O F-TERRITORIOS
           END-IF
           OPEN I-O F-TERR-CP
           IF WKS-FS-TERR-CP = '35'
              OPEN OUTPUT F-TERR-CP
              CLOSE F-TERR-CP
              OPEN I-O F-TERR-CP
           END-IF
           IF WKS-FS-TERR NOT = '00' OR WKS-FS-TERR-CP NOT = '00'
              DISPLAY 'ERROR AL ABRIR EL CATALOGO DE TERRITORIOS, '
                      'STATUS: ' WKS-FS-TERR ' ' WKS-FS-TERR-CP
           ELSE
              IF WKS-ELECCION = 1
                 PERFORM 00191-ALTA-TERRITORIO
              ELSE
              IF WKS-ELECCION = 2
                 PERFORM 00193-ASIGNA-RANGO-CP
              ELSE
              IF WKS-ELECCION = 3
                 PERFORM 00195-QUITA-RANGO-CP
              ELSE
              IF WKS-ELECCION = 4
                 PERFORM 00196-LISTA-TERRITORIOS
              ELSE
              IF WKS-ELECCION = 5
                 PERFORM 00206-REPORTE-TERRITORIOS
              ELSE
              IF WKS-ELECCION = 6
                 PERFORM 00211-CLIENTES-SIN-TERRITORIO
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           CLOSE F-TERR-CP
           CLOSE F-TERRITORIOS.

       00191-ALTA-TERRITORIO.
           DISPLAY 'CLAVE DEL TERRITORIO: '
           ACCEPT TE-CODIGO
           IF TE-CODIGO = SPACES
              DISPLAY 'CLAVE INVALIDA, VERIFIQUE.'
           ELSE
              MOVE ZERO TO WKS-TER-EXISTE
              READ F-TERRITORIOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO WKS-TER-EXISTE
                    DISPLAY 'ACTUAL: ' TE-NOMBRE '  VENDEDOR '
                            TE-VENDEDOR
              END-READ
              DISPLAY 'NOMBRE DEL TERRITORIO: '
              ACCEPT TE-NOMBRE
      *El vendedor es un ID de trabajador activo de NOMINA; cero
      *deja el territorio sin asignar.
              MOVE ZERO TO WKS-TRAB-OK
              PERFORM 00192-CAPTURA-VENDEDOR-TER
                 UNTIL WKS-TRAB-OK = 1
              IF WKS-TER-EXISTE = 1
                 REWRITE REG-TERRITORIO
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL TERRITORIO.'
                    NOT INVALID KEY
                       DISPLAY 'TERRITORIO ACTUALIZADO.'
                 END-REWRITE
              ELSE
                 WRITE REG-TERRITORIO
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL TERRITORIO.'
                    NOT INVALID KEY
                       DISPLAY 'TERRITORIO REGISTRADO.'
                 END-WRITE
              END-IF
           END-IF.

       00192-CAPTURA-VENDEDOR-TER.
           DISPLAY 'ID DE TRABAJADOR DEL VENDEDOR (0 = SIN ASIGNAR): '
           ACCEPT TE-VENDEDOR
           IF TE-VENDEDOR = 0
              MOVE 1 TO WKS-TRAB-OK
           ELSE
              MOVE TE-VENDEDOR TO WKS-ID-TRAB-XREF
              PERFORM 00028-VALIDA-TRABAJADOR
              IF WKS-TRAB-OK = 1
                 DISPLAY 'VENDEDOR: ' RT-NOMBRE-TRAB
              END-IF
           END-IF.

       00193-ASIGNA-RANGO-CP.
      *Un rango no puede encimarse con otro: cada CP cae en un solo
      *territorio.
           DISPLAY 'CP INICIAL DEL RANGO: '
           ACCEPT WKS-TER-CP-INI
           DISPLAY 'CP FINAL DEL RANGO: '
           ACCEPT WKS-TER-CP-FIN
           DISPLAY 'CLAVE DEL TERRITORIO: '
           ACCEPT TE-CODIGO
           IF WKS-TER-CP-FIN < WKS-TER-CP-INI
              DISPLAY 'EL CP FINAL ES MENOR AL INICIAL, VERIFIQUE.'
           ELSE
              READ F-TERRITORIOS
                 INVALID KEY
                    DISPLAY 'NO EXISTE ESE TERRITORIO.'
                 NOT INVALID KEY
                    MOVE ZERO TO WKS-TER-ENCIMA
                    MOVE ZEROS TO TR-CP-INI
                    START F-TERR-CP KEY IS NOT LESS THAN TR-CP-INI
                       INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
                       NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
                    END-START
                    PERFORM 00194-REVISA-ENCIME
                       UNTIL WKS-BARRIDO-FIN = 1
                    IF WKS-TER-ENCIMA = 0
                       MOVE WKS-TER-CP-INI TO TR-CP-INI
                       MOVE WKS-TER-CP-FIN TO TR-CP-FIN
                       MOVE TE-CODIGO TO TR-TERRITORIO
                       WRITE REG-TERR-CP
                          INVALID KEY
                             DISPLAY 'ERROR AL GRABAR EL RANGO.'
                          NOT INVALID KEY
                             DISPLAY 'RANGO ASIGNADO AL TERRITORIO '
                                     TE-CODIGO
                       END-WRITE
                    END-IF
              END-READ
           END-IF.

       00194-REVISA-ENCIME.
           READ F-TERR-CP NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF TR-CP-FIN NOT < WKS-TER-CP-INI
                    AND TR-CP-INI NOT > WKS-TER-CP-FIN
                    MOVE 1 TO WKS-TER-ENCIMA
                    MOVE 1 TO WKS-BARRIDO-FIN
                    DISPLAY 'SE ENCIMA CON EL RANGO ' TR-CP-INI '-'
                            TR-CP-FIN ' DEL TERRITORIO '
                            TR-TERRITORIO ', VERIFIQUE.'
                 END-IF
           END-READ.

       00195-QUITA-RANGO-CP.
           DISPLAY 'CP INICIAL DEL RANGO A QUITAR: '
           ACCEPT TR-CP-INI
           READ F-TERR-CP
              INVALID KEY
                 DISPLAY 'NO HAY UN RANGO QUE EMPIECE EN ESE CP.'
              NOT INVALID KEY
                 DELETE F-TERR-CP RECORD
                    INVALID KEY
                       DISPLAY 'ERROR AL QUITAR EL RANGO.'
                    NOT INVALID KEY
                       DISPLAY 'RANGO ' TR-CP-INI '-' TR-CP-FIN
                               ' QUITADO.'
                 END-DELETE
           END-READ.

       00196-LISTA-TERRITORIOS.
           PERFORM 00199-CARGA-TERRITORIOS
           MOVE 1 TO WKS-TER-I
           PERFORM 00197-LISTA-TERRITORIO-REN
              UNTIL WKS-TER-I > WKS-TER-NUM
           MOVE 1 TO WKS-TER-J
           PERFORM 00198-LISTA-RANGO-REN
              UNTIL WKS-TER-J > WKS-TRG-NUM.

       00197-LISTA-TERRITORIO-REN.
           DISPLAY WKS-TER-CODIGO(WKS-TER-I) ' '
                   WKS-TER-NOMBRE(WKS-TER-I) '  VENDEDOR '
                   WKS-TER-VENDEDOR(WKS-TER-I)
           ADD 1 TO WKS-TER-I.

       00198-LISTA-RANGO-REN.
           DISPLAY '   CP ' WKS-TRG-INI(WKS-TER-J) '-'
                   WKS-TRG-FIN(WKS-TER-J) '  TERRITORIO '
                   WKS-TRG-CODIGO(WKS-TER-J)
           ADD 1 TO WKS-TER-J.

       00199-CARGA-TERRITORIOS.
      *Sube a memoria los territorios y los rangos de CP; cada
      *rango guarda el renglon de su territorio.
           MOVE ZERO TO WKS-TER-NUM
           MOVE ZERO TO WKS-TRG-NUM
           MOVE ZERO TO WKS-TER-DESBORDE
           MOVE SPACES TO TE-CODIGO
           START F-TERRITORIOS KEY IS NOT LESS THAN TE-CODIGO
              INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
           END-START
           PERFORM 00200-CARGA-TERRITORIO-REN
              UNTIL WKS-BARRIDO-FIN = 1
           MOVE ZEROS TO TR-CP-INI
           START F-TERR-CP KEY IS NOT LESS THAN TR-CP-INI
              INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
           END-START
           PERFORM 00201-CARGA-RANGO-REN
              UNTIL WKS-BARRIDO-FIN = 1
           IF WKS-TER-DESBORDE > 0
              DISPLAY 'AVISO: ' WKS-TER-DESBORDE ' TERRITORIO(S) O '
                      'RANGO(S) NO CUPIERON EN LA TABLA.'
           END-IF.

       00200-CARGA-TERRITORIO-REN.
           READ F-TERRITORIOS NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF WKS-TER-NUM < 100
                    ADD 1 TO WKS-TER-NUM
                    MOVE TE-CODIGO TO WKS-TER-CODIGO(WKS-TER-NUM)
                    MOVE TE-NOMBRE TO WKS-TER-NOMBRE(WKS-TER-NUM)
                    MOVE TE-VENDEDOR TO WKS-TER-VENDEDOR(WKS-TER-NUM)
                 ELSE
                    ADD 1 TO WKS-TER-DESBORDE
                 END-IF
           END-READ.

       00201-CARGA-RANGO-REN.
           READ F-TERR-CP NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF WKS-TRG-NUM < 300
                    ADD 1 TO WKS-TRG-NUM
                    MOVE TR-CP-INI TO WKS-TRG-INI(WKS-TRG-NUM)
                    MOVE TR-CP-FIN TO WKS-TRG-FIN(WKS-TRG-NUM)
                    MOVE TR-TERRITORIO TO WKS-TRG-CODIGO(WKS-TRG-NUM)
                    MOVE ZERO TO WKS-TRG-TER(WKS-TRG-NUM)
                    MOVE 1 TO WKS-TER-I
                    PERFORM 00202-LIGA-RANGO-TERRITORIO
                       UNTIL WKS-TER-I > WKS-TER-NUM
                 ELSE
                    ADD 1 TO WKS-TER-DESBORDE
                 END-IF
           END-READ.

       00202-LIGA-RANGO-TERRITORIO.
           IF WKS-TER-CODIGO(WKS-TER-I) = TR-TERRITORIO
              MOVE WKS-TER-I TO WKS-TRG-TER(WKS-TRG-NUM)
              MOVE WKS-TER-NUM TO WKS-TER-I
           END-IF
           ADD 1 TO WKS-TER-I.

       00203-UBICA-CP.
      *Renglon del territorio del CP en RC-CP (cero: en ninguno).
           MOVE ZERO TO WKS-TER-IDX
           MOVE 1 TO WKS-TER-J
           PERFORM 00204-UBICA-CP-RANGO
              UNTIL WKS-TER-J > WKS-TRG-NUM.

       00204-UBICA-CP-RANGO.
           IF RC-CP NOT < WKS-TRG-INI(WKS-TER-J)
              AND RC-CP NOT > WKS-TRG-FIN(WKS-TER-J)
              MOVE WKS-TRG-TER(WKS-TER-J) TO WKS-TER-IDX
              MOVE WKS-TRG-NUM TO WKS-TER-J
           END-IF
           ADD 1 TO WKS-TER-J.

       00205-TERRITORIO-DEL-CLIENTE.
      *Territorio del cliente consultado, deducido de su CP.
           OPEN INPUT F-TERRITORIOS
           IF WKS-FS-TERR = '00'
              OPEN INPUT F-TERR-CP
              IF WKS-FS-TERR-CP = '00'
                 PERFORM 00199-CARGA-TERRITORIOS
                 PERFORM 00203-UBICA-CP
                 IF WKS-TER-IDX > 0
                    DISPLAY 'TERRITORIO: '
                            WKS-TER-CODIGO(WKS-TER-IDX) ' '
                            WKS-TER-NOMBRE(WKS-TER-IDX)
                 ELSE
                    DISPLAY 'SU CP NO CAE EN NINGUN TERRITORIO'
                 END-IF
                 CLOSE F-TERR-CP
              END-IF
              CLOSE F-TERRITORIOS
           END-IF.

       00206-REPORTE-TERRITORIOS.
      *Por territorio: clientes, clientes activos (con compra no
      *cancelada en el mes), venta del mes y cartera (saldo de sus
      *facturas emitidas hasta el mes). Los clientes fuera de todo
      *territorio van en su propio renglon.
           DISPLAY 'MES DEL REPORTE (AAAAMM): '
           ACCEPT WKS-TER-ANOMES
           PERFORM 00199-CARGA-TERRITORIOS
           MOVE 1 TO WKS-TER-I
           PERFORM 00207-LIMPIA-ACUMULADOS
              UNTIL WKS-TER-I > WKS-TER-NUM + 1
           MOVE ZERO TO WKS-TER-HAY-FAC
           OPEN INPUT F-FACTURAS-V
           IF WKS-FS-FACT-V = '00'
              MOVE 1 TO WKS-TER-HAY-FAC
           ELSE
              DISPLAY 'SIN MAESTRO DE FACTURAS: SOLO SE CUENTAN '
                      'CLIENTES.'
           END-IF
           MOVE ZERO TO RC-TELEFONO
           START F-ARCHIVO KEY IS NOT LESS THAN RC-TELEFONO
              INVALID KEY MOVE 1 TO WKS-TER-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-TER-FIN
           END-START
           PERFORM 00208-TERRITORIO-CLIENTE
              UNTIL WKS-TER-FIN = 1
           IF WKS-TER-HAY-FAC = 1
              CLOSE F-FACTURAS-V
           END-IF
           OPEN OUTPUT F-TERR-REP
           MOVE SPACES TO REG-TERR-REP
           STRING 'VENTAS Y CARTERA POR TERRITORIO, MES '
                  DELIMITED BY SIZE
                  WKS-TER-ANOMES DELIMITED BY SIZE
                  INTO REG-TERR-REP
           WRITE REG-TERR-REP
           MOVE 'TERR NOMBRE                         VEND  CLIENTES ACTI
      -         'VOS          VENTAS         CARTERA' TO REG-TERR-REP
           WRITE REG-TERR-REP
           MOVE ALL '-' TO REG-TERR-REP
           WRITE REG-TERR-REP
           MOVE 1 TO WKS-TER-I
           PERFORM 00210-TERRITORIO-RENGLON
              UNTIL WKS-TER-I > WKS-TER-NUM + 1
           CLOSE F-TERR-REP
           DISPLAY 'REPORTE EN TERRITORIOS-REP.TXT'.

       00207-LIMPIA-ACUMULADOS.
      *El renglon siguiente al ultimo territorio es el de los
      *clientes sin territorio.
           IF WKS-TER-I > WKS-TER-NUM
              MOVE '----' TO WKS-TER-CODIGO(WKS-TER-I)
              MOVE 'SIN TERRITORIO' TO WKS-TER-NOMBRE(WKS-TER-I)
              MOVE ZERO TO WKS-TER-VENDEDOR(WKS-TER-I)
           END-IF
           MOVE ZERO TO WKS-TER-CLIENTES(WKS-TER-I)
           MOVE ZERO TO WKS-TER-ACTIVOS(WKS-TER-I)
           MOVE ZERO TO WKS-TER-VENTAS(WKS-TER-I)
           MOVE ZERO TO WKS-TER-CARTERA(WKS-TER-I)
           ADD 1 TO WKS-TER-I.

       00208-TERRITORIO-CLIENTE.
           READ F-ARCHIVO NEXT RECORD
              AT END MOVE 1 TO WKS-TER-FIN
              NOT AT END
                 PERFORM 00203-UBICA-CP
                 IF WKS-TER-IDX = 0
                    COMPUTE WKS-TER-IDX = WKS-TER-NUM + 1
                 END-IF
                 ADD 1 TO WKS-TER-CLIENTES(WKS-TER-IDX)
                 MOVE ZERO TO WKS-TER-ACTIVO
                 IF WKS-TER-HAY-FAC = 1
                    MOVE RC-TELEFONO TO FW-TELEFONO
                    START F-FACTURAS-V
                       KEY IS NOT LESS THAN FW-TELEFONO
                       INVALID KEY MOVE 1 TO WKS-BARRIDO-FIN
                       NOT INVALID KEY MOVE ZERO TO WKS-BARRIDO-FIN
                    END-START
                    PERFORM 00209-TERRITORIO-FACTURA
                       UNTIL WKS-BARRIDO-FIN = 1
                 END-IF
                 IF WKS-TER-ACTIVO = 1
                    ADD 1 TO WKS-TER-ACTIVOS(WKS-TER-IDX)
                 END-IF
           END-READ.

       00209-TERRITORIO-FACTURA.
           READ F-FACTURAS-V NEXT RECORD
              AT END MOVE 1 TO WKS-BARRIDO-FIN
              NOT AT END
                 IF FW-TELEFONO NOT = RC-TELEFONO
                    MOVE 1 TO WKS-BARRIDO-FIN
                 ELSE
                    IF FW-ESTADO NOT = 'C'
                       IF FW-FECHA(1:6) = WKS-TER-ANOMES
                          MOVE 1 TO WKS-TER-ACTIVO
                          ADD FW-TOTAL-NETO
                              TO WKS-TER-VENTAS(WKS-TER-IDX)
                       END-IF
                       IF FW-FECHA(1:6) NOT > WKS-TER-ANOMES
                          AND FW-SALDO > 0
                          ADD FW-SALDO TO WKS-TER-CARTERA(WKS-TER-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       00210-TERRITORIO-RENGLON.
           MOVE WKS-TER-VENTAS(WKS-TER-I) TO WKS-ANA-FMT
           MOVE WKS-TER-CARTERA(WKS-TER-I) TO WKS-ANA-FMT2
           MOVE SPACES TO REG-TERR-REP
           STRING WKS-TER-CODIGO(WKS-TER-I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WKS-TER-NOMBRE(WKS-TER-I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WKS-TER-VENDEDOR(WKS-TER-I) DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WKS-TER-CLIENTES(WKS-TER-I) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WKS-TER-ACTIVOS(WKS-TER-I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WKS-ANA-FMT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WKS-ANA-FMT2 DELIMITED BY SIZE
                  INTO REG-TERR-REP
           WRITE REG-TERR-REP
           ADD 1 TO WKS-TER-I.

       00211-CLIENTES-SIN-TERRITORIO.
      *Clientes cuyo CP no cae en ningun rango, para completar el
      *catalogo.
           PERFORM 00199-CARGA-TERRITORIOS
           MOVE ZERO TO WKS-ENCONTRADOS
           OPEN OUTPUT F-TERR-SIN
           MOVE 'CLIENTES CUYO CP NO CAE EN NINGUN TERRITORIO'
                TO REG-TERR-SIN
           WRITE REG-TERR-SIN
           MOVE ALL '-' TO REG-TERR-SIN
           WRITE REG-TERR-SIN
           MOVE ZERO TO RC-TELEFONO
           START F-ARCHIVO KEY IS NOT LESS THAN RC-TELEFONO
              INVALID KEY MOVE 1 TO WKS-TER-FIN
              NOT INVALID KEY MOVE ZERO TO WKS-TER-FIN
           END-START
           PERFORM 00212-SIN-TERRITORIO-REN
              UNTIL WKS-TER-FIN = 1
           MOVE SPACES TO REG-TERR-SIN
           STRING WKS-ENCONTRADOS DELIMITED BY SIZE
                  ' CLIENTE(S) SIN TERRITORIO' DELIMITED BY SIZE
                  INTO REG-TERR-SIN
           WRITE REG-TERR-SIN
           CLOSE F-TERR-SIN
           DISPLAY WKS-ENCONTRADOS ' CLIENTE(S) SIN TERRITORIO, '
                   'LISTA EN CLIENTES-SIN-TERRITORIO.TXT'.

       00212-SIN-TERRITORIO-REN.
           READ F-ARCHIVO NEXT RECORD
              AT END MOVE 1 TO WKS-TER-FIN
              NOT AT END
                 PERFORM 00203-UBICA-CP
                 IF WKS-TER-IDX = 0
                    ADD 1 TO WKS-ENCONTRADOS
                    MOVE SPACES TO REG-TERR-SIN
                    STRING RC-TELEFONO DELIMITED BY SIZE
                           '  CP ' DELIMITED BY SIZE
                           RC-CP DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           RC-NOMBRE DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           RC-APELLIDOS DELIMITED BY '  '
                           INTO REG-TERR-SIN
                    WRITE REG-TERR-SIN
                 END-IF
           END-READ.

       END PROGRAM ARCHIVOS.
