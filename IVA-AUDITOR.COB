      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITOR-IVA.

      *Auditoria nocturna de integridad de los archivos de ventas e
      *IVA de CALCULADOR-IVA. Prueba que las facturas de cada mes
      *suman lo que dicen el libro mensual y el libro por serie, que
      *el saldo de cada folio a credito es su total menos sus abonos,
      *que el saldo deudor de cada cliente es la suma de sus folios
      *abiertos, que el saldo de puntos es la suma de sus
      *movimientos, que cada serie no tiene huecos de folio y que
      *cada factura apunta a un cliente que existe. Una factura
      *cancelada despues del cierre de su mes, con la regla de
      *trasladar, sigue sumando en su mes y resta en el mes en curso
      *de la cancelacion, segun la bitacora de cierres. Cada hallazgo se
      *clasifica por gravedad, igual que la auditoria de NOMINA, y el
      *estatus de salida hace que el driver nocturno alerte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FACTURAS ASSIGN TO 'IVA-FACTURAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FV-LLAVE
               ALTERNATE RECORD KEY FV-TELEFONO
                   WITH DUPLICATES
               FILE STATUS WKS-FS-FACT.
           SELECT F-SERIES ASSIGN TO 'IVA-SERIES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SE-SERIE
               FILE STATUS WKS-FS-SERIES.
           SELECT F-LIBRO ASSIGN TO 'IVA-LIBRO-MENSUAL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LM-ANOMES
               FILE STATUS WKS-FS-LIBRO.
           SELECT F-LIBRO-S ASSIGN TO 'IVA-LIBRO-SERIES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LS-LLAVE
               FILE STATUS WKS-FS-LIBRO-S.
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
           SELECT F-PUNTOS ASSIGN TO 'IVA-PUNTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PT-TELEFONO
               FILE STATUS WKS-FS-PUNTOS.
           SELECT F-PUNTOS-MOV ASSIGN TO 'IVA-PUNTOS-MOV.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PM-LLAVE
               FILE STATUS WKS-FS-PUNTOS-M.
           SELECT F-CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CV-TELEFONO
               ALTERNATE RECORD KEY CV-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS WKS-FS-CLIENTES.
           SELECT F-HALLAZGOS ASSIGN TO 'IVA-INTEGRIDAD.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-HALLAZGOS.
           SELECT F-CIE-MOVTOS ASSIGN TO 'CIERRE-MOVIMIENTOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CIE-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD F-FACTURAS.
      *Vista de solo lectura del maestro de facturas de
      *CALCULADOR-IVA; el layout debe ser identico al de ese
      *programa. Las partidas, costos, precios y demas campos que
      *aqui no se revisan quedan en los -RESTO.
       01 REG-FACTURA.
           02 FV-LLAVE.
              03 FV-SERIE           PIC X(2).
              03 FV-FOLIO           PIC 9(6).
           02 FV-FECHA              PIC 9(8).
           02 FV-TELEFONO           PIC 9(10).
           02 FV-MONEDA             PIC X(3).
           02 FV-TIPO-CAMBIO        PIC 9(3)V9999.
           02 FV-RESTO-1            PIC X(10).
           02 FV-TOTAL-NETO         PIC 9(10)V99.
           02 FV-IVA-MONTO          PIC 9(10)V99.
           02 FV-ESTADO             PIC X(1).
           02 FV-RESTO-2            PIC X(1872).
           02 FV-FORMA-PAGO         PIC X(1).
           02 FV-SALDO              PIC S9(10)V99.
           02 FV-RESTO-3            PIC X(1463).
           02 FV-ANC-APLICA OCCURS 3 TIMES.
              03 FV-ANC-FECHA       PIC 9(8).
              03 FV-ANC-CONSEC      PIC 9(2).
              03 FV-ANC-MONTO       PIC 9(10)V99.
           02 FV-ANC-CLASE OCCURS 3 TIMES.
              03 FV-ANC-BASE        PIC 9(10)V99.
              03 FV-ANC-IVA         PIC 9(10)V99.
           02 FV-RESTO-4            PIC X(19).

       FD F-SERIES.
       01 REG-SERIE.
           02 SE-SERIE              PIC X(2).
           02 SE-SUCURSAL           PIC X(30).
           02 SE-ULT-FOLIO          PIC 9(6).

       FD F-LIBRO.
       01 REG-LIBRO.
           02 LM-ANOMES             PIC 9(6).
           02 LM-TOTAL              PIC S9(12)V99.
           02 LM-IVA                PIC S9(12)V99.
           02 LM-RESTO              PIC X(126).

       FD F-LIBRO-S.
       01 REG-LIBRO-S.
           02 LS-LLAVE.
              03 LS-SERIE           PIC X(2).
              03 LS-ANOMES          PIC 9(6).
           02 LS-TOTAL              PIC S9(12)V99.
           02 LS-IVA                PIC S9(12)V99.
           02 LS-RESTO              PIC X(112).

       FD F-PAGOS.
       01 REG-PAGO.
           02 PAG-LLAVE.
              03 PAG-TELEFONO       PIC 9(10).
              03 PAG-FECHA          PIC 9(8).
              03 PAG-CONSEC         PIC 9(2).
           02 PAG-MONTO             PIC 9(10)V99.
           02 PAG-FOLIO             PIC 9(6).
           02 PAG-SERIE             PIC X(2).
           02 PAG-ORIGEN            PIC X(1).
           02 PAG-RESTO             PIC X(56).

       FD F-ANTICIPOS.
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

       FD F-PUNTOS.
       01 REG-PUNTOS.
           02 PT-TELEFONO           PIC 9(10).
           02 PT-SALDO              PIC S9(7).
           02 PT-FECHA-ULT          PIC 9(8).

       FD F-PUNTOS-MOV.
       01 REG-PUNTO-MOV.
           02 PM-LLAVE.
              03 PM-TELEFONO        PIC 9(10).
              03 PM-FECHA           PIC 9(8).
              03 PM-CONSEC          PIC 9(2).
           02 PM-TIPO               PIC X(1).
           02 PM-PUNTOS             PIC 9(7).

       FD F-CLIENTES.
      *Vista de solo lectura del archivo de clientes de ARCHIVOS;
      *aqui solo interesan el telefono y el saldo de credito.
       01 REG-CLIENTE.
           02 CV-TELEFONO           PIC 9(10).
           02 CV-NOMBRE             PIC A(50).
           02 CV-APELLIDOS          PIC A(50).
           02 CV-RESTO-1            PIC X(187).
           02 CV-SALDO-CREDITO      PIC S9(09)V99.
           02 CV-RESTO-2            PIC X(95).

       FD F-HALLAZGOS.
      *Reporte de hallazgos, un renglon por inconsistencia con su
      *gravedad, y el resumen al final.
       01 REG-HALLAZGO              PIC X(100).

       FD F-CIE-MOVTOS.
      *Vista de solo lectura de la bitacora de movimientos fechados
      *en un mes con cierre; el layout debe ser identico al del
      *programa NOMINA. Aqui solo interesan las cancelaciones de IVA
      *trasladadas al mes en curso.
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

       77 WKS-FS-FACT          PIC X(02).
       77 WKS-FS-SERIES        PIC X(02).
       77 WKS-FS-LIBRO         PIC X(02).
       77 WKS-FS-LIBRO-S       PIC X(02).
       77 WKS-FS-PAGOS         PIC X(02).
       77 WKS-FS-ANTICIPOS     PIC X(02).
       77 WKS-FS-PUNTOS        PIC X(02).
       77 WKS-FS-PUNTOS-M      PIC X(02).
       77 WKS-FS-CLIENTES      PIC X(02).
       77 WKS-FS-HALLAZGOS     PIC X(02).
       77 WKS-FS-CIE-MOV       PIC X(02).

       77 WKS-FIN              PIC 9(1).
       77 WKS-FIN-SUB          PIC 9(1).
      *Archivos de consulta abiertos; el status ya no sirve para
      *saberlo despues de una lectura por llave que no encuentra.
       77 WKS-CLI-ABIERTO      PIC 9(1).
       77 WKS-PAG-ABIERTO      PIC 9(1).
       77 WKS-PM-ABIERTO       PIC 9(1).
       77 WKS-GRAVES           PIC 9(5).
       77 WKS-MEDIAS           PIC 9(5).
       77 WKS-LEVES            PIC 9(5).
       77 WKS-REVISADOS        PIC 9(7).
       77 WKS-GRAVEDAD         PIC X(5).
       77 WKS-DETALLE          PIC X(90).

      *Importes editados para los renglones de hallazgo.
       77 WKS-FMT-1            PIC -ZZZZZZZZZZZ9.99.
       77 WKS-FMT-2            PIC -ZZZZZZZZZZZ9.99.
       77 WKS-PTS-FMT-1        PIC -ZZZZZZZZ9.
       77 WKS-PTS-FMT-2        PIC -ZZZZZZZZ9.

      *Folio anterior de la serie en curso, para hallar huecos en
      *el recorrido por llave (serie y folio).
       77 WKS-SERIE-ANT        PIC X(2).
       77 WKS-FOLIO-ANT        PIC 9(6).
       77 WKS-FOLIO-DESDE      PIC 9(6).
       77 WKS-FOLIO-HASTA      PIC 9(6).

      *Movimiento que se acumula en los libros esperados.
       77 WKS-AUD-ANOMES       PIC 9(6).
       77 WKS-AUD-SERIE        PIC X(2).
       77 WKS-AUD-TOTAL        PIC S9(12)V99.
       77 WKS-AUD-IVA          PIC S9(12)V99.
       77 WKS-ANC-BASE-TOT     PIC S9(10)V99.
       77 WKS-ANC-IVA-TOT      PIC S9(10)V99.
       77 WKS-ANC-CLA          PIC 9(1).

       77 WKS-SALDO-CALC       PIC S9(12)V99.
       77 WKS-PUNTOS-CALC      PIC S9(9).

      *Libro mensual esperado, armado con las facturas vigentes y
      *los anticipos, un renglon por mes.
       77 WKS-MES-NUM          PIC 9(4).
       77 WKS-MES-I            PIC 9(4).
       77 WKS-MES-ENC          PIC 9(4).
       77 WKS-MES-LLENO        PIC 9(1).
       01 WKS-MES-TABLA.
           02 WKS-MES OCCURS 600 TIMES.
              03 WKS-MES-ANOMES     PIC 9(6).
              03 WKS-MES-TOTAL      PIC S9(12)V99.
              03 WKS-MES-IVA        PIC S9(12)V99.
              03 WKS-MES-VISTO      PIC 9(1).

      *Libro por serie esperado, un renglon por serie y mes. Las
      *facturas llegan en orden de serie y folio, asi que casi
      *siempre caen en el mismo renglon que la anterior.
       77 WKS-SM-NUM           PIC 9(4).
       77 WKS-SM-I             PIC 9(4).
       77 WKS-SM-ENC           PIC 9(4).
       77 WKS-SM-ULT           PIC 9(4).
       77 WKS-SM-LLENO         PIC 9(1).
       01 WKS-SM-TABLA.
           02 WKS-SM OCCURS 3000 TIMES.
              03 WKS-SM-SERIE       PIC X(2).
              03 WKS-SM-ANOMES      PIC 9(6).
              03 WKS-SM-TOTAL       PIC S9(12)V99.
              03 WKS-SM-IVA         PIC S9(12)V99.
              03 WKS-SM-VISTO       PIC 9(1).

      *Series que traen facturas, con el ultimo folio encontrado.
       77 WKS-SR-NUM           PIC 9(3).
       77 WKS-SR-I             PIC 9(3).
       77 WKS-SR-ENC           PIC 9(3).
       77 WKS-SR-LLENO         PIC 9(1).
       01 WKS-SR-TABLA.
           02 WKS-SR OCCURS 100 TIMES.
              03 WKS-SR-SERIE       PIC X(2).
              03 WKS-SR-ULTIMO      PIC 9(6).
              03 WKS-SR-VISTO       PIC 9(1).

      *Cancelaciones trasladadas al mes en curso por el cierre del
      *mes de la factura: serie y folio, y el mes donde se asento la
      *reversa.
       77 WKS-CT-NUM           PIC 9(4).
       77 WKS-CT-I             PIC 9(4).
       77 WKS-CT-ENC           PIC 9(4).
       77 WKS-CT-LLENO         PIC 9(1).
       01 WKS-CT-BUSCA.
           02 WKS-CT-B-SERIE       PIC X(2).
           02 WKS-CT-B-FOLIO       PIC 9(6).
       01 WKS-CT-TABLA.
           02 WKS-CT OCCURS 2000 TIMES.
              03 WKS-CT-FOLIO       PIC X(8).
              03 WKS-CT-ANOMES      PIC 9(6).

       77 WKS-MODO-BATCH       PIC X(01).

       LINKAGE SECTION.
       01 LK-PARM-MODO         PIC X(01).
       01 LK-PARM-STATUS       PIC X(02).

       PROCEDURE DIVISION.
      *El punto de entrada principal no lleva USING, para que el
      *programa siga arrancando por su cuenta como ejecutable
      *independiente. La corrida nocturna entra por el punto de
      *entrada AUDITOR-IVA-BATCH, que no hace preguntas.

       00000-MAIN.

           MOVE SPACES TO WKS-MODO-BATCH
           PERFORM 00000-MAIN-CUERPO
           GOBACK.

       00000-ENTRADA-BATCH.
           ENTRY "AUDITOR-IVA-BATCH" USING LK-PARM-MODO LK-PARM-STATUS.
           MOVE SPACES TO WKS-MODO-BATCH
           MOVE LK-PARM-MODO TO WKS-MODO-BATCH
           MOVE "00" TO LK-PARM-STATUS
           PERFORM 00000-MAIN-CUERPO
      *Un hallazgo grave marca la noche para que el driver alerte;
      *los medios y leves avisan sin detener la cadena.
           IF WKS-MODO-BATCH = "B"
              IF WKS-GRAVES > 0
                 MOVE "95" TO LK-PARM-STATUS
              ELSE
              IF WKS-MEDIAS > 0 OR WKS-LEVES > 0
                 MOVE "04" TO LK-PARM-STATUS
              END-IF
              END-IF
           END-IF
           GOBACK.

       00000-MAIN-CUERPO.
           MOVE ZERO TO WKS-GRAVES
           MOVE ZERO TO WKS-MEDIAS
           MOVE ZERO TO WKS-LEVES
           MOVE ZERO TO WKS-REVISADOS
           MOVE ZERO TO WKS-MES-NUM
           MOVE ZERO TO WKS-MES-LLENO
           MOVE ZERO TO WKS-SM-NUM
           MOVE ZERO TO WKS-SM-ULT
           MOVE ZERO TO WKS-SM-LLENO
           MOVE ZERO TO WKS-SR-NUM
           MOVE ZERO TO WKS-SR-LLENO
           MOVE ZERO TO WKS-CT-NUM
           MOVE ZERO TO WKS-CT-LLENO
           OPEN INPUT F-FACTURAS
           IF WKS-FS-FACT NOT = '00'
              DISPLAY "AUDITOR-IVA: NO SE PUDO ABRIR IVA-FACTURAS.DAT,"
                      " STATUS " WKS-FS-FACT
           ELSE
              OPEN OUTPUT F-HALLAZGOS
              MOVE "AUDITORIA DE INTEGRIDAD DE VENTAS E IVA"
                   TO REG-HALLAZGO
              WRITE REG-HALLAZGO
              MOVE ALL "-" TO REG-HALLAZGO
              WRITE REG-HALLAZGO
              PERFORM 00007-CARGA-TRASLADOS
              PERFORM 00010-AUDITA-FACTURAS
              CLOSE F-FACTURAS
              PERFORM 00020-AUDITA-ANTICIPOS
              PERFORM 00030-AUDITA-LIBRO
              PERFORM 00040-AUDITA-LIBRO-SERIES
              PERFORM 00050-AUDITA-SERIES
              PERFORM 00060-AUDITA-CLIENTES
              PERFORM 00070-AUDITA-PUNTOS
              PERFORM 00090-ESCRIBE-RESUMEN
              CLOSE F-HALLAZGOS
              DISPLAY "AUDITOR-IVA: " WKS-REVISADOS " REGISTRO(S) "
                      "REVISADOS; GRAVES " WKS-GRAVES
                      ", MEDIOS " WKS-MEDIAS
                      ", LEVES " WKS-LEVES
              DISPLAY "HALLAZGOS EN IVA-INTEGRIDAD.TXT"
           END-IF.

       00002-ESCRIBE-HALLAZGO.
           MOVE SPACES TO REG-HALLAZGO
           STRING WKS-GRAVEDAD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WKS-DETALLE DELIMITED BY SIZE
                  INTO REG-HALLAZGO
           WRITE REG-HALLAZGO
           IF WKS-GRAVEDAD = "GRAVE"
              ADD 1 TO WKS-GRAVES
           ELSE
           IF WKS-GRAVEDAD = "MEDIO"
              ADD 1 TO WKS-MEDIAS
           ELSE
              ADD 1 TO WKS-LEVES
           END-IF
           END-IF.

       00003-ACUMULA-LIBROS.
      *Suma WKS-AUD-TOTAL y WKS-AUD-IVA al mes WKS-AUD-ANOMES del
      *libro mensual esperado y al de la serie WKS-AUD-SERIE del
      *libro por serie esperado, abriendo el renglon si no existe.
           MOVE ZERO TO WKS-MES-ENC
           MOVE 1 TO WKS-MES-I
           PERFORM 00004-BUSCA-MES
              UNTIL WKS-MES-I > WKS-MES-NUM OR WKS-MES-ENC > 0
           IF WKS-MES-ENC = 0
              IF WKS-MES-NUM < 600
                 ADD 1 TO WKS-MES-NUM
                 MOVE WKS-MES-NUM TO WKS-MES-ENC
                 MOVE WKS-AUD-ANOMES TO WKS-MES-ANOMES(WKS-MES-ENC)
                 MOVE ZERO TO WKS-MES-TOTAL(WKS-MES-ENC)
                 MOVE ZERO TO WKS-MES-IVA(WKS-MES-ENC)
                 MOVE ZERO TO WKS-MES-VISTO(WKS-MES-ENC)
              ELSE
                 IF WKS-MES-LLENO = 0
                    MOVE 1 TO WKS-MES-LLENO
                    MOVE "MEDIO" TO WKS-GRAVEDAD
                    MOVE "DEMASIADOS MESES; EL CUADRE DEL LIBRO "
                         & "MENSUAL QUEDA PARCIAL" TO WKS-DETALLE
                    PERFORM 00002-ESCRIBE-HALLAZGO
                 END-IF
              END-IF
           END-IF
           IF WKS-MES-ENC > 0
              ADD WKS-AUD-TOTAL TO WKS-MES-TOTAL(WKS-MES-ENC)
              ADD WKS-AUD-IVA TO WKS-MES-IVA(WKS-MES-ENC)
           END-IF
           MOVE ZERO TO WKS-SM-ENC
           IF WKS-SM-ULT > 0
              IF WKS-SM-SERIE(WKS-SM-ULT) = WKS-AUD-SERIE
                 AND WKS-SM-ANOMES(WKS-SM-ULT) = WKS-AUD-ANOMES
                 MOVE WKS-SM-ULT TO WKS-SM-ENC
              END-IF
           END-IF
           IF WKS-SM-ENC = 0
              MOVE 1 TO WKS-SM-I
              PERFORM 00005-BUSCA-SERIE-MES
                 UNTIL WKS-SM-I > WKS-SM-NUM OR WKS-SM-ENC > 0
           END-IF
           IF WKS-SM-ENC = 0
              IF WKS-SM-NUM < 3000
                 ADD 1 TO WKS-SM-NUM
                 MOVE WKS-SM-NUM TO WKS-SM-ENC
                 MOVE WKS-AUD-SERIE TO WKS-SM-SERIE(WKS-SM-ENC)
                 MOVE WKS-AUD-ANOMES TO WKS-SM-ANOMES(WKS-SM-ENC)
                 MOVE ZERO TO WKS-SM-TOTAL(WKS-SM-ENC)
                 MOVE ZERO TO WKS-SM-IVA(WKS-SM-ENC)
                 MOVE ZERO TO WKS-SM-VISTO(WKS-SM-ENC)
              ELSE
                 IF WKS-SM-LLENO = 0
                    MOVE 1 TO WKS-SM-LLENO
                    MOVE "MEDIO" TO WKS-GRAVEDAD
                    MOVE "DEMASIADOS MESES POR SERIE; EL CUADRE DEL "
                         & "LIBRO POR SERIE QUEDA PARCIAL"
                         TO WKS-DETALLE
                    PERFORM 00002-ESCRIBE-HALLAZGO
                 END-IF
              END-IF
           END-IF
           IF WKS-SM-ENC > 0
              ADD WKS-AUD-TOTAL TO WKS-SM-TOTAL(WKS-SM-ENC)
              ADD WKS-AUD-IVA TO WKS-SM-IVA(WKS-SM-ENC)
              MOVE WKS-SM-ENC TO WKS-SM-ULT
           END-IF.

       00004-BUSCA-MES.
           IF WKS-MES-ANOMES(WKS-MES-I) = WKS-AUD-ANOMES
              MOVE WKS-MES-I TO WKS-MES-ENC
           END-IF
           ADD 1 TO WKS-MES-I.

       00005-BUSCA-SERIE-MES.
           IF WKS-SM-SERIE(WKS-SM-I) = WKS-AUD-SERIE
              AND WKS-SM-ANOMES(WKS-SM-I) = WKS-AUD-ANOMES
              MOVE WKS-SM-I TO WKS-SM-ENC
           END-IF
           ADD 1 TO WKS-SM-I.

       00006-BUSCA-SERIE.
           IF WKS-SR-SERIE(WKS-SR-I) = WKS-AUD-SERIE
              MOVE WKS-SR-I TO WKS-SR-ENC
           END-IF
           ADD 1 TO WKS-SR-I.

       00007-CARGA-TRASLADOS.
      *Cancelaciones de IVA que la bitacora de cierres dice que se
      *asentaron en el mes en curso y no en el de la factura.
           OPEN INPUT F-CIE-MOVTOS
           IF WKS-FS-CIE-MOV = '00'
              MOVE ZERO TO WKS-FIN
              PERFORM 00008-TRASLADO-RENGLON
                 UNTIL WKS-FIN = 1
              CLOSE F-CIE-MOVTOS
           END-IF.

       00008-TRASLADO-RENGLON.
           READ F-CIE-MOVTOS
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 IF CMV-AREA = "IVA" AND CMV-ACCION = 'T'
                    AND CMV-TIPO = "CANC"
                    IF WKS-CT-NUM < 2000
                       ADD 1 TO WKS-CT-NUM
                       MOVE CMV-REFERENCIA(1:8)
                            TO WKS-CT-FOLIO(WKS-CT-NUM)
                       MOVE CMV-ANOMES-REG
                            TO WKS-CT-ANOMES(WKS-CT-NUM)
                    ELSE
                       IF WKS-CT-LLENO = 0
                          MOVE 1 TO WKS-CT-LLENO
                          MOVE "MEDIO" TO WKS-GRAVEDAD
                          MOVE "DEMASIADAS CANCELACIONES TRASLADADAS; "
                               & "EL CUADRE DE LOS LIBROS QUEDA PARCIAL"
                               TO WKS-DETALLE
                          PERFORM 00002-ESCRIBE-HALLAZGO
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       00009-BUSCA-TRASLADO.
           IF WKS-CT-FOLIO(WKS-CT-I) = WKS-CT-BUSCA
              MOVE WKS-CT-I TO WKS-CT-ENC
           END-IF
           ADD 1 TO WKS-CT-I.

       00010-AUDITA-FACTURAS.
      *Un solo recorrido del maestro por serie y folio: huecos de
      *folio, telefono sin cliente, saldo de los folios a credito y
      *acumulado de los libros esperados.
           MOVE ZERO TO WKS-CLI-ABIERTO
           MOVE ZERO TO WKS-PAG-ABIERTO
           OPEN INPUT F-CLIENTES
           IF WKS-FS-CLIENTES = '00'
              MOVE 1 TO WKS-CLI-ABIERTO
           END-IF
           OPEN INPUT F-PAGOS
           IF WKS-FS-PAGOS = '00'
              MOVE 1 TO WKS-PAG-ABIERTO
           END-IF
           MOVE HIGH-VALUES TO WKS-SERIE-ANT
           MOVE ZERO TO WKS-FOLIO-ANT
           MOVE ZERO TO WKS-SR-ENC
           MOVE ZERO TO WKS-FIN
           PERFORM 00011-FACTURA-RENGLON
              UNTIL WKS-FIN = 1
           IF WKS-PAG-ABIERTO = 1
              CLOSE F-PAGOS
           END-IF
           IF WKS-CLI-ABIERTO = 1
              CLOSE F-CLIENTES
           END-IF.

       00011-FACTURA-RENGLON.
           READ F-FACTURAS NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 ADD 1 TO WKS-REVISADOS
                 PERFORM 00012-REVISA-FOLIO
                 PERFORM 00013-CARGA-ANTICIPO-FOLIO
                 IF FV-ESTADO NOT = 'C'
                    AND FV-TOTAL-NETO NUMERIC
                    AND FV-IVA-MONTO NUMERIC
                    MOVE FV-FECHA(1:6) TO WKS-AUD-ANOMES
                    MOVE FV-SERIE TO WKS-AUD-SERIE
                    COMPUTE WKS-AUD-TOTAL =
                            FV-TOTAL-NETO - WKS-ANC-BASE-TOT
                    COMPUTE WKS-AUD-IVA =
                            FV-IVA-MONTO - WKS-ANC-IVA-TOT
                    PERFORM 00003-ACUMULA-LIBROS
                 END-IF
                 IF FV-ESTADO = 'C' AND WKS-CT-NUM > 0
                    AND FV-TOTAL-NETO NUMERIC
                    AND FV-IVA-MONTO NUMERIC
                    PERFORM 00017-CANCELACION-TRASLADADA
                 END-IF
                 IF FV-TELEFONO NUMERIC AND FV-TELEFONO > 0
                    AND WKS-CLI-ABIERTO = 1
                    MOVE FV-TELEFONO TO CV-TELEFONO
                    READ F-CLIENTES
                       INVALID KEY
                          MOVE "LEVE " TO WKS-GRAVEDAD
                          MOVE SPACES TO WKS-DETALLE
                          STRING "FOLIO " FV-SERIE "-" FV-FOLIO
                                 ": TELEFONO " FV-TELEFONO
                                 " NO ESTA EN CLIENTES.DAT"
                                 DELIMITED BY SIZE
                                 INTO WKS-DETALLE
                          PERFORM 00002-ESCRIBE-HALLAZGO
                    END-READ
                 END-IF
                 PERFORM 00015-REVISA-SALDO-FOLIO
           END-READ.

       00012-REVISA-FOLIO.
      *Dentro de una serie los folios van de uno en uno desde el 1;
      *lo que falte entre el anterior y este es un hueco.
           IF FV-SERIE NOT = WKS-SERIE-ANT
              MOVE FV-SERIE TO WKS-SERIE-ANT
              MOVE ZERO TO WKS-FOLIO-ANT
              MOVE FV-SERIE TO WKS-AUD-SERIE
              MOVE ZERO TO WKS-SR-ENC
              IF WKS-SR-NUM < 100
                 ADD 1 TO WKS-SR-NUM
                 MOVE WKS-SR-NUM TO WKS-SR-ENC
                 MOVE FV-SERIE TO WKS-SR-SERIE(WKS-SR-ENC)
                 MOVE ZERO TO WKS-SR-ULTIMO(WKS-SR-ENC)
                 MOVE ZERO TO WKS-SR-VISTO(WKS-SR-ENC)
              ELSE
                 IF WKS-SR-LLENO = 0
                    MOVE 1 TO WKS-SR-LLENO
                    MOVE "MEDIO" TO WKS-GRAVEDAD
                    MOVE "DEMASIADAS SERIES; LA REVISION CONTRA "
                         & "IVA-SERIES.DAT QUEDA PARCIAL"
                         TO WKS-DETALLE
                    PERFORM 00002-ESCRIBE-HALLAZGO
                 END-IF
              END-IF
           END-IF
           IF FV-FOLIO > WKS-FOLIO-ANT + 1
              COMPUTE WKS-FOLIO-DESDE = WKS-FOLIO-ANT + 1
              COMPUTE WKS-FOLIO-HASTA = FV-FOLIO - 1
              MOVE "GRAVE" TO WKS-GRAVEDAD
              MOVE SPACES TO WKS-DETALLE
              STRING "SERIE " FV-SERIE ": FALTAN LOS FOLIOS "
                     WKS-FOLIO-DESDE " A " WKS-FOLIO-HASTA
                     DELIMITED BY SIZE
                     INTO WKS-DETALLE
              PERFORM 00002-ESCRIBE-HALLAZGO
           END-IF
           MOVE FV-FOLIO TO WKS-FOLIO-ANT
           IF WKS-SR-ENC > 0
              MOVE FV-FOLIO TO WKS-SR-ULTIMO(WKS-SR-ENC)
           END-IF.

       00013-CARGA-ANTICIPO-FOLIO.
      *Base e IVA de los anticipos aplicados al folio, que ya se
      *declararon al cobrarlos; los folios anteriores a los
      *anticipos los traen en blanco.
           MOVE ZERO TO WKS-ANC-BASE-TOT
           MOVE ZERO TO WKS-ANC-IVA-TOT
           IF FV-ANC-MONTO(1) NUMERIC AND FV-ANC-MONTO(2) NUMERIC
              AND FV-ANC-MONTO(3) NUMERIC
              MOVE 1 TO WKS-ANC-CLA
              PERFORM 00014-ANTICIPO-CLASE UNTIL WKS-ANC-CLA > 3
           END-IF.

       00014-ANTICIPO-CLASE.
           IF FV-ANC-BASE(WKS-ANC-CLA) NUMERIC
              AND FV-ANC-IVA(WKS-ANC-CLA) NUMERIC
              ADD FV-ANC-BASE(WKS-ANC-CLA) TO WKS-ANC-BASE-TOT
              ADD FV-ANC-IVA(WKS-ANC-CLA) TO WKS-ANC-IVA-TOT
           END-IF
           ADD 1 TO WKS-ANC-CLA.

       00015-REVISA-SALDO-FOLIO.
      *El saldo de un folio a credito nace en el total menos los
      *anticipos aplicados, y el de uno por descuento de nomina en
      *el total; de ahi bajan los abonos de IVA-PAGOS.DAT. Los
      *folios en moneda extranjera se abonan al tipo de la factura,
      *que el abono no guarda, y no se revisan aqui.
           IF FV-ESTADO NOT = 'C'
              AND (FV-FORMA-PAGO = 'R' OR FV-FORMA-PAGO = 'N')
              AND FV-SALDO NUMERIC AND FV-TOTAL-NETO NUMERIC
              AND FV-TELEFONO NUMERIC AND FV-TELEFONO > 0
              IF FV-FORMA-PAGO = 'N'
                 OR FV-MONEDA = "MXN" OR FV-MONEDA = SPACES
                 OR FV-TIPO-CAMBIO NOT NUMERIC
                 OR FV-TIPO-CAMBIO = 0
                 IF FV-FORMA-PAGO = 'R'
                    COMPUTE WKS-SALDO-CALC =
                            FV-TOTAL-NETO - WKS-ANC-BASE-TOT
                    IF WKS-SALDO-CALC < 0
                       MOVE ZERO TO WKS-SALDO-CALC
                    END-IF
                 ELSE
                    MOVE FV-TOTAL-NETO TO WKS-SALDO-CALC
                 END-IF
                 IF WKS-PAG-ABIERTO = 1
                    MOVE FV-TELEFONO TO PAG-TELEFONO
                    MOVE ZERO TO PAG-FECHA
                    MOVE ZERO TO PAG-CONSEC
                    START F-PAGOS KEY IS NOT LESS THAN PAG-LLAVE
                       INVALID KEY MOVE 1 TO WKS-FIN-SUB
                       NOT INVALID KEY MOVE ZERO TO WKS-FIN-SUB
                    END-START
                    PERFORM 00016-ABONO-RENGLON
                       UNTIL WKS-FIN-SUB = 1
                 END-IF
                 IF WKS-SALDO-CALC NOT = FV-SALDO
                    MOVE FV-SALDO TO WKS-FMT-1
                    MOVE WKS-SALDO-CALC TO WKS-FMT-2
                    MOVE "MEDIO" TO WKS-GRAVEDAD
                    MOVE SPACES TO WKS-DETALLE
                    STRING "FOLIO " FV-SERIE "-" FV-FOLIO
                           ": SALDO " WKS-FMT-1
                           " Y TOTAL MENOS ABONOS " WKS-FMT-2
                           DELIMITED BY SIZE
                           INTO WKS-DETALLE
                    PERFORM 00002-ESCRIBE-HALLAZGO
                 END-IF
              END-IF
           END-IF.

       00016-ABONO-RENGLON.
      *Los abonos anteriores a las series no traen serie; cuentan
      *para el folio del mismo cliente. El descuento de nomina nunca
      *deja el saldo abajo de cero.
           READ F-PAGOS NEXT RECORD
              AT END MOVE 1 TO WKS-FIN-SUB
              NOT AT END
                 IF PAG-TELEFONO NOT = FV-TELEFONO
                    MOVE 1 TO WKS-FIN-SUB
                 ELSE
                 IF PAG-FOLIO = FV-FOLIO AND PAG-MONTO NUMERIC
                    AND (PAG-SERIE = FV-SERIE OR PAG-SERIE = SPACES)
                    IF PAG-MONTO > WKS-SALDO-CALC
                       MOVE ZERO TO WKS-SALDO-CALC
                    ELSE
                       SUBTRACT PAG-MONTO FROM WKS-SALDO-CALC
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       00017-CANCELACION-TRASLADADA.
      *La factura cancelada sigue en el libro de su mes, cerrado
      *antes de la cancelacion, y su reversa resta en el mes donde
      *se asento.
           MOVE FV-SERIE TO WKS-CT-B-SERIE
           MOVE FV-FOLIO TO WKS-CT-B-FOLIO
           MOVE ZERO TO WKS-CT-ENC
           MOVE 1 TO WKS-CT-I
           PERFORM 00009-BUSCA-TRASLADO
              UNTIL WKS-CT-I > WKS-CT-NUM OR WKS-CT-ENC > 0
           IF WKS-CT-ENC > 0
              MOVE FV-FECHA(1:6) TO WKS-AUD-ANOMES
              MOVE FV-SERIE TO WKS-AUD-SERIE
              COMPUTE WKS-AUD-TOTAL =
                      FV-TOTAL-NETO - WKS-ANC-BASE-TOT
              COMPUTE WKS-AUD-IVA = FV-IVA-MONTO - WKS-ANC-IVA-TOT
              PERFORM 00003-ACUMULA-LIBROS
              MOVE WKS-CT-ANOMES(WKS-CT-ENC) TO WKS-AUD-ANOMES
              COMPUTE WKS-AUD-TOTAL = 0 - WKS-AUD-TOTAL
              COMPUTE WKS-AUD-IVA = 0 - WKS-AUD-IVA
              PERFORM 00003-ACUMULA-LIBROS
           END-IF.

       00020-AUDITA-ANTICIPOS.
      *Los anticipos se declaran en el mes en que se cobran, en el
      *libro mensual y en el de su serie; los grabados antes de las
      *series no la traen y son de la matriz.
           OPEN INPUT F-ANTICIPOS
           IF WKS-FS-ANTICIPOS NOT = '00'
              CONTINUE
           ELSE
              MOVE ZERO TO WKS-FIN
              PERFORM 00021-ANTICIPO-RENGLON
                 UNTIL WKS-FIN = 1
              CLOSE F-ANTICIPOS
           END-IF.

       00021-ANTICIPO-RENGLON.
           READ F-ANTICIPOS NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 ADD 1 TO WKS-REVISADOS
                 IF AN-BASE NUMERIC AND AN-IVA NUMERIC
                    MOVE AN-FECHA(1:6) TO WKS-AUD-ANOMES
                    IF AN-SERIE = SPACES
                       MOVE "A " TO WKS-AUD-SERIE
                    ELSE
                       MOVE AN-SERIE TO WKS-AUD-SERIE
                    END-IF
                    MOVE AN-BASE TO WKS-AUD-TOTAL
                    MOVE AN-IVA TO WKS-AUD-IVA
                    PERFORM 00003-ACUMULA-LIBROS
                 END-IF
           END-READ.

       00030-AUDITA-LIBRO.
      *Cada mes del libro mensual contra lo que suman sus facturas
      *vigentes y anticipos; despues, los meses con ventas que el
      *libro no tiene.
           OPEN INPUT F-LIBRO
           IF WKS-FS-LIBRO NOT = '00'
              CONTINUE
           ELSE
              MOVE ZERO TO WKS-FIN
              PERFORM 00031-LIBRO-RENGLON
                 UNTIL WKS-FIN = 1
              CLOSE F-LIBRO
           END-IF
           MOVE 1 TO WKS-MES-I
           PERFORM 00032-MES-SIN-LIBRO
              UNTIL WKS-MES-I > WKS-MES-NUM.

       00031-LIBRO-RENGLON.
           READ F-LIBRO NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 ADD 1 TO WKS-REVISADOS
                 MOVE LM-ANOMES TO WKS-AUD-ANOMES
                 MOVE ZERO TO WKS-MES-ENC
                 MOVE 1 TO WKS-MES-I
                 PERFORM 00004-BUSCA-MES
                    UNTIL WKS-MES-I > WKS-MES-NUM OR WKS-MES-ENC > 0
                 MOVE ZERO TO WKS-AUD-TOTAL
                 MOVE ZERO TO WKS-AUD-IVA
                 IF WKS-MES-ENC > 0
                    MOVE 1 TO WKS-MES-VISTO(WKS-MES-ENC)
                    MOVE WKS-MES-TOTAL(WKS-MES-ENC) TO WKS-AUD-TOTAL
                    MOVE WKS-MES-IVA(WKS-MES-ENC) TO WKS-AUD-IVA
                 END-IF
                 IF LM-TOTAL NUMERIC AND LM-IVA NUMERIC
                    AND (WKS-MES-ENC > 0 OR WKS-MES-LLENO = 0)
                    IF LM-TOTAL NOT = WKS-AUD-TOTAL
                       MOVE LM-TOTAL TO WKS-FMT-1
                       MOVE WKS-AUD-TOTAL TO WKS-FMT-2
                       MOVE "GRAVE" TO WKS-GRAVEDAD
                       MOVE SPACES TO WKS-DETALLE
                       STRING "LIBRO MENSUAL " LM-ANOMES
                              ": TOTAL " WKS-FMT-1
                              " Y FACTURAS " WKS-FMT-2
                              DELIMITED BY SIZE
                              INTO WKS-DETALLE
                       PERFORM 00002-ESCRIBE-HALLAZGO
                    END-IF
                    IF LM-IVA NOT = WKS-AUD-IVA
                       MOVE LM-IVA TO WKS-FMT-1
                       MOVE WKS-AUD-IVA TO WKS-FMT-2
                       MOVE "GRAVE" TO WKS-GRAVEDAD
                       MOVE SPACES TO WKS-DETALLE
                       STRING "LIBRO MENSUAL " LM-ANOMES
                              ": IVA " WKS-FMT-1
                              " Y FACTURAS " WKS-FMT-2
                              DELIMITED BY SIZE
                              INTO WKS-DETALLE
                       PERFORM 00002-ESCRIBE-HALLAZGO
                    END-IF
                 END-IF
           END-READ.

       00032-MES-SIN-LIBRO.
           IF WKS-MES-VISTO(WKS-MES-I) = 0
              AND (WKS-MES-TOTAL(WKS-MES-I) NOT = 0
                   OR WKS-MES-IVA(WKS-MES-I) NOT = 0)
              MOVE WKS-MES-TOTAL(WKS-MES-I) TO WKS-FMT-1
              MOVE "GRAVE" TO WKS-GRAVEDAD
              MOVE SPACES TO WKS-DETALLE
              STRING "MES " WKS-MES-ANOMES(WKS-MES-I)
                     " CON VENTAS POR " WKS-FMT-1
                     " FALTA EN EL LIBRO MENSUAL"
                     DELIMITED BY SIZE
                     INTO WKS-DETALLE
              PERFORM 00002-ESCRIBE-HALLAZGO
           END-IF
           ADD 1 TO WKS-MES-I.

       00040-AUDITA-LIBRO-SERIES.
      *Lo mismo para el libro por serie, renglon por serie y mes.
           OPEN INPUT F-LIBRO-S
           IF WKS-FS-LIBRO-S NOT = '00'
              CONTINUE
           ELSE
              MOVE ZERO TO WKS-FIN
              PERFORM 00041-LIBRO-SERIE-RENGLON
                 UNTIL WKS-FIN = 1
              CLOSE F-LIBRO-S
           END-IF
           MOVE 1 TO WKS-SM-I
           PERFORM 00042-SERIE-MES-SIN-LIBRO
              UNTIL WKS-SM-I > WKS-SM-NUM.

       00041-LIBRO-SERIE-RENGLON.
           READ F-LIBRO-S NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 ADD 1 TO WKS-REVISADOS
                 MOVE LS-SERIE TO WKS-AUD-SERIE
                 MOVE LS-ANOMES TO WKS-AUD-ANOMES
                 MOVE ZERO TO WKS-SM-ENC
                 MOVE 1 TO WKS-SM-I
                 PERFORM 00005-BUSCA-SERIE-MES
                    UNTIL WKS-SM-I > WKS-SM-NUM OR WKS-SM-ENC > 0
                 MOVE ZERO TO WKS-AUD-TOTAL
                 MOVE ZERO TO WKS-AUD-IVA
                 IF WKS-SM-ENC > 0
                    MOVE 1 TO WKS-SM-VISTO(WKS-SM-ENC)
                    MOVE WKS-SM-TOTAL(WKS-SM-ENC) TO WKS-AUD-TOTAL
                    MOVE WKS-SM-IVA(WKS-SM-ENC) TO WKS-AUD-IVA
                 END-IF
                 IF LS-TOTAL NUMERIC AND LS-IVA NUMERIC
                    AND (WKS-SM-ENC > 0 OR WKS-SM-LLENO = 0)
                    IF LS-TOTAL NOT = WKS-AUD-TOTAL
                       MOVE LS-TOTAL TO WKS-FMT-1
                       MOVE WKS-AUD-TOTAL TO WKS-FMT-2
                       MOVE "GRAVE" TO WKS-GRAVEDAD
                       MOVE SPACES TO WKS-DETALLE
                       STRING "LIBRO SERIE " LS-SERIE " " LS-ANOMES
                              ": TOTAL " WKS-FMT-1
                              " Y FACTURAS " WKS-FMT-2
                              DELIMITED BY SIZE
                              INTO WKS-DETALLE
                       PERFORM 00002-ESCRIBE-HALLAZGO
                    END-IF
                    IF LS-IVA NOT = WKS-AUD-IVA
                       MOVE LS-IVA TO WKS-FMT-1
                       MOVE WKS-AUD-IVA TO WKS-FMT-2
                       MOVE "GRAVE" TO WKS-GRAVEDAD
                       MOVE SPACES TO WKS-DETALLE
                       STRING "LIBRO SERIE " LS-SERIE " " LS-ANOMES
                              ": IVA " WKS-FMT-1
                              " Y FACTURAS " WKS-FMT-2
                              DELIMITED BY SIZE
                              INTO WKS-DETALLE
                       PERFORM 00002-ESCRIBE-HALLAZGO
                    END-IF
                 END-IF
           END-READ.

       00042-SERIE-MES-SIN-LIBRO.
           IF WKS-SM-VISTO(WKS-SM-I) = 0
              AND (WKS-SM-TOTAL(WKS-SM-I) NOT = 0
                   OR WKS-SM-IVA(WKS-SM-I) NOT = 0)
              MOVE WKS-SM-TOTAL(WKS-SM-I) TO WKS-FMT-1
              MOVE "GRAVE" TO WKS-GRAVEDAD
              MOVE SPACES TO WKS-DETALLE
              STRING "SERIE " WKS-SM-SERIE(WKS-SM-I)
                     " MES " WKS-SM-ANOMES(WKS-SM-I)
                     " CON VENTAS POR " WKS-FMT-1
                     " FALTA EN EL LIBRO POR SERIE"
                     DELIMITED BY SIZE
                     INTO WKS-DETALLE
              PERFORM 00002-ESCRIBE-HALLAZGO
           END-IF
           ADD 1 TO WKS-SM-I.

       00050-AUDITA-SERIES.
      *El ultimo folio asignado de cada serie contra el ultimo que
      *existe en el maestro: los folios asignados sin factura son
      *hueco, y una factura arriba del ultimo asignado o de una
      *serie que no esta dada de alta tambien es grave.
           OPEN INPUT F-SERIES
           IF WKS-FS-SERIES NOT = '00'
              CONTINUE
           ELSE
              MOVE ZERO TO WKS-FIN
              PERFORM 00051-SERIE-RENGLON
                 UNTIL WKS-FIN = 1
              CLOSE F-SERIES
           END-IF
           IF WKS-SR-LLENO = 0
              MOVE 1 TO WKS-SR-I
              PERFORM 00052-SERIE-SIN-ALTA
                 UNTIL WKS-SR-I > WKS-SR-NUM
           END-IF.

       00051-SERIE-RENGLON.
           READ F-SERIES NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 ADD 1 TO WKS-REVISADOS
                 MOVE SE-SERIE TO WKS-AUD-SERIE
                 MOVE ZERO TO WKS-SR-ENC
                 MOVE 1 TO WKS-SR-I
                 PERFORM 00006-BUSCA-SERIE
                    UNTIL WKS-SR-I > WKS-SR-NUM OR WKS-SR-ENC > 0
                 MOVE ZERO TO WKS-FOLIO-ANT
                 IF WKS-SR-ENC > 0
                    MOVE 1 TO WKS-SR-VISTO(WKS-SR-ENC)
                    MOVE WKS-SR-ULTIMO(WKS-SR-ENC) TO WKS-FOLIO-ANT
                 END-IF
                 IF SE-ULT-FOLIO NUMERIC
                    AND (WKS-SR-ENC > 0 OR WKS-SR-LLENO = 0)
                    IF SE-ULT-FOLIO > WKS-FOLIO-ANT
                       COMPUTE WKS-FOLIO-DESDE = WKS-FOLIO-ANT + 1
                       MOVE "GRAVE" TO WKS-GRAVEDAD
                       MOVE SPACES TO WKS-DETALLE
                       STRING "SERIE " SE-SERIE ": FOLIOS "
                              WKS-FOLIO-DESDE " A " SE-ULT-FOLIO
                              " ASIGNADOS SIN FACTURA"
                              DELIMITED BY SIZE
                              INTO WKS-DETALLE
                       PERFORM 00002-ESCRIBE-HALLAZGO
                    ELSE
                    IF SE-ULT-FOLIO < WKS-FOLIO-ANT
                       MOVE "GRAVE" TO WKS-GRAVEDAD
                       MOVE SPACES TO WKS-DETALLE
                       STRING "SERIE " SE-SERIE ": FOLIO "
                              WKS-FOLIO-ANT
                              " MAYOR AL ULTIMO ASIGNADO "
                              SE-ULT-FOLIO
                              DELIMITED BY SIZE
                              INTO WKS-DETALLE
                       PERFORM 00002-ESCRIBE-HALLAZGO
                    END-IF
                    END-IF
                 END-IF
           END-READ.

       00052-SERIE-SIN-ALTA.
           IF WKS-SR-VISTO(WKS-SR-I) = 0
              MOVE "GRAVE" TO WKS-GRAVEDAD
              MOVE SPACES TO WKS-DETALLE
              STRING "SERIE " WKS-SR-SERIE(WKS-SR-I)
                     " TIENE FACTURAS Y NO ESTA EN IVA-SERIES.DAT"
                     DELIMITED BY SIZE
                     INTO WKS-DETALLE
              PERFORM 00002-ESCRIBE-HALLAZGO
           END-IF
           ADD 1 TO WKS-SR-I.

       00060-AUDITA-CLIENTES.
      *El saldo deudor de cada cliente contra la suma de los saldos
      *de sus folios a credito abiertos, leidos por la llave alterna
      *del telefono.
           OPEN INPUT F-CLIENTES
           IF WKS-FS-CLIENTES NOT = '00'
              CONTINUE
           ELSE
              OPEN INPUT F-FACTURAS
              MOVE ZERO TO WKS-FIN
              PERFORM 00061-CLIENTE-RENGLON
                 UNTIL WKS-FIN = 1
              CLOSE F-FACTURAS
              CLOSE F-CLIENTES
           END-IF.

       00061-CLIENTE-RENGLON.
           READ F-CLIENTES NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 ADD 1 TO WKS-REVISADOS
                 IF CV-SALDO-CREDITO NUMERIC
                    MOVE ZERO TO WKS-SALDO-CALC
                    MOVE CV-TELEFONO TO FV-TELEFONO
                    START F-FACTURAS KEY IS NOT LESS THAN FV-TELEFONO
                       INVALID KEY MOVE 1 TO WKS-FIN-SUB
                       NOT INVALID KEY MOVE ZERO TO WKS-FIN-SUB
                    END-START
                    PERFORM 00062-FOLIO-CLIENTE
                       UNTIL WKS-FIN-SUB = 1
                    IF CV-SALDO-CREDITO NOT = WKS-SALDO-CALC
                       MOVE CV-SALDO-CREDITO TO WKS-FMT-1
                       MOVE WKS-SALDO-CALC TO WKS-FMT-2
                       MOVE "MEDIO" TO WKS-GRAVEDAD
                       MOVE SPACES TO WKS-DETALLE
                       STRING "CLIENTE " CV-TELEFONO
                              ": SALDO DE CREDITO " WKS-FMT-1
                              " Y FOLIOS ABIERTOS " WKS-FMT-2
                              DELIMITED BY SIZE
                              INTO WKS-DETALLE
                       PERFORM 00002-ESCRIBE-HALLAZGO
                    END-IF
                 END-IF
           END-READ.

       00062-FOLIO-CLIENTE.
           READ F-FACTURAS NEXT RECORD
              AT END MOVE 1 TO WKS-FIN-SUB
              NOT AT END
                 IF FV-TELEFONO NOT = CV-TELEFONO
                    MOVE 1 TO WKS-FIN-SUB
                 ELSE
                 IF FV-FORMA-PAGO = 'R' AND FV-SALDO NUMERIC
                    AND FV-SALDO > 0 AND FV-ESTADO NOT = 'C'
                    ADD FV-SALDO TO WKS-SALDO-CALC
                 END-IF
                 END-IF
           END-READ.

       00070-AUDITA-PUNTOS.
      *El saldo de puntos de cada cliente contra sus movimientos en
      *orden: acumulacion suma, redencion y vencimiento restan, y
      *el saldo nunca baja de cero.
           OPEN INPUT F-PUNTOS
           IF WKS-FS-PUNTOS NOT = '00'
              CONTINUE
           ELSE
              MOVE ZERO TO WKS-PM-ABIERTO
              OPEN INPUT F-PUNTOS-MOV
              IF WKS-FS-PUNTOS-M = '00'
                 MOVE 1 TO WKS-PM-ABIERTO
              END-IF
              MOVE ZERO TO WKS-FIN
              PERFORM 00071-PUNTOS-RENGLON
                 UNTIL WKS-FIN = 1
              IF WKS-PM-ABIERTO = 1
                 CLOSE F-PUNTOS-MOV
              END-IF
              CLOSE F-PUNTOS
           END-IF.

       00071-PUNTOS-RENGLON.
           READ F-PUNTOS NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 ADD 1 TO WKS-REVISADOS
                 IF PT-SALDO NUMERIC
                    MOVE ZERO TO WKS-PUNTOS-CALC
                    IF WKS-PM-ABIERTO = 1
                       MOVE PT-TELEFONO TO PM-TELEFONO
                       MOVE ZERO TO PM-FECHA
                       MOVE ZERO TO PM-CONSEC
                       START F-PUNTOS-MOV
                          KEY IS NOT LESS THAN PM-LLAVE
                          INVALID KEY MOVE 1 TO WKS-FIN-SUB
                          NOT INVALID KEY MOVE ZERO TO WKS-FIN-SUB
                       END-START
                       PERFORM 00072-MOVIMIENTO-PUNTOS
                          UNTIL WKS-FIN-SUB = 1
                    END-IF
                    IF PT-SALDO NOT = WKS-PUNTOS-CALC
                       MOVE PT-SALDO TO WKS-PTS-FMT-1
                       MOVE WKS-PUNTOS-CALC TO WKS-PTS-FMT-2
                       MOVE "LEVE " TO WKS-GRAVEDAD
                       MOVE SPACES TO WKS-DETALLE
                       STRING "PUNTOS DEL " PT-TELEFONO
                              ": SALDO " WKS-PTS-FMT-1
                              " Y MOVIMIENTOS " WKS-PTS-FMT-2
                              DELIMITED BY SIZE
                              INTO WKS-DETALLE
                       PERFORM 00002-ESCRIBE-HALLAZGO
                    END-IF
                 END-IF
           END-READ.

       00072-MOVIMIENTO-PUNTOS.
           READ F-PUNTOS-MOV NEXT RECORD
              AT END MOVE 1 TO WKS-FIN-SUB
              NOT AT END
                 IF PM-TELEFONO NOT = PT-TELEFONO
                    MOVE 1 TO WKS-FIN-SUB
                 ELSE
                 IF PM-PUNTOS NUMERIC
                    IF PM-TIPO = 'A'
                       ADD PM-PUNTOS TO WKS-PUNTOS-CALC
                    ELSE
                       SUBTRACT PM-PUNTOS FROM WKS-PUNTOS-CALC
                       IF WKS-PUNTOS-CALC < 0
                          MOVE ZERO TO WKS-PUNTOS-CALC
                       END-IF
                    END-IF
                 END-IF
                 END-IF
           END-READ.

       00090-ESCRIBE-RESUMEN.
           MOVE ALL "-" TO REG-HALLAZGO
           WRITE REG-HALLAZGO
           MOVE SPACES TO REG-HALLAZGO
           STRING "REVISADOS: " WKS-REVISADOS
                  "  GRAVES: " WKS-GRAVES
                  "  MEDIOS: " WKS-MEDIAS
                  "  LEVES: " WKS-LEVES
                  DELIMITED BY SIZE INTO REG-HALLAZGO
           WRITE REG-HALLAZGO.

       END PROGRAM AUDITOR-IVA.
