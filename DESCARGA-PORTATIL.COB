      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCARGA.

      *Descarga portatil de todos los archivos de datos de NOMINA,
      *ARCHIVOS y CALCULADOR-IVA, para migrar de equipo o para
      *reconstruir un archivo indexado danado. Cada archivo del
      *catalogo baja a su archivo de texto DESCARGA-nnn.TXT: un
      *encabezado 'HDR' con la fecha de la descarga, el nombre, la
      *organizacion y la longitud del registro; un renglon 'DET' por
      *registro, en el orden de su llave; y un cierre 'TRL' con el
      *numero de registros y las dos sumas de control del archivador
      *de bitacoras. La recarga (solo supervisores, con NOMINA
      *cerrada) revisa primero que la descarga cuadre contra su
      *cierre, crea el archivo nuevo, lo vuelve a leer y lo compara
      *registro por registro contra la descarga; lo que no regreso
      *igual queda en DESCARGA-REPORTE.TXT. Los reportes y las
      *entradas de otros sistemas no se descargan: se regeneran o se
      *vuelven a recibir.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PORTATIL ASSIGN TO DYNAMIC WKS-NOMBRE-PORTATIL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-PORTATIL.
           SELECT F-REPORTE ASSIGN TO 'DESCARGA-REPORTE.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-REPORTE.
           SELECT F-OPERADORES ASSIGN TO 'NOMINA-OPERADORES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OV-ID
               FILE STATUS WKS-FS-OPERADORES.
           SELECT F-CANDADO ASSIGN TO 'NOMINA-CANDADO.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-CANDADO.
      *Archivos de datos del catalogo, en el mismo orden. Las llaves
      *se declaran como en su programa dueno, en la misma posicion y
      *con la misma longitud, para abrir los archivos existentes y
      *crear los nuevos iguales.
      *Archivos de NOMINA.
           SELECT F-DAT001 ASSIGN TO 'TRABAJADORES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D001-LLAVE
               ALTERNATE RECORD KEY D001-ALTERNA
                  WITH DUPLICATES
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT002 ASSIGN TO 'NOMINA-CONTROL.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT003 ASSIGN TO 'DEPARTAMENTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D003-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT004 ASSIGN TO 'NOMINA-HISTORIAL.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT005 ASSIGN TO 'NOMINA-CORRIDAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D005-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT006 ASSIGN TO 'NOMINA-PERIODOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D006-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT007 ASSIGN TO 'NOMINA-PARAMETROS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D007-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT008 ASSIGN TO 'NOMINA-CONCEPTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D008-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT009 ASSIGN TO 'NOMINA-TRAB-CONCEPTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D009-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT010 ASSIGN TO 'NOMINA-PRESTAMOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D010-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT011 ASSIGN TO 'NOMINA-HORAS-EXTRA.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D011-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT012 ASSIGN TO 'NOMINA-INCIDENCIAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D012-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT013 ASSIGN TO 'NOMINA-AHORRO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D013-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT014 ASSIGN TO 'NOMINA-DISPERSION-PEND.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT015 ASSIGN TO 'NOMINA-DEP-RECHAZOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D015-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT016 ASSIGN TO 'NOMINA-CHEQUES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D016-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT017 ASSIGN TO 'NOMINA-DETALLE.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D017-LLAVE
               ALTERNATE RECORD KEY D017-ALTERNA
                  WITH DUPLICATES
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT018 ASSIGN TO 'NOMINA-PROVISION.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D018-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT019 ASSIGN TO 'NOMINA-ACUSES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D019-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT020 ASSIGN TO 'NOMINA-PRESTAMOS-AHORRO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D020-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT021 ASSIGN TO 'NOMINA-PLAZAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D021-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT022 ASSIGN TO 'NOMINA-BENEFICIARIOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D022-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT023 ASSIGN TO 'NOMINA-VAC-SOLICITUDES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D023-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT024 ASSIGN TO 'NOMINA-COSTOS-DEPTO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D024-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT025 ASSIGN TO 'NOMINA-BITACORA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT026 ASSIGN TO 'NOMINA-REPORTES-IDX.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D026-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT027 ASSIGN TO 'NOMINA-EXTRACTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D027-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT028 ASSIGN TO 'NOMINA-AUDIT-CATALOGOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT029 ASSIGN TO 'NOMINA-IMSS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D029-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT030 ASSIGN TO 'NOMINA-ANUAL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D030-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT031 ASSIGN TO 'NOMINA-MOVIMIENTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D031-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT032 ASSIGN TO 'NOMINA-VACACIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D032-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT033 ASSIGN TO 'NOMINA-HISTORIAL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D033-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT034 ASSIGN TO 'NOMINA-OPERADORES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D034-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT035 ASSIGN TO 'NOMINA-CIFRAS.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT036 ASSIGN TO 'NOMINA-ACUMULADOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D036-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT037 ASSIGN TO 'NOMINA-AJUSTES-ISR.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D037-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT038 ASSIGN TO 'NOMINA-SALARIOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D038-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT039 ASSIGN TO 'NOMINA-ISN-TASAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D039-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT040 ASSIGN TO 'NOMINA-ISN-ACUM.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D040-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT041 ASSIGN TO 'NOMINA-PENSIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D041-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT042 ASSIGN TO 'NOMINA-PENSIONES-PAGOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D042-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT043 ASSIGN TO 'NOMINA-TURNOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D043-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT044 ASSIGN TO 'NOMINA-DOMINICAL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D044-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT045 ASSIGN TO 'NOMINA-FESTIVOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D045-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT046 ASSIGN TO 'NOMINA-SDI.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D046-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT047 ASSIGN TO 'NOMINA-MOVIMIENTOS-IMSS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D047-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT048 ASSIGN TO 'NOMINA-INFONAVIT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D048-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT049 ASSIGN TO 'NOMINA-INFONAVIT-AMORT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D049-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT050 ASSIGN TO 'NOMINA-FONACOT.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D050-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT051 ASSIGN TO 'NOMINA-INCAPACIDADES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D051-LLAVE
               ALTERNATE RECORD KEY D051-ALTERNA
                  WITH DUPLICATES
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT052 ASSIGN TO 'NOMINA-RIESGOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D052-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT053 ASSIGN TO 'NOMINA-CFDI-TIMBRES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D053-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT054 ASSIGN TO 'NOMINA-EXENTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D054-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT055 ASSIGN TO 'NOMINA-CONTRATOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D055-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT056 ASSIGN TO 'NOMINA-CURSOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D056-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT057 ASSIGN TO 'NOMINA-CAPACITACION.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D057-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT058 ASSIGN TO 'NOMINA-EVALUACIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D058-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT059 ASSIGN TO 'NOMINA-MATRIZ-MERITO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D059-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT060 ASSIGN TO 'NOMINA-COMISIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D060-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT061 ASSIGN TO 'NOMINA-DESC-VENTAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D061-LLAVE
               ALTERNATE RECORD KEY D061-ALTERNA
                  WITH DUPLICATES
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT062 ASSIGN TO 'NOMINA-NETOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D062-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT063 ASSIGN TO 'NOMINA-ACTIVOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D063-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT064 ASSIGN TO 'NOMINA-ACTIVOS-ASIGNA.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D064-LLAVE
               ALTERNATE RECORD KEY D064-ALTERNA
                  WITH DUPLICATES
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT065 ASSIGN TO 'NOMINA-VIATICOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D065-LLAVE
               ALTERNATE RECORD KEY D065-ALTERNA
                  WITH DUPLICATES
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT066 ASSIGN TO 'NOMINA-VIATICOS-COMPROB.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D066-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT067 ASSIGN TO 'NOMINA-VALES-RECHAZOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D067-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT068 ASSIGN TO 'NOMINA-SOLICITUDES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D068-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT069 ASSIGN TO 'NOMINA-CONTACTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D069-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT070 ASSIGN TO 'NOMINA-REG-PATRONALES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D070-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT071 ASSIGN TO 'NOMINA-DISPERSIONES-LIB.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT072 ASSIGN TO 'CIERRE-CALENDARIO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D072-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT073 ASSIGN TO 'CIERRE-MOVIMIENTOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
      *Archivos de ARCHIVOS.
           SELECT F-DAT074 ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D074-LLAVE
               ALTERNATE RECORD KEY D074-ALTERNA
                  WITH DUPLICATES
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT075 ASSIGN TO 'CLIENTES-EMPLEADOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D075-LLAVE
               ALTERNATE RECORD KEY D075-ALTERNA
                  WITH DUPLICATES
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT076 ASSIGN TO 'CLIENTES-FUSIONES.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT077 ASSIGN TO 'CODIGOS-POSTALES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D077-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT078 ASSIGN TO 'CLIENTES-CONTACTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D078-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT079 ASSIGN TO 'CLIENTES-CAMPANAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D079-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT080 ASSIGN TO 'CLIENTES-DERECHOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D080-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT081 ASSIGN TO 'TERRITORIOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D081-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT082 ASSIGN TO 'TERRITORIOS-CP.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D082-LLAVE
               FILE STATUS WKS-FS-DATOS.
      *Archivos de CALCULADOR-IVA.
           SELECT F-DAT083 ASSIGN TO 'IVA-HISTORIAL.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT084 ASSIGN TO 'IVA-CONTROL-MES.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT085 ASSIGN TO 'IVA-FACTURAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D085-LLAVE
               ALTERNATE RECORD KEY D085-ALTERNA
                  WITH DUPLICATES
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT086 ASSIGN TO 'IVA-SERIES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D086-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT087 ASSIGN TO 'IVA-LIBRO-SERIES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D087-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT088 ASSIGN TO 'IVA-CONTROL-FOLIO.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT089 ASSIGN TO 'IVA-LIBRO-MENSUAL.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D089-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT090 ASSIGN TO 'IVA-PAGOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D090-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT091 ASSIGN TO 'IVA-FONDO-CAJA.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT092 ASSIGN TO 'IVA-PRODUCTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D092-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT093 ASSIGN TO 'IVA-EXISTENCIAS-SUC.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D093-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT094 ASSIGN TO 'IVA-TRASPASOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D094-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT095 ASSIGN TO 'IVA-ANTICIPOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D095-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT096 ASSIGN TO 'IVA-RECURRENTES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D096-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT097 ASSIGN TO 'IVA-TIPOS-CAMBIO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D097-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT098 ASSIGN TO 'IVA-COTIZACIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D098-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT099 ASSIGN TO 'IVA-PEDIDOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D099-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT100 ASSIGN TO 'IVA-PROVEEDORES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D100-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT101 ASSIGN TO 'IVA-COMPRAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D101-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT102 ASSIGN TO 'IVA-LIBRO-COMPRAS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D102-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT103 ASSIGN TO 'IVA-LOTES-PROC.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D103-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT104 ASSIGN TO 'IVA-PUNTOS.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D104-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT105 ASSIGN TO 'IVA-PUNTOS-MOV.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D105-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT106 ASSIGN TO 'IVA-COMISIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D106-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT107 ASSIGN TO 'IVA-PAGOS-PROV.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D107-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT108 ASSIGN TO 'IVA-ORDENES-COMPRA.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D108-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT109 ASSIGN TO 'IVA-RECEPCIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D109-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT110 ASSIGN TO 'IVA-MOVIMIENTOS-INV.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D110-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT111 ASSIGN TO 'IVA-CONTEO-FISICO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D111-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT112 ASSIGN TO 'IVA-LISTAS-PRECIO.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D112-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT113 ASSIGN TO 'IVA-PROMOCIONES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D113-LLAVE
               FILE STATUS WKS-FS-DATOS.
           SELECT F-DAT114 ASSIGN TO 'IVA-CUENTAS-POLIZA.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY D114-LLAVE
               FILE STATUS WKS-FS-DATOS.

       DATA DIVISION.
       FILE SECTION.
       FD F-PORTATIL.
      *Archivo portatil de un archivo de datos: encabezado, un
      *renglon por registro y cierre con las cifras de control.
       01 REG-PORTATIL.
           02 PT-TIPO               PIC X(3).
           02 PT-DATOS              PIC X(3576).
      *Encabezado: fecha y hora de la descarga (las mismas en todos
      *los archivos de un juego), archivo, sistema dueno,
      *organizacion ('I' indexado, 'L' de texto), longitud del
      *registro, longitud de la llave y si el archivo existia ('S'),
      *no existia ('N') o no se pudo leer ('E').
       01 REG-PORT-ENCABEZADO.
           02 PH-TIPO               PIC X(3).
           02 PH-FECHA              PIC 9(8).
           02 FILLER                PIC X(1).
           02 PH-HORA               PIC 9(6).
           02 FILLER                PIC X(1).
           02 PH-ARCHIVO            PIC X(30).
           02 FILLER                PIC X(1).
           02 PH-SISTEMA            PIC X(8).
           02 FILLER                PIC X(1).
           02 PH-ORGANIZACION       PIC X(1).
           02 FILLER                PIC X(1).
           02 PH-LONGITUD           PIC 9(4).
           02 FILLER                PIC X(1).
           02 PH-LLAVE              PIC 9(2).
           02 FILLER                PIC X(1).
           02 PH-EXISTE             PIC X(1).
      *Cierre: registros descargados y sumas de control.
       01 REG-PORT-CIERRE.
           02 PC-TIPO               PIC X(3).
           02 PC-REGISTROS          PIC 9(7).
           02 FILLER                PIC X(1).
           02 PC-SUMA-1             PIC 9(5).
           02 PC-SUMA-2             PIC 9(5).

       FD F-REPORTE.
      *Un renglon por archivo con sus cifras y resultado, precedido
      *de los registros que no cuadraron.
       01 REG-REPORTE               PIC X(132).

       FD F-OPERADORES.
      *Vista de solo lectura del catalogo de operadores de NOMINA,
      *para la autorizacion de supervisor; el layout debe ser
      *identico al del programa NOMINA.
       01 REG-OPERADOR.
           02 OV-ID                 PIC X(8).
           02 FILLER                PIC X(66).

       FD F-CANDADO.
      *Candado de sesion de NOMINA: con un renglon, hay una sesion
      *con TRABAJADORES.DAT abierto.
       01 REG-CANDADO.
           02 CD-FECHA              PIC 9(8).
           02 CD-HORA               PIC 9(8).
           02 CD-OPERADOR           PIC X(8).

      *Archivos de NOMINA.
       FD F-DAT001.
       01 REG-DAT001.
           02 D001-LLAVE            PIC X(4).
           02 FILLER                PIC X(285).
       01 REG-DAT001-ALT.
           02 FILLER                PIC X(54).
           02 D001-ALTERNA          PIC X(50).
           02 FILLER                PIC X(185).

       FD F-DAT002.
       01 REG-DAT002            PIC X(1285).

       FD F-DAT003.
       01 REG-DAT003.
           02 D003-LLAVE            PIC X(2).
           02 FILLER                PIC X(72).

       FD F-DAT004.
       01 REG-DAT004            PIC X(100).

       FD F-DAT005.
       01 REG-DAT005.
           02 D005-LLAVE            PIC X(4).
           02 FILLER                PIC X(98).

       FD F-DAT006.
       01 REG-DAT006.
           02 D006-LLAVE            PIC X(8).
           02 FILLER                PIC X(21).

       FD F-DAT007.
       01 REG-DAT007.
           02 D007-LLAVE            PIC X(8).
           02 FILLER                PIC X(139).

       FD F-DAT008.
       01 REG-DAT008.
           02 D008-LLAVE            PIC X(3).
           02 FILLER                PIC X(51).

       FD F-DAT009.
       01 REG-DAT009.
           02 D009-LLAVE            PIC X(7).
           02 FILLER                PIC X(1).

       FD F-DAT010.
       01 REG-DAT010.
           02 D010-LLAVE            PIC X(4).
           02 FILLER                PIC X(46).

       FD F-DAT011.
       01 REG-DAT011.
           02 D011-LLAVE            PIC X(12).
           02 FILLER                PIC X(11).

       FD F-DAT012.
       01 REG-DAT012.
           02 D012-LLAVE            PIC X(12).
           02 FILLER                PIC X(8).

       FD F-DAT013.
       01 REG-DAT013.
           02 D013-LLAVE            PIC X(4).
           02 FILLER                PIC X(19).

       FD F-DAT014.
       01 REG-DAT014            PIC X(80).

       FD F-DAT015.
       01 REG-DAT015.
           02 D015-LLAVE            PIC X(12).
           02 FILLER                PIC X(25).

       FD F-DAT016.
       01 REG-DAT016.
           02 D016-LLAVE            PIC X(6).
           02 FILLER                PIC X(34).

       FD F-DAT017.
       01 REG-DAT017.
           02 D017-LLAVE            PIC X(8).
           02 FILLER                PIC X(2534).
       01 REG-DAT017-ALT.
           02 FILLER                PIC X(4).
           02 D017-ALTERNA          PIC X(4).
           02 FILLER                PIC X(2534).

       FD F-DAT018.
       01 REG-DAT018.
           02 D018-LLAVE            PIC X(10).
           02 FILLER                PIC X(26).

       FD F-DAT019.
       01 REG-DAT019.
           02 D019-LLAVE            PIC X(8).
           02 FILLER                PIC X(39).

       FD F-DAT020.
       01 REG-DAT020.
           02 D020-LLAVE            PIC X(4).
           02 FILLER                PIC X(43).

       FD F-DAT021.
       01 REG-DAT021.
           02 D021-LLAVE            PIC X(5).
           02 FILLER                PIC X(46).

       FD F-DAT022.
       01 REG-DAT022.
           02 D022-LLAVE            PIC X(5).
           02 FILLER                PIC X(58).

       FD F-DAT023.
       01 REG-DAT023.
           02 D023-LLAVE            PIC X(12).
           02 FILLER                PIC X(31).

       FD F-DAT024.
       01 REG-DAT024.
           02 D024-LLAVE            PIC X(8).
           02 FILLER                PIC X(39).

       FD F-DAT025.
       01 REG-DAT025            PIC X(66).

       FD F-DAT026.
       01 REG-DAT026.
           02 D026-LLAVE            PIC X(6).
           02 FILLER                PIC X(79).

       FD F-DAT027.
       01 REG-DAT027.
           02 D027-LLAVE            PIC X(12).
           02 FILLER                PIC X(72).

       FD F-DAT028.
       01 REG-DAT028            PIC X(83).

       FD F-DAT029.
       01 REG-DAT029.
           02 D029-LLAVE            PIC X(10).
           02 FILLER                PIC X(67).

       FD F-DAT030.
       01 REG-DAT030.
           02 D030-LLAVE            PIC X(8).
           02 FILLER                PIC X(9).

       FD F-DAT031.
       01 REG-DAT031.
           02 D031-LLAVE            PIC X(12).
           02 FILLER                PIC X(62).

       FD F-DAT032.
       01 REG-DAT032.
           02 D032-LLAVE            PIC X(12).
           02 FILLER                PIC X(23).

       FD F-DAT033.
       01 REG-DAT033.
           02 D033-LLAVE            PIC X(15).
           02 FILLER                PIC X(80).

       FD F-DAT034.
       01 REG-DAT034.
           02 D034-LLAVE            PIC X(8).
           02 FILLER                PIC X(66).

       FD F-DAT035.
       01 REG-DAT035            PIC X(35).

       FD F-DAT036.
       01 REG-DAT036.
           02 D036-LLAVE            PIC X(8).
           02 FILLER                PIC X(66).

       FD F-DAT037.
       01 REG-DAT037.
           02 D037-LLAVE            PIC X(4).
           02 FILLER                PIC X(14).

       FD F-DAT038.
       01 REG-DAT038.
           02 D038-LLAVE            PIC X(12).
           02 FILLER                PIC X(23).

       FD F-DAT039.
       01 REG-DAT039.
           02 D039-LLAVE            PIC X(2).
           02 FILLER                PIC X(6).

       FD F-DAT040.
       01 REG-DAT040.
           02 D040-LLAVE            PIC X(10).
           02 FILLER                PIC X(13).

       FD F-DAT041.
       01 REG-DAT041.
           02 D041-LLAVE            PIC X(6).
           02 FILLER                PIC X(76).

       FD F-DAT042.
       01 REG-DAT042.
           02 D042-LLAVE            PIC X(14).
           02 FILLER                PIC X(9).

       FD F-DAT043.
       01 REG-DAT043.
           02 D043-LLAVE            PIC X(1).
           02 FILLER                PIC X(24).

       FD F-DAT044.
       01 REG-DAT044.
           02 D044-LLAVE            PIC X(12).
           02 FILLER                PIC X(7).

       FD F-DAT045.
       01 REG-DAT045.
           02 D045-LLAVE            PIC X(8).
           02 FILLER                PIC X(30).

       FD F-DAT046.
       01 REG-DAT046.
           02 D046-LLAVE            PIC X(12).
           02 FILLER                PIC X(49).

       FD F-DAT047.
       01 REG-DAT047.
           02 D047-LLAVE            PIC X(14).
           02 FILLER                PIC X(101).

       FD F-DAT048.
       01 REG-DAT048.
           02 D048-LLAVE            PIC X(14).
           02 FILLER                PIC X(61).

       FD F-DAT049.
       01 REG-DAT049.
           02 D049-LLAVE            PIC X(19).
           02 FILLER                PIC X(12).

       FD F-DAT050.
       01 REG-DAT050.
           02 D050-LLAVE            PIC X(20).
           02 FILLER                PIC X(47).

       FD F-DAT051.
       01 REG-DAT051.
           02 D051-LLAVE            PIC X(10).
           02 FILLER                PIC X(57).
       01 REG-DAT051-ALT.
           02 FILLER                PIC X(10).
           02 D051-ALTERNA          PIC X(4).
           02 FILLER                PIC X(53).

       FD F-DAT052.
       01 REG-DAT052.
           02 D052-LLAVE            PIC X(12).
           02 FILLER                PIC X(69).

       FD F-DAT053.
       01 REG-DAT053.
           02 D053-LLAVE            PIC X(8).
           02 FILLER                PIC X(175).

       FD F-DAT054.
       01 REG-DAT054.
           02 D054-LLAVE            PIC X(12).
           02 FILLER                PIC X(22).

       FD F-DAT055.
       01 REG-DAT055.
           02 D055-LLAVE            PIC X(4).
           02 FILLER                PIC X(40).

       FD F-DAT056.
       01 REG-DAT056.
           02 D056-LLAVE            PIC X(4).
           02 FILLER                PIC X(114).

       FD F-DAT057.
       01 REG-DAT057.
           02 D057-LLAVE            PIC X(16).
           02 FILLER                PIC X(25).

       FD F-DAT058.
       01 REG-DAT058.
           02 D058-LLAVE            PIC X(8).
           02 FILLER                PIC X(55).

       FD F-DAT059.
       01 REG-DAT059.
           02 D059-LLAVE            PIC X(2).
           02 FILLER                PIC X(4).

       FD F-DAT060.
       01 REG-DAT060.
           02 D060-LLAVE            PIC X(12).
           02 FILLER                PIC X(29).

       FD F-DAT061.
       01 REG-DAT061.
           02 D061-LLAVE            PIC X(8).
           02 FILLER                PIC X(78).
       01 REG-DAT061-ALT.
           02 FILLER                PIC X(8).
           02 D061-ALTERNA          PIC X(4).
           02 FILLER                PIC X(74).

       FD F-DAT062.
       01 REG-DAT062.
           02 D062-LLAVE            PIC X(4).
           02 FILLER                PIC X(17).

       FD F-DAT063.
       01 REG-DAT063.
           02 D063-LLAVE            PIC X(10).
           02 FILLER                PIC X(44).

       FD F-DAT064.
       01 REG-DAT064.
           02 D064-LLAVE            PIC X(18).
           02 FILLER                PIC X(22).
       01 REG-DAT064-ALT.
           02 FILLER                PIC X(18).
           02 D064-ALTERNA          PIC X(4).
           02 FILLER                PIC X(18).

       FD F-DAT065.
       01 REG-DAT065.
           02 D065-LLAVE            PIC X(6).
           02 FILLER                PIC X(129).
       01 REG-DAT065-ALT.
           02 FILLER                PIC X(6).
           02 D065-ALTERNA          PIC X(4).
           02 FILLER                PIC X(125).

       FD F-DAT066.
       01 REG-DAT066.
           02 D066-LLAVE            PIC X(9).
           02 FILLER                PIC X(57).

       FD F-DAT067.
       01 REG-DAT067.
           02 D067-LLAVE            PIC X(12).
           02 FILLER                PIC X(33).

       FD F-DAT068.
       01 REG-DAT068.
           02 D068-LLAVE            PIC X(20).
           02 FILLER                PIC X(116).

       FD F-DAT069.
       01 REG-DAT069.
           02 D069-LLAVE            PIC X(4).
           02 FILLER                PIC X(148).

       FD F-DAT070.
       01 REG-DAT070.
           02 D070-LLAVE            PIC X(2).
           02 FILLER                PIC X(66).

       FD F-DAT071.
       01 REG-DAT071            PIC X(40).

       FD F-DAT072.
       01 REG-DAT072.
           02 D072-LLAVE            PIC X(9).
           02 FILLER                PIC X(74).

       FD F-DAT073.
       01 REG-DAT073            PIC X(100).

      *Archivos de ARCHIVOS.
       FD F-DAT074.
       01 REG-DAT074.
           02 D074-LLAVE            PIC X(10).
           02 FILLER                PIC X(393).
       01 REG-DAT074-ALT.
           02 FILLER                PIC X(60).
           02 D074-ALTERNA          PIC X(50).
           02 FILLER                PIC X(293).

       FD F-DAT075.
       01 REG-DAT075.
           02 D075-LLAVE            PIC X(10).
           02 FILLER                PIC X(4).
       01 REG-DAT075-ALT.
           02 FILLER                PIC X(10).
           02 D075-ALTERNA          PIC X(4).

       FD F-DAT076.
       01 REG-DAT076            PIC X(38).

       FD F-DAT077.
       01 REG-DAT077.
           02 D077-LLAVE            PIC X(7).
           02 FILLER                PIC X(60).

       FD F-DAT078.
       01 REG-DAT078.
           02 D078-LLAVE            PIC X(20).
           02 FILLER                PIC X(78).

       FD F-DAT079.
       01 REG-DAT079.
           02 D079-LLAVE            PIC X(16).
           02 FILLER                PIC X(8).

       FD F-DAT080.
       01 REG-DAT080.
           02 D080-LLAVE            PIC X(20).
           02 FILLER                PIC X(130).

       FD F-DAT081.
       01 REG-DAT081.
           02 D081-LLAVE            PIC X(4).
           02 FILLER                PIC X(34).

       FD F-DAT082.
       01 REG-DAT082.
           02 D082-LLAVE            PIC X(5).
           02 FILLER                PIC X(9).

      *Archivos de CALCULADOR-IVA.
       FD F-DAT083.
       01 REG-DAT083            PIC X(60).

       FD F-DAT084.
       01 REG-DAT084            PIC X(102).

       FD F-DAT085.
       01 REG-DAT085.
           02 D085-LLAVE            PIC X(8).
           02 FILLER                PIC X(3568).
       01 REG-DAT085-ALT.
           02 FILLER                PIC X(16).
           02 D085-ALTERNA          PIC X(10).
           02 FILLER                PIC X(3550).

       FD F-DAT086.
       01 REG-DAT086.
           02 D086-LLAVE            PIC X(2).
           02 FILLER                PIC X(36).

       FD F-DAT087.
       01 REG-DAT087.
           02 D087-LLAVE            PIC X(8).
           02 FILLER                PIC X(140).

       FD F-DAT088.
       01 REG-DAT088            PIC X(50).

       FD F-DAT089.
       01 REG-DAT089.
           02 D089-LLAVE            PIC X(6).
           02 FILLER                PIC X(154).

       FD F-DAT090.
       01 REG-DAT090.
           02 D090-LLAVE            PIC X(20).
           02 FILLER                PIC X(77).

       FD F-DAT091.
       01 REG-DAT091            PIC X(17).

       FD F-DAT092.
       01 REG-DAT092.
           02 D092-LLAVE            PIC X(5).
           02 FILLER                PIC X(52).

       FD F-DAT093.
       01 REG-DAT093.
           02 D093-LLAVE            PIC X(7).
           02 FILLER                PIC X(19).

       FD F-DAT094.
       01 REG-DAT094.
           02 D094-LLAVE            PIC X(6).
           02 FILLER                PIC X(263).

       FD F-DAT095.
       01 REG-DAT095.
           02 D095-LLAVE            PIC X(20).
           02 FILLER                PIC X(57).

       FD F-DAT096.
       01 REG-DAT096.
           02 D096-LLAVE            PIC X(4).
           02 FILLER                PIC X(379).

       FD F-DAT097.
       01 REG-DAT097.
           02 D097-LLAVE            PIC X(11).
           02 FILLER                PIC X(7).

       FD F-DAT098.
       01 REG-DAT098.
           02 D098-LLAVE            PIC X(6).
           02 FILLER                PIC X(1883).

       FD F-DAT099.
       01 REG-DAT099.
           02 D099-LLAVE            PIC X(6).
           02 FILLER                PIC X(2151).

       FD F-DAT100.
       01 REG-DAT100.
           02 D100-LLAVE            PIC X(5).
           02 FILLER                PIC X(73).

       FD F-DAT101.
       01 REG-DAT101.
           02 D101-LLAVE            PIC X(16).
           02 FILLER                PIC X(123).

       FD F-DAT102.
       01 REG-DAT102.
           02 D102-LLAVE            PIC X(6).
           02 FILLER                PIC X(140).

       FD F-DAT103.
       01 REG-DAT103.
           02 D103-LLAVE            PIC X(10).
           02 FILLER                PIC X(16).

       FD F-DAT104.
       01 REG-DAT104.
           02 D104-LLAVE            PIC X(10).
           02 FILLER                PIC X(15).

       FD F-DAT105.
       01 REG-DAT105.
           02 D105-LLAVE            PIC X(20).
           02 FILLER                PIC X(8).

       FD F-DAT106.
       01 REG-DAT106.
           02 D106-LLAVE            PIC X(13).
           02 FILLER                PIC X(4).

       FD F-DAT107.
       01 REG-DAT107.
           02 D107-LLAVE            PIC X(16).
           02 FILLER                PIC X(23).

       FD F-DAT108.
       01 REG-DAT108.
           02 D108-LLAVE            PIC X(6).
           02 FILLER                PIC X(620).

       FD F-DAT109.
       01 REG-DAT109.
           02 D109-LLAVE            PIC X(9).
           02 FILLER                PIC X(330).

       FD F-DAT110.
       01 REG-DAT110.
           02 D110-LLAVE            PIC X(17).
           02 FILLER                PIC X(40).

       FD F-DAT111.
       01 REG-DAT111.
           02 D111-LLAVE            PIC X(5).
           02 FILLER                PIC X(30).

       FD F-DAT112.
       01 REG-DAT112.
           02 D112-LLAVE            PIC X(6).
           02 FILLER                PIC X(7).

       FD F-DAT113.
       01 REG-DAT113.
           02 D113-LLAVE            PIC X(4).
           02 FILLER                PIC X(56).

       FD F-DAT114.
       01 REG-DAT114.
           02 D114-LLAVE            PIC X(4).
           02 FILLER                PIC X(16).

       WORKING-STORAGE SECTION.

       77 WKS-FS-DATOS         PIC X(02).
       77 WKS-FS-PORTATIL      PIC X(02).
       77 WKS-FS-REPORTE       PIC X(02).
       77 WKS-FS-OPERADORES    PIC X(02).
       77 WKS-FS-CANDADO       PIC X(02).
       77 WKS-FS-ERROR         PIC X(02).
       77 WKS-NOMBRE-PORTATIL  PIC X(20).
       77 WKS-FECHA-HOY        PIC 9(8).
       77 WKS-HORA-HOY         PIC 9(8).
       77 WKS-OPCION           PIC 9(1).
       77 WKS-CONFIRMA         PIC X(01).
           88 WKS-CONFIRMA-SI     VALUE 'S' 's'.
       77 WKS-OPERACION-TXT    PIC X(12).
       77 WKS-ST-SALIDA        PIC X(02).

      *Catalogo de archivos: nombre, sistema dueno, organizacion
      *('I' indexado, 'L' de texto), longitud del registro y de la
      *llave principal (cero en los de texto, que se comparan
      *renglon por renglon). El numero de renglon es el del archivo
      *portatil DESCARGA-nnn.TXT.
       77 WKS-AR-TOTAL         PIC 9(3) VALUE 114.
       77 WKS-AR-I             PIC 9(3).
       77 WKS-AR-DESDE         PIC 9(3).
       77 WKS-AR-HASTA         PIC 9(3).
       77 WKS-AR-ENC           PIC 9(3).
       77 WKS-AR-BUSCA         PIC X(30).
       01 WKS-TABLA-ARCHIVOS.
           02 FILLER PIC X(45) VALUE
              "TRABAJADORES.DAT              NOMINA  I028904".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CONTROL.DAT            NOMINA  L128500".
           02 FILLER PIC X(45) VALUE
              "DEPARTAMENTOS.DAT             NOMINA  I007402".
           02 FILLER PIC X(45) VALUE
              "NOMINA-HISTORIAL.TXT          NOMINA  L010000".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CORRIDAS.DAT           NOMINA  I010204".
           02 FILLER PIC X(45) VALUE
              "NOMINA-PERIODOS.DAT           NOMINA  I002908".
           02 FILLER PIC X(45) VALUE
              "NOMINA-PARAMETROS.DAT         NOMINA  I014708".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CONCEPTOS.DAT          NOMINA  I005403".
           02 FILLER PIC X(45) VALUE
              "NOMINA-TRAB-CONCEPTOS.DAT     NOMINA  I000807".
           02 FILLER PIC X(45) VALUE
              "NOMINA-PRESTAMOS.DAT          NOMINA  I005004".
           02 FILLER PIC X(45) VALUE
              "NOMINA-HORAS-EXTRA.DAT        NOMINA  I002312".
           02 FILLER PIC X(45) VALUE
              "NOMINA-INCIDENCIAS.DAT        NOMINA  I002012".
           02 FILLER PIC X(45) VALUE
              "NOMINA-AHORRO.DAT             NOMINA  I002304".
           02 FILLER PIC X(45) VALUE
              "NOMINA-DISPERSION-PEND.TXT    NOMINA  L008000".
           02 FILLER PIC X(45) VALUE
              "NOMINA-DEP-RECHAZOS.DAT       NOMINA  I003712".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CHEQUES.DAT            NOMINA  I004006".
           02 FILLER PIC X(45) VALUE
              "NOMINA-DETALLE.DAT            NOMINA  I254208".
           02 FILLER PIC X(45) VALUE
              "NOMINA-PROVISION.DAT          NOMINA  I003610".
           02 FILLER PIC X(45) VALUE
              "NOMINA-ACUSES.DAT             NOMINA  I004708".
           02 FILLER PIC X(45) VALUE
              "NOMINA-PRESTAMOS-AHORRO.DAT   NOMINA  I004704".
           02 FILLER PIC X(45) VALUE
              "NOMINA-PLAZAS.DAT             NOMINA  I005105".
           02 FILLER PIC X(45) VALUE
              "NOMINA-BENEFICIARIOS.DAT      NOMINA  I006305".
           02 FILLER PIC X(45) VALUE
              "NOMINA-VAC-SOLICITUDES.DAT    NOMINA  I004312".
           02 FILLER PIC X(45) VALUE
              "NOMINA-COSTOS-DEPTO.DAT       NOMINA  I004708".
           02 FILLER PIC X(45) VALUE
              "NOMINA-BITACORA.TXT           NOMINA  L006600".
           02 FILLER PIC X(45) VALUE
              "NOMINA-REPORTES-IDX.DAT       NOMINA  I008506".
           02 FILLER PIC X(45) VALUE
              "NOMINA-EXTRACTOS.DAT          NOMINA  I008412".
           02 FILLER PIC X(45) VALUE
              "NOMINA-AUDIT-CATALOGOS.TXT    NOMINA  L008300".
           02 FILLER PIC X(45) VALUE
              "NOMINA-IMSS.DAT               NOMINA  I007710".
           02 FILLER PIC X(45) VALUE
              "NOMINA-ANUAL.DAT              NOMINA  I001708".
           02 FILLER PIC X(45) VALUE
              "NOMINA-MOVIMIENTOS.DAT        NOMINA  I007412".
           02 FILLER PIC X(45) VALUE
              "NOMINA-VACACIONES.DAT         NOMINA  I003512".
           02 FILLER PIC X(45) VALUE
              "NOMINA-HISTORIAL.DAT          NOMINA  I009515".
           02 FILLER PIC X(45) VALUE
              "NOMINA-OPERADORES.DAT         NOMINA  I007408".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CIFRAS.DAT             NOMINA  L003500".
           02 FILLER PIC X(45) VALUE
              "NOMINA-ACUMULADOS.DAT         NOMINA  I007408".
           02 FILLER PIC X(45) VALUE
              "NOMINA-AJUSTES-ISR.DAT        NOMINA  I001804".
           02 FILLER PIC X(45) VALUE
              "NOMINA-SALARIOS.DAT           NOMINA  I003512".
           02 FILLER PIC X(45) VALUE
              "NOMINA-ISN-TASAS.DAT          NOMINA  I000802".
           02 FILLER PIC X(45) VALUE
              "NOMINA-ISN-ACUM.DAT           NOMINA  I002310".
           02 FILLER PIC X(45) VALUE
              "NOMINA-PENSIONES.DAT          NOMINA  I008206".
           02 FILLER PIC X(45) VALUE
              "NOMINA-PENSIONES-PAGOS.DAT    NOMINA  I002314".
           02 FILLER PIC X(45) VALUE
              "NOMINA-TURNOS.DAT             NOMINA  I002501".
           02 FILLER PIC X(45) VALUE
              "NOMINA-DOMINICAL.DAT          NOMINA  I001912".
           02 FILLER PIC X(45) VALUE
              "NOMINA-FESTIVOS.DAT           NOMINA  I003808".
           02 FILLER PIC X(45) VALUE
              "NOMINA-SDI.DAT                NOMINA  I006112".
           02 FILLER PIC X(45) VALUE
              "NOMINA-MOVIMIENTOS-IMSS.DAT   NOMINA  I011514".
           02 FILLER PIC X(45) VALUE
              "NOMINA-INFONAVIT.DAT          NOMINA  I007514".
           02 FILLER PIC X(45) VALUE
              "NOMINA-INFONAVIT-AMORT.DAT    NOMINA  I003119".
           02 FILLER PIC X(45) VALUE
              "NOMINA-FONACOT.DAT            NOMINA  I006720".
           02 FILLER PIC X(45) VALUE
              "NOMINA-INCAPACIDADES.DAT      NOMINA  I006710".
           02 FILLER PIC X(45) VALUE
              "NOMINA-RIESGOS.DAT            NOMINA  I008112".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CFDI-TIMBRES.DAT       NOMINA  I018308".
           02 FILLER PIC X(45) VALUE
              "NOMINA-EXENTOS.DAT            NOMINA  I003412".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CONTRATOS.DAT          NOMINA  I004404".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CURSOS.DAT             NOMINA  I011804".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CAPACITACION.DAT       NOMINA  I004116".
           02 FILLER PIC X(45) VALUE
              "NOMINA-EVALUACIONES.DAT       NOMINA  I006308".
           02 FILLER PIC X(45) VALUE
              "NOMINA-MATRIZ-MERITO.DAT      NOMINA  I000602".
           02 FILLER PIC X(45) VALUE
              "NOMINA-COMISIONES.DAT         NOMINA  I004112".
           02 FILLER PIC X(45) VALUE
              "NOMINA-DESC-VENTAS.DAT        NOMINA  I008608".
           02 FILLER PIC X(45) VALUE
              "NOMINA-NETOS.DAT              NOMINA  I002104".
           02 FILLER PIC X(45) VALUE
              "NOMINA-ACTIVOS.DAT            NOMINA  I005410".
           02 FILLER PIC X(45) VALUE
              "NOMINA-ACTIVOS-ASIGNA.DAT     NOMINA  I004018".
           02 FILLER PIC X(45) VALUE
              "NOMINA-VIATICOS.DAT           NOMINA  I013506".
           02 FILLER PIC X(45) VALUE
              "NOMINA-VIATICOS-COMPROB.DAT   NOMINA  I006609".
           02 FILLER PIC X(45) VALUE
              "NOMINA-VALES-RECHAZOS.DAT     NOMINA  I004512".
           02 FILLER PIC X(45) VALUE
              "NOMINA-SOLICITUDES.DAT        NOMINA  I013620".
           02 FILLER PIC X(45) VALUE
              "NOMINA-CONTACTOS.DAT          NOMINA  I015204".
           02 FILLER PIC X(45) VALUE
              "NOMINA-REG-PATRONALES.DAT     NOMINA  I006802".
           02 FILLER PIC X(45) VALUE
              "NOMINA-DISPERSIONES-LIB.DAT   NOMINA  L004000".
           02 FILLER PIC X(45) VALUE
              "CIERRE-CALENDARIO.DAT         NOMINA  I008309".
           02 FILLER PIC X(45) VALUE
              "CIERRE-MOVIMIENTOS.TXT        NOMINA  L010000".
           02 FILLER PIC X(45) VALUE
              "CLIENTES.DAT                  ARCHIVOSI040310".
           02 FILLER PIC X(45) VALUE
              "CLIENTES-EMPLEADOS.DAT        ARCHIVOSI001410".
           02 FILLER PIC X(45) VALUE
              "CLIENTES-FUSIONES.TXT         ARCHIVOSL003800".
           02 FILLER PIC X(45) VALUE
              "CODIGOS-POSTALES.DAT          ARCHIVOSI006707".
           02 FILLER PIC X(45) VALUE
              "CLIENTES-CONTACTOS.DAT        ARCHIVOSI009820".
           02 FILLER PIC X(45) VALUE
              "CLIENTES-CAMPANAS.DAT         ARCHIVOSI002416".
           02 FILLER PIC X(45) VALUE
              "CLIENTES-DERECHOS.DAT         ARCHIVOSI015020".
           02 FILLER PIC X(45) VALUE
              "TERRITORIOS.DAT               ARCHIVOSI003804".
           02 FILLER PIC X(45) VALUE
              "TERRITORIOS-CP.DAT            ARCHIVOSI001405".
           02 FILLER PIC X(45) VALUE
              "IVA-HISTORIAL.TXT             CALC-IVAL006000".
           02 FILLER PIC X(45) VALUE
              "IVA-CONTROL-MES.DAT           CALC-IVAL010200".
           02 FILLER PIC X(45) VALUE
              "IVA-FACTURAS.DAT              CALC-IVAI357608".
           02 FILLER PIC X(45) VALUE
              "IVA-SERIES.DAT                CALC-IVAI003802".
           02 FILLER PIC X(45) VALUE
              "IVA-LIBRO-SERIES.DAT          CALC-IVAI014808".
           02 FILLER PIC X(45) VALUE
              "IVA-CONTROL-FOLIO.DAT         CALC-IVAL005000".
           02 FILLER PIC X(45) VALUE
              "IVA-LIBRO-MENSUAL.DAT         CALC-IVAI016006".
           02 FILLER PIC X(45) VALUE
              "IVA-PAGOS.DAT                 CALC-IVAI009720".
           02 FILLER PIC X(45) VALUE
              "IVA-FONDO-CAJA.DAT            CALC-IVAL001700".
           02 FILLER PIC X(45) VALUE
              "IVA-PRODUCTOS.DAT             CALC-IVAI005705".
           02 FILLER PIC X(45) VALUE
              "IVA-EXISTENCIAS-SUC.DAT       CALC-IVAI002607".
           02 FILLER PIC X(45) VALUE
              "IVA-TRASPASOS.DAT             CALC-IVAI026906".
           02 FILLER PIC X(45) VALUE
              "IVA-ANTICIPOS.DAT             CALC-IVAI007720".
           02 FILLER PIC X(45) VALUE
              "IVA-RECURRENTES.DAT           CALC-IVAI038304".
           02 FILLER PIC X(45) VALUE
              "IVA-TIPOS-CAMBIO.DAT          CALC-IVAI001811".
           02 FILLER PIC X(45) VALUE
              "IVA-COTIZACIONES.DAT          CALC-IVAI188906".
           02 FILLER PIC X(45) VALUE
              "IVA-PEDIDOS.DAT               CALC-IVAI215706".
           02 FILLER PIC X(45) VALUE
              "IVA-PROVEEDORES.DAT           CALC-IVAI007805".
           02 FILLER PIC X(45) VALUE
              "IVA-COMPRAS.DAT               CALC-IVAI013916".
           02 FILLER PIC X(45) VALUE
              "IVA-LIBRO-COMPRAS.DAT         CALC-IVAI014606".
           02 FILLER PIC X(45) VALUE
              "IVA-LOTES-PROC.DAT            CALC-IVAI002610".
           02 FILLER PIC X(45) VALUE
              "IVA-PUNTOS.DAT                CALC-IVAI002510".
           02 FILLER PIC X(45) VALUE
              "IVA-PUNTOS-MOV.DAT            CALC-IVAI002820".
           02 FILLER PIC X(45) VALUE
              "IVA-COMISIONES.DAT            CALC-IVAI001713".
           02 FILLER PIC X(45) VALUE
              "IVA-PAGOS-PROV.DAT            CALC-IVAI003916".
           02 FILLER PIC X(45) VALUE
              "IVA-ORDENES-COMPRA.DAT        CALC-IVAI062606".
           02 FILLER PIC X(45) VALUE
              "IVA-RECEPCIONES.DAT           CALC-IVAI033909".
           02 FILLER PIC X(45) VALUE
              "IVA-MOVIMIENTOS-INV.DAT       CALC-IVAI005717".
           02 FILLER PIC X(45) VALUE
              "IVA-CONTEO-FISICO.DAT         CALC-IVAI003505".
           02 FILLER PIC X(45) VALUE
              "IVA-LISTAS-PRECIO.DAT         CALC-IVAI001306".
           02 FILLER PIC X(45) VALUE
              "IVA-PROMOCIONES.DAT           CALC-IVAI006004".
           02 FILLER PIC X(45) VALUE
              "IVA-CUENTAS-POLIZA.DAT        CALC-IVAI002004".
       01 WKS-TABLA-ARCHIVOS-R REDEFINES WKS-TABLA-ARCHIVOS.
           02 WKS-ARCHIVO-DEF OCCURS 114 TIMES.
              03 WKS-AR-NOMBRE      PIC X(30).
              03 WKS-AR-SISTEMA     PIC X(8).
              03 WKS-AR-ORG         PIC X(1).
              03 WKS-AR-LONGITUD    PIC 9(4).
              03 WKS-AR-LLAVE       PIC 9(2).

      *Registro leido del archivo de datos y registro leido de la
      *descarga, del largo del registro mas grande del catalogo.
       01 WKS-REGISTRO         PIC X(3576).
       01 WKS-REG-PORT         PIC X(3576).
       77 WKS-LLAVE-LARGO      PIC 9(2).

      *Juego de descarga: fecha y hora del primer encabezado leido;
      *los demas archivos de una comparacion o recarga completa
      *deben traer las mismas.
       77 WKS-JUEGO-FECHA      PIC 9(8).
       77 WKS-JUEGO-HORA       PIC 9(6).
       77 WKS-JUEGO-FIJO       PIC 9(1).

      *Cifras del archivo en curso: de la descarga (WKS-SP) y del
      *archivo de datos (WKS-SD), mas lo que dice el cierre.
       77 WKS-CT-PORT          PIC 9(7).
       77 WKS-CT-DATOS         PIC 9(7).
       77 WKS-CT-RECHAZOS      PIC 9(7).
       77 WKS-CT-DIFS          PIC 9(7).
       77 WKS-CT-DETALLE       PIC 9(3).
       77 WKS-SP-1             PIC 9(6).
       77 WKS-SP-2             PIC 9(6).
       77 WKS-SD-1             PIC 9(6).
       77 WKS-SD-2             PIC 9(6).
       77 WKS-TRL-LEIDO        PIC 9(1).
       77 WKS-TRL-REGISTROS    PIC 9(7).
       77 WKS-TRL-SUMA-1       PIC 9(5).
       77 WKS-TRL-SUMA-2       PIC 9(5).
       77 WKS-RENGLONES-MALOS  PIC 9(7).
       77 WKS-FIN-PORT         PIC 9(1).
       77 WKS-FIN-DATOS        PIC 9(1).
       77 WKS-PORT-DET         PIC 9(1).
       77 WKS-PORT-OK          PIC 9(1).
       77 WKS-PORT-EXISTE      PIC X(1).
       77 WKS-EXISTE           PIC X(1).
       77 WKS-RESULTADO        PIC X(50).
       77 WKS-MOTIVO           PIC X(50).
       77 WKS-DET-RENGLON      PIC 9(7).
       77 WKS-DET-LLAVE        PIC X(20).
       77 WKS-FMT-SUMA-1       PIC 9(5).
       77 WKS-FMT-SUMA-2       PIC 9(5).

      *Totales de la corrida.
       77 WKS-TOT-ARCHIVOS     PIC 9(3).
       77 WKS-TOT-OK           PIC 9(3).
       77 WKS-TOT-ERRORES      PIC 9(3).
       77 WKS-TOT-OMITIDOS     PIC 9(3).
       77 WKS-TOT-REGISTROS    PIC 9(9).

      *Sumas de control, como en el archivador de bitacoras.
       77 WKS-SU-1             PIC 9(6).
       77 WKS-SU-2             PIC 9(6).
       77 WKS-SU-VALOR         PIC 9(3).
       77 WKS-SU-LARGO         PIC 9(4).
       77 WKS-SU-BLANCOS       PIC 9(4).
       77 WKS-SU-K             PIC 9(4).
       77 WKS-SU-LINEA         PIC X(3576).
       77 WKS-SU-REVES         PIC X(3576).

      *Autorizacion de supervisor y candado de NOMINA.
       77 WKS-AUT-ID           PIC X(8).
       77 WKS-AUT-PWD          PIC X(8).
       77 WKS-AUT-OK           PIC 9(1).
       77 WKS-CANDADO-LIBRE    PIC 9(1).
       01 WKS-OPER-VISTA.
           02 WKS-OV-ID            PIC X(8).
           02 WKS-OV-NOMBRE        PIC X(30).
           02 WKS-OV-PASSWORD      PIC X(8).
           02 WKS-OV-PERFIL        PIC X(1).
           02 WKS-OV-FECHA-PWD     PIC X(8).
           02 WKS-OV-INTENTOS      PIC X(1).
           02 WKS-OV-BLOQUEADO     PIC X(1).
           02 FILLER               PIC X(17).

       77 WKS-MODO-BATCH       PIC X(01).

       LINKAGE SECTION.
       01 LK-PARM-MODO         PIC X(01).
       01 LK-PARM-STATUS       PIC X(02).

       PROCEDURE DIVISION.
      *El punto de entrada principal no lleva USING, para que el
      *programa siga arrancando por su cuenta como ejecutable
      *independiente. El driver nocturno entra por el punto de
      *entrada DESCARGA-BATCH: modo D descarga todo y modo C compara
      *los archivos contra la ultima descarga. La recarga nunca
      *corre desatendida.

       00000-MAIN.

           MOVE SPACES TO WKS-MODO-BATCH
           PERFORM 00000-MAIN-CUERPO
           GOBACK.

       00000-ENTRADA-BATCH.
           ENTRY "DESCARGA-BATCH" USING LK-PARM-MODO LK-PARM-STATUS.
           MOVE SPACES TO WKS-MODO-BATCH
           MOVE LK-PARM-MODO TO WKS-MODO-BATCH
           MOVE "00" TO LK-PARM-STATUS
           PERFORM 00000-MAIN-CUERPO
      *Devuelve 95 si algun archivo no se pudo descargar o no cuadra
      *contra su descarga.
           MOVE WKS-ST-SALIDA TO LK-PARM-STATUS
           GOBACK.

       00000-MAIN-CUERPO.
           MOVE "00" TO WKS-ST-SALIDA
           MOVE ZERO TO WKS-OPCION
           IF WKS-MODO-BATCH = "D"
              MOVE 1 TO WKS-OPCION
           END-IF
           IF WKS-MODO-BATCH = "C"
              MOVE 2 TO WKS-OPCION
           END-IF
           IF WKS-MODO-BATCH = SPACES
              PERFORM 00001-MENU
           END-IF
           IF WKS-OPCION = 1
              PERFORM 00010-DESCARGA-TODOS
           ELSE
           IF WKS-OPCION = 2
              PERFORM 00030-COMPARA-TODOS
           ELSE
           IF WKS-OPCION = 3 OR WKS-OPCION = 4
              PERFORM 00050-RECARGA
           END-IF
           END-IF
           END-IF.

       00001-MENU.
           DISPLAY "DESCARGA PORTATIL DE NOMINA, ARCHIVOS Y "
                   "CALCULADOR-IVA"
           DISPLAY "1. DESCARGAR TODOS LOS ARCHIVOS"
           DISPLAY "2. COMPARAR LOS ARCHIVOS CONTRA LA DESCARGA"
           DISPLAY "3. RECARGAR TODOS LOS ARCHIVOS"
           DISPLAY "4. RECARGAR UN ARCHIVO"
           DISPLAY "5. LISTA DE ARCHIVOS"
           DISPLAY "9. SALIR"
           ACCEPT WKS-OPCION
           IF WKS-OPCION = 5
              PERFORM 00005-LISTA-ARCHIVOS
              PERFORM 00001-MENU
           ELSE
           IF WKS-OPCION = 0
              OR (WKS-OPCION > 5 AND WKS-OPCION NOT = 9)
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
              PERFORM 00001-MENU
           END-IF
           END-IF.

       00002-INICIA-REPORTE.
      *Abre el reporte de la corrida con la operacion de
      *WKS-OPERACION-TXT y limpia los totales.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WKS-HORA-HOY FROM TIME
           MOVE ZERO TO WKS-TOT-ARCHIVOS
           MOVE ZERO TO WKS-TOT-OK
           MOVE ZERO TO WKS-TOT-ERRORES
           MOVE ZERO TO WKS-TOT-OMITIDOS
           MOVE ZERO TO WKS-TOT-REGISTROS
           MOVE ZERO TO WKS-JUEGO-FIJO
           OPEN OUTPUT F-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "DESCARGA PORTATIL - " DELIMITED BY SIZE
                  WKS-OPERACION-TXT DELIMITED BY SPACE
                  " DEL " DELIMITED BY SIZE
                  WKS-FECHA-HOY DELIMITED BY SIZE
                  " A LAS " DELIMITED BY SIZE
                  WKS-HORA-HOY(1:6) DELIMITED BY SIZE
                  INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "NUM ARCHIVO                        SISTEMA   REGS."
              & "    SUMAS        RESULTADO" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ALL "-" TO REG-REPORTE
           WRITE REG-REPORTE.

       00003-TERMINA-REPORTE.
           MOVE ALL "-" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "ARCHIVOS: " WKS-TOT-ARCHIVOS
                  "  CORRECTOS: " WKS-TOT-OK
                  "  CON ERROR: " WKS-TOT-ERRORES
                  "  SIN DATOS: " WKS-TOT-OMITIDOS
                  "  REGISTROS: " WKS-TOT-REGISTROS
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           CLOSE F-REPORTE
           DISPLAY WKS-OPERACION-TXT ": " WKS-TOT-ARCHIVOS
                   " ARCHIVO(S), CORRECTOS " WKS-TOT-OK
                   ", CON ERROR " WKS-TOT-ERRORES
                   ", SIN DATOS " WKS-TOT-OMITIDOS
           DISPLAY "REPORTE EN DESCARGA-REPORTE.TXT"
           IF WKS-TOT-ERRORES > 0
              MOVE "95" TO WKS-ST-SALIDA
           END-IF.

       00004-NOMBRE-PORTATIL.
           MOVE SPACES TO WKS-NOMBRE-PORTATIL
           STRING "DESCARGA-" WKS-AR-I ".TXT" DELIMITED BY SIZE
                  INTO WKS-NOMBRE-PORTATIL.

       00005-LISTA-ARCHIVOS.
           MOVE 1 TO WKS-AR-I
           PERFORM 00006-LISTA-RENGLON
              UNTIL WKS-AR-I > WKS-AR-TOTAL.

       00006-LISTA-RENGLON.
           DISPLAY WKS-AR-I " " WKS-AR-NOMBRE(WKS-AR-I) " "
                   WKS-AR-SISTEMA(WKS-AR-I) " "
                   WKS-AR-ORG(WKS-AR-I) " "
                   WKS-AR-LONGITUD(WKS-AR-I)
           ADD 1 TO WKS-AR-I.

       00007-BUSCA-CATALOGO.
      *Deja en WKS-AR-I el renglon del catalogo del archivo
      *WKS-AR-BUSCA, o cero si no esta.
           MOVE ZERO TO WKS-AR-ENC
           MOVE 1 TO WKS-AR-I
           PERFORM 00008-COMPARA-CATALOGO
              UNTIL WKS-AR-I > WKS-AR-TOTAL OR WKS-AR-ENC > 0
           MOVE WKS-AR-ENC TO WKS-AR-I.

       00008-COMPARA-CATALOGO.
           IF WKS-AR-NOMBRE(WKS-AR-I) = WKS-AR-BUSCA
              MOVE WKS-AR-I TO WKS-AR-ENC
           END-IF
           ADD 1 TO WKS-AR-I.

       00010-DESCARGA-TODOS.
           MOVE "DESCARGA" TO WKS-OPERACION-TXT
           PERFORM 00070-REVISA-CANDADO
           IF WKS-CANDADO-LIBRE = 0
              DISPLAY "AVISO: LA DESCARGA DE NOMINA PUEDE QUEDAR A "
                      "MEDIA CAPTURA."
           END-IF
           PERFORM 00002-INICIA-REPORTE
           MOVE WKS-FECHA-HOY TO WKS-JUEGO-FECHA
           MOVE WKS-HORA-HOY(1:6) TO WKS-JUEGO-HORA
           MOVE 1 TO WKS-AR-I
           PERFORM 00011-DESCARGA-ARCHIVO
              UNTIL WKS-AR-I > WKS-AR-TOTAL
           PERFORM 00003-TERMINA-REPORTE.

       00011-DESCARGA-ARCHIVO.
      *Descarga el archivo WKS-AR-I del catalogo. Uno que no existe
      *se descarga vacio y marcado, para que la recarga no lo cree;
      *uno que no se puede abrir queda marcado con error, para que
      *una descarga vieja no se tome por buena.
           PERFORM 00004-NOMBRE-PORTATIL
           PERFORM 00500-ABRE-LECTURA
           MOVE ZERO TO WKS-CT-DATOS
           MOVE ZERO TO WKS-SD-1
           MOVE ZERO TO WKS-SD-2
           MOVE SPACES TO WKS-FS-ERROR
           IF WKS-FS-DATOS = '00'
              MOVE 'S' TO WKS-EXISTE
           ELSE
           IF WKS-FS-DATOS = '35'
              MOVE 'N' TO WKS-EXISTE
           ELSE
              MOVE 'E' TO WKS-EXISTE
              MOVE WKS-FS-DATOS TO WKS-FS-ERROR
           END-IF
           END-IF
           MOVE SPACES TO REG-PORT-ENCABEZADO
           MOVE "HDR" TO PH-TIPO
           MOVE WKS-JUEGO-FECHA TO PH-FECHA
           MOVE WKS-JUEGO-HORA TO PH-HORA
           MOVE WKS-AR-NOMBRE(WKS-AR-I) TO PH-ARCHIVO
           MOVE WKS-AR-SISTEMA(WKS-AR-I) TO PH-SISTEMA
           MOVE WKS-AR-ORG(WKS-AR-I) TO PH-ORGANIZACION
           MOVE WKS-AR-LONGITUD(WKS-AR-I) TO PH-LONGITUD
           MOVE WKS-AR-LLAVE(WKS-AR-I) TO PH-LLAVE
           MOVE WKS-EXISTE TO PH-EXISTE
           OPEN OUTPUT F-PORTATIL
           WRITE REG-PORT-ENCABEZADO
           IF WKS-EXISTE = 'S'
              MOVE ZERO TO WKS-FIN-DATOS
              PERFORM 00046-LEE-DATOS
              PERFORM 00012-DESCARGA-REGISTRO
                 UNTIL WKS-FIN-DATOS = 1
              PERFORM 00540-CIERRA-DATOS
           END-IF
           MOVE SPACES TO REG-PORT-CIERRE
           MOVE "TRL" TO PC-TIPO
           MOVE WKS-CT-DATOS TO PC-REGISTROS
           MOVE WKS-SD-1 TO PC-SUMA-1
           MOVE WKS-SD-2 TO PC-SUMA-2
           WRITE REG-PORT-CIERRE
           CLOSE F-PORTATIL
           IF WKS-FS-ERROR NOT = SPACES
              MOVE SPACES TO WKS-RESULTADO
              STRING "NO SE PUDO LEER, STATUS " WKS-FS-ERROR
                     DELIMITED BY SIZE INTO WKS-RESULTADO
              ADD 1 TO WKS-TOT-ERRORES
           ELSE
           IF WKS-EXISTE = 'N'
              MOVE "NO EXISTE; SE DESCARGA VACIO" TO WKS-RESULTADO
              ADD 1 TO WKS-TOT-OMITIDOS
           ELSE
              MOVE "DESCARGADO" TO WKS-RESULTADO
              ADD 1 TO WKS-TOT-OK
           END-IF
           END-IF
           PERFORM 00090-RENGLON-ARCHIVO
           ADD 1 TO WKS-AR-I.

       00012-DESCARGA-REGISTRO.
           MOVE SPACES TO REG-PORTATIL
           MOVE "DET" TO PT-TIPO
           MOVE WKS-REGISTRO TO PT-DATOS
           WRITE REG-PORTATIL
           PERFORM 00046-LEE-DATOS.

       00020-ABRE-PORTATIL.
      *Abre la descarga del archivo WKS-AR-I y revisa su
      *encabezado: debe ser de ese archivo, con el registro del
      *largo que hoy tiene y del mismo juego que la primera
      *descarga leida. Si no sirve la deja cerrada, con el motivo
      *en WKS-RESULTADO.
           MOVE ZERO TO WKS-PORT-OK
           MOVE SPACES TO WKS-PORT-EXISTE
           PERFORM 00004-NOMBRE-PORTATIL
           OPEN INPUT F-PORTATIL
           IF WKS-FS-PORTATIL NOT = '00'
              MOVE "NO HAY ARCHIVO DE DESCARGA" TO WKS-RESULTADO
           ELSE
              READ F-PORTATIL
                 AT END
                    MOVE SPACES TO REG-PORTATIL
              END-READ
              IF PH-TIPO NOT = "HDR"
                 MOVE "DESCARGA SIN ENCABEZADO" TO WKS-RESULTADO
              ELSE
              IF PH-ARCHIVO NOT = WKS-AR-NOMBRE(WKS-AR-I)
                 MOVE "LA DESCARGA ES DE OTRO ARCHIVO"
                      TO WKS-RESULTADO
              ELSE
              IF PH-LONGITUD NOT = WKS-AR-LONGITUD(WKS-AR-I)
                 MOVE "EL REGISTRO CAMBIO DE LARGO DESDE LA DESCARGA"
                      TO WKS-RESULTADO
              ELSE
              IF WKS-JUEGO-FIJO = 1
                 AND (PH-FECHA NOT = WKS-JUEGO-FECHA
                      OR PH-HORA NOT = WKS-JUEGO-HORA)
                 MOVE "LA DESCARGA ES DE OTRO JUEGO" TO WKS-RESULTADO
              ELSE
              IF PH-EXISTE = 'E'
                 MOVE "LA DESCARGA DE ESTE ARCHIVO FALLO"
                      TO WKS-RESULTADO
              ELSE
                 MOVE 1 TO WKS-PORT-OK
                 MOVE PH-EXISTE TO WKS-PORT-EXISTE
                 IF WKS-JUEGO-FIJO = 0
                    MOVE PH-FECHA TO WKS-JUEGO-FECHA
                    MOVE PH-HORA TO WKS-JUEGO-HORA
                    MOVE 1 TO WKS-JUEGO-FIJO
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              IF WKS-PORT-OK = 0
                 CLOSE F-PORTATIL
              END-IF
           END-IF.

       00030-COMPARA-TODOS.
           MOVE "COMPARACION" TO WKS-OPERACION-TXT
           PERFORM 00002-INICIA-REPORTE
           MOVE 1 TO WKS-AR-I
           PERFORM 00031-COMPARA-ARCHIVO
              UNTIL WKS-AR-I > WKS-AR-TOTAL
           PERFORM 00003-TERMINA-REPORTE.

       00031-COMPARA-ARCHIVO.
           MOVE ZERO TO WKS-CT-DATOS
           MOVE ZERO TO WKS-SD-1
           MOVE ZERO TO WKS-SD-2
           MOVE ZERO TO WKS-CT-DETALLE
           PERFORM 00032-COMPARA-CUERPO
           PERFORM 00090-RENGLON-ARCHIVO
           ADD 1 TO WKS-AR-I.

       00032-COMPARA-CUERPO.
      *Compara el archivo WKS-AR-I contra su descarga, registro por
      *registro en el orden de la llave, y lo cuenta como correcto,
      *con error o sin datos.
           PERFORM 00020-ABRE-PORTATIL
           IF WKS-PORT-OK = 0
              ADD 1 TO WKS-TOT-ERRORES
           ELSE
           IF WKS-PORT-EXISTE = 'N'
              CLOSE F-PORTATIL
              PERFORM 00500-ABRE-LECTURA
              IF WKS-FS-DATOS = '00'
                 PERFORM 00540-CIERRA-DATOS
                 MOVE "EXISTE Y NO EXISTIA AL DESCARGAR"
                      TO WKS-RESULTADO
                 ADD 1 TO WKS-TOT-ERRORES
              ELSE
                 MOVE "NO EXISTE, IGUAL QUE AL DESCARGAR"
                      TO WKS-RESULTADO
                 ADD 1 TO WKS-TOT-OMITIDOS
              END-IF
           ELSE
              PERFORM 00500-ABRE-LECTURA
              IF WKS-FS-DATOS NOT = '00'
                 CLOSE F-PORTATIL
                 MOVE SPACES TO WKS-RESULTADO
                 STRING "NO SE PUDO ABRIR, STATUS " WKS-FS-DATOS
                        DELIMITED BY SIZE INTO WKS-RESULTADO
                 ADD 1 TO WKS-TOT-ERRORES
              ELSE
                 PERFORM 00033-COMPARA-REGISTROS
                 PERFORM 00540-CIERRA-DATOS
                 CLOSE F-PORTATIL
                 PERFORM 00038-CALIFICA-COMPARACION
              END-IF
           END-IF
           END-IF.

       00033-COMPARA-REGISTROS.
      *Recorre la descarga y el archivo a la par. Con la misma llave
      *los registros deben ser iguales; la llave menor que falta del
      *otro lado es un registro perdido o sobrante. Los de texto,
      *sin llave, se comparan renglon por renglon.
           MOVE ZERO TO WKS-CT-PORT
           MOVE ZERO TO WKS-CT-DATOS
           MOVE ZERO TO WKS-CT-DIFS
           MOVE ZERO TO WKS-SP-1
           MOVE ZERO TO WKS-SP-2
           MOVE ZERO TO WKS-SD-1
           MOVE ZERO TO WKS-SD-2
           MOVE ZERO TO WKS-TRL-LEIDO
           MOVE ZERO TO WKS-RENGLONES-MALOS
           MOVE ZERO TO WKS-FIN-PORT
           MOVE ZERO TO WKS-FIN-DATOS
           MOVE SPACES TO WKS-FS-ERROR
           MOVE WKS-AR-LLAVE(WKS-AR-I) TO WKS-LLAVE-LARGO
           PERFORM 00044-SIGUIENTE-PORTATIL
           PERFORM 00046-LEE-DATOS
           PERFORM 00034-COMPARA-PASO
              UNTIL WKS-FIN-PORT = 1 AND WKS-FIN-DATOS = 1.

       00034-COMPARA-PASO.
           IF WKS-FIN-PORT = 1
              MOVE "SOBRA: NO ESTA EN LA DESCARGA" TO WKS-MOTIVO
              PERFORM 00036-DETALLE-DATOS
              PERFORM 00046-LEE-DATOS
           ELSE
           IF WKS-FIN-DATOS = 1
              MOVE "FALTA EN EL ARCHIVO" TO WKS-MOTIVO
              PERFORM 00035-DETALLE-PORTATIL
              PERFORM 00044-SIGUIENTE-PORTATIL
           ELSE
           IF WKS-LLAVE-LARGO = 0
              PERFORM 00037-COMPARA-IGUAL-LLAVE
           ELSE
           IF WKS-REG-PORT(1:WKS-LLAVE-LARGO) =
              WKS-REGISTRO(1:WKS-LLAVE-LARGO)
              PERFORM 00037-COMPARA-IGUAL-LLAVE
           ELSE
           IF WKS-REG-PORT(1:WKS-LLAVE-LARGO) <
              WKS-REGISTRO(1:WKS-LLAVE-LARGO)
              MOVE "FALTA EN EL ARCHIVO" TO WKS-MOTIVO
              PERFORM 00035-DETALLE-PORTATIL
              PERFORM 00044-SIGUIENTE-PORTATIL
           ELSE
              MOVE "SOBRA: NO ESTA EN LA DESCARGA" TO WKS-MOTIVO
              PERFORM 00036-DETALLE-DATOS
              PERFORM 00046-LEE-DATOS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       00035-DETALLE-PORTATIL.
           MOVE WKS-CT-PORT TO WKS-DET-RENGLON
           MOVE SPACES TO WKS-DET-LLAVE
           IF WKS-LLAVE-LARGO > 0
              MOVE WKS-REG-PORT(1:WKS-LLAVE-LARGO) TO WKS-DET-LLAVE
           END-IF
           PERFORM 00039-ESCRIBE-DETALLE.

       00036-DETALLE-DATOS.
           MOVE WKS-CT-DATOS TO WKS-DET-RENGLON
           MOVE SPACES TO WKS-DET-LLAVE
           IF WKS-LLAVE-LARGO > 0
              MOVE WKS-REGISTRO(1:WKS-LLAVE-LARGO) TO WKS-DET-LLAVE
           END-IF
           PERFORM 00039-ESCRIBE-DETALLE.

       00037-COMPARA-IGUAL-LLAVE.
           IF WKS-REG-PORT NOT = WKS-REGISTRO
              MOVE "EL REGISTRO DIFIERE DE LA DESCARGA" TO WKS-MOTIVO
              PERFORM 00035-DETALLE-PORTATIL
           END-IF
           PERFORM 00044-SIGUIENTE-PORTATIL
           PERFORM 00046-LEE-DATOS.

       00038-CALIFICA-COMPARACION.
      *Cuadra si la descarga esta completa (su cierre coincide con lo
      *leido de ella) y el archivo trae los mismos registros, con el
      *mismo numero y las mismas sumas que el cierre.
           IF WKS-TRL-LEIDO = 0
              MOVE "DESCARGA SIN CIERRE (INCOMPLETA)" TO WKS-RESULTADO
              ADD 1 TO WKS-TOT-ERRORES
           ELSE
           IF WKS-CT-PORT NOT = WKS-TRL-REGISTROS
              OR WKS-SP-1 NOT = WKS-TRL-SUMA-1
              OR WKS-SP-2 NOT = WKS-TRL-SUMA-2
              OR WKS-RENGLONES-MALOS > 0
              MOVE "LA DESCARGA NO CUADRA CONTRA SU CIERRE"
                   TO WKS-RESULTADO
              ADD 1 TO WKS-TOT-ERRORES
           ELSE
           IF WKS-FS-ERROR NOT = SPACES
              MOVE SPACES TO WKS-RESULTADO
              STRING "ERROR DE LECTURA, STATUS " WKS-FS-ERROR
                     DELIMITED BY SIZE INTO WKS-RESULTADO
              ADD 1 TO WKS-TOT-ERRORES
           ELSE
           IF WKS-CT-DIFS > 0
              OR WKS-CT-DATOS NOT = WKS-TRL-REGISTROS
              OR WKS-SD-1 NOT = WKS-TRL-SUMA-1
              OR WKS-SD-2 NOT = WKS-TRL-SUMA-2
              MOVE SPACES TO WKS-RESULTADO
              STRING WKS-CT-DIFS " DIFERENCIA(S) CONTRA LA DESCARGA"
                     DELIMITED BY SIZE INTO WKS-RESULTADO
              ADD 1 TO WKS-TOT-ERRORES
           ELSE
              MOVE "CUADRA CON LA DESCARGA" TO WKS-RESULTADO
              ADD 1 TO WKS-TOT-OK
           END-IF
           END-IF
           END-IF
           END-IF.

       00039-ESCRIBE-DETALLE.
      *Un renglon por registro que no cuadro, hasta veinte por
      *archivo; los demas solo se cuentan.
           ADD 1 TO WKS-CT-DIFS
           IF WKS-CT-DETALLE < 20
              MOVE SPACES TO REG-REPORTE
              STRING WKS-AR-I "    RENGLON " WKS-DET-RENGLON
                     " LLAVE " WKS-DET-LLAVE " " WKS-MOTIVO
                     DELIMITED BY SIZE INTO REG-REPORTE
              WRITE REG-REPORTE
              ADD 1 TO WKS-CT-DETALLE
           END-IF.

       00044-SIGUIENTE-PORTATIL.
      *Siguiente registro 'DET' de la descarga en WKS-REG-PORT.
           MOVE ZERO TO WKS-PORT-DET
           PERFORM 00045-LEE-PORTATIL
              UNTIL WKS-PORT-DET = 1 OR WKS-FIN-PORT = 1.

       00045-LEE-PORTATIL.
      *Lee un renglon de la descarga: un 'DET' se cuenta y se suma,
      *el 'TRL' deja sus cifras y termina, y cualquier otro renglon
      *se cuenta como no reconocido.
           READ F-PORTATIL
              AT END
                 MOVE 1 TO WKS-FIN-PORT
              NOT AT END
                 IF PT-TIPO = "DET"
                    MOVE PT-DATOS TO WKS-REG-PORT
                    ADD 1 TO WKS-CT-PORT
                    PERFORM 00060-SUMA-PORTATIL
                    MOVE 1 TO WKS-PORT-DET
                 ELSE
                 IF PT-TIPO = "TRL"
                    MOVE 1 TO WKS-TRL-LEIDO
                    MOVE PC-REGISTROS TO WKS-TRL-REGISTROS
                    MOVE PC-SUMA-1 TO WKS-TRL-SUMA-1
                    MOVE PC-SUMA-2 TO WKS-TRL-SUMA-2
                    MOVE 1 TO WKS-FIN-PORT
                 ELSE
                    ADD 1 TO WKS-RENGLONES-MALOS
                 END-IF
                 END-IF
           END-READ.

       00046-LEE-DATOS.
      *Siguiente registro del archivo de datos en WKS-REGISTRO,
      *contado y sumado. Un error de lectura termina el archivo y
      *deja su status en WKS-FS-ERROR.
           PERFORM 00520-LEE-DATOS
           IF WKS-FIN-DATOS = 0
              IF WKS-FS-DATOS(1:1) NOT = '0'
                 MOVE WKS-FS-DATOS TO WKS-FS-ERROR
                 MOVE 1 TO WKS-FIN-DATOS
              ELSE
                 ADD 1 TO WKS-CT-DATOS
                 PERFORM 00061-SUMA-DATOS
              END-IF
           END-IF.

       00050-RECARGA.
      *Recarga todo el juego o un solo archivo, con NOMINA cerrada y
      *autorizacion de supervisor. Cada archivo se reemplaza
      *completo, asi que ningun programa debe estar usandolo.
           MOVE 1 TO WKS-AR-DESDE
           MOVE WKS-AR-TOTAL TO WKS-AR-HASTA
           IF WKS-OPCION = 4
              DISPLAY "NUMERO DEL ARCHIVO A RECARGAR (VEA LA LISTA): "
              ACCEPT WKS-AR-DESDE
              MOVE WKS-AR-DESDE TO WKS-AR-HASTA
           END-IF
           IF WKS-AR-DESDE < 1 OR WKS-AR-DESDE > WKS-AR-TOTAL
              DISPLAY "ARCHIVO INVALIDO, VERIFIQUE."
           ELSE
              PERFORM 00070-REVISA-CANDADO
              IF WKS-CANDADO-LIBRE = 0
                 DISPLAY "CIERRE ESA SESION ANTES DE RECARGAR."
              ELSE
                 PERFORM 00072-AUTORIZA-SUPERVISOR
                 IF WKS-AUT-OK = 1
                    PERFORM 00051-RECARGA-CONFIRMA
                 END-IF
              END-IF
           END-IF.

       00051-RECARGA-CONFIRMA.
           IF WKS-AR-DESDE = WKS-AR-HASTA
              DISPLAY "SE REEMPLAZA " WKS-AR-NOMBRE(WKS-AR-DESDE)
                      " POR SU DESCARGA."
           ELSE
              DISPLAY "SE REEMPLAZAN LOS " WKS-AR-TOTAL
                      " ARCHIVOS DEL CATALOGO POR SU DESCARGA."
           END-IF
           DISPLAY "NINGUN PROGRAMA DEBE ESTAR USANDOLOS. CONFIRMA? "
                   "S.SI N.NO"
           ACCEPT WKS-CONFIRMA
           IF NOT WKS-CONFIRMA-SI
              DISPLAY "RECARGA CANCELADA; NO SE MODIFICO NADA."
           ELSE
              MOVE "RECARGA" TO WKS-OPERACION-TXT
              PERFORM 00002-INICIA-REPORTE
              MOVE WKS-AR-DESDE TO WKS-AR-I
              PERFORM 00052-RECARGA-ARCHIVO
                 UNTIL WKS-AR-I > WKS-AR-HASTA
              PERFORM 00003-TERMINA-REPORTE
           END-IF.

       00052-RECARGA-ARCHIVO.
      *Primero se lee la descarga completa: si no cuadra contra su
      *cierre el archivo vivo se queda como esta. Si cuadra, se crea
      *el archivo nuevo con ella y se compara contra la descarga.
           MOVE ZERO TO WKS-CT-DATOS
           MOVE ZERO TO WKS-SD-1
           MOVE ZERO TO WKS-SD-2
           MOVE ZERO TO WKS-CT-DETALLE
           PERFORM 00053-VALIDA-PORTATIL
           IF WKS-PORT-OK = 0
              ADD 1 TO WKS-TOT-ERRORES
           ELSE
           IF WKS-PORT-EXISTE = 'N'
              MOVE "NO EXISTIA AL DESCARGAR; NO SE RECARGA"
                   TO WKS-RESULTADO
              ADD 1 TO WKS-TOT-OMITIDOS
           ELSE
              PERFORM 00054-CARGA-REGISTROS
              PERFORM 00032-COMPARA-CUERPO
           END-IF
           END-IF
           PERFORM 00090-RENGLON-ARCHIVO
           ADD 1 TO WKS-AR-I.

       00053-VALIDA-PORTATIL.
           PERFORM 00020-ABRE-PORTATIL
           IF WKS-PORT-OK = 1
              IF WKS-PORT-EXISTE = 'S'
                 MOVE ZERO TO WKS-CT-PORT
                 MOVE ZERO TO WKS-SP-1
                 MOVE ZERO TO WKS-SP-2
                 MOVE ZERO TO WKS-TRL-LEIDO
                 MOVE ZERO TO WKS-RENGLONES-MALOS
                 MOVE ZERO TO WKS-FIN-PORT
                 PERFORM 00045-LEE-PORTATIL
                    UNTIL WKS-FIN-PORT = 1
                 IF WKS-TRL-LEIDO = 0
                    MOVE ZERO TO WKS-PORT-OK
                    MOVE "DESCARGA SIN CIERRE; NO SE RECARGA"
                         TO WKS-RESULTADO
                 ELSE
                 IF WKS-CT-PORT NOT = WKS-TRL-REGISTROS
                    OR WKS-SP-1 NOT = WKS-TRL-SUMA-1
                    OR WKS-SP-2 NOT = WKS-TRL-SUMA-2
                    OR WKS-RENGLONES-MALOS > 0
                    MOVE ZERO TO WKS-PORT-OK
                    MOVE "LA DESCARGA NO CUADRA; NO SE RECARGA"
                         TO WKS-RESULTADO
                 END-IF
                 END-IF
              END-IF
              CLOSE F-PORTATIL
           END-IF.

       00054-CARGA-REGISTROS.
      *Crea el archivo nuevo y lo llena con la descarga; cada
      *registro que no se puede grabar queda en el reporte con su
      *status, y la comparacion lo contara como faltante.
           PERFORM 00020-ABRE-PORTATIL
           PERFORM 00510-ABRE-ESCRITURA
           IF WKS-FS-DATOS NOT = '00'
              MOVE ZERO TO WKS-CT-PORT
              MOVE SPACES TO WKS-MOTIVO
              STRING "NO SE PUDO CREAR EL ARCHIVO, STATUS "
                     WKS-FS-DATOS DELIMITED BY SIZE INTO WKS-MOTIVO
              MOVE ZERO TO WKS-LLAVE-LARGO
              PERFORM 00035-DETALLE-PORTATIL
           ELSE
              MOVE ZERO TO WKS-CT-PORT
              MOVE ZERO TO WKS-CT-RECHAZOS
              MOVE ZERO TO WKS-FIN-PORT
              MOVE WKS-AR-LLAVE(WKS-AR-I) TO WKS-LLAVE-LARGO
              PERFORM 00044-SIGUIENTE-PORTATIL
              PERFORM 00055-GRABA-REGISTRO
                 UNTIL WKS-FIN-PORT = 1
              PERFORM 00540-CIERRA-DATOS
           END-IF
           CLOSE F-PORTATIL.

       00055-GRABA-REGISTRO.
           MOVE WKS-REG-PORT TO WKS-REGISTRO
           PERFORM 00530-GRABA-DATOS
           IF WKS-FS-DATOS(1:1) NOT = '0'
              ADD 1 TO WKS-CT-RECHAZOS
              MOVE SPACES TO WKS-MOTIVO
              STRING "NO SE PUDO GRABAR, STATUS " WKS-FS-DATOS
                     DELIMITED BY SIZE INTO WKS-MOTIVO
              PERFORM 00035-DETALLE-PORTATIL
           END-IF
           PERFORM 00044-SIGUIENTE-PORTATIL.

       00060-SUMA-PORTATIL.
           MOVE WKS-SP-1 TO WKS-SU-1
           MOVE WKS-SP-2 TO WKS-SU-2
           MOVE WKS-REG-PORT TO WKS-SU-LINEA
           PERFORM 00065-SUMA-RENGLON
           MOVE WKS-SU-1 TO WKS-SP-1
           MOVE WKS-SU-2 TO WKS-SP-2.

       00061-SUMA-DATOS.
           MOVE WKS-SD-1 TO WKS-SU-1
           MOVE WKS-SD-2 TO WKS-SU-2
           MOVE WKS-REGISTRO TO WKS-SU-LINEA
           PERFORM 00065-SUMA-RENGLON
           MOVE WKS-SU-1 TO WKS-SD-1
           MOVE WKS-SU-2 TO WKS-SD-2.

       00065-SUMA-RENGLON.
      *Pasa por las dos sumas de control los caracteres del registro
      *(sin los blancos del final, que el archivo de texto no
      *guarda) y un fin de renglon, igual que el archivador.
           MOVE FUNCTION REVERSE(WKS-SU-LINEA) TO WKS-SU-REVES
           MOVE ZERO TO WKS-SU-BLANCOS
           INSPECT WKS-SU-REVES TALLYING WKS-SU-BLANCOS
                   FOR LEADING SPACES
           COMPUTE WKS-SU-LARGO = 3576 - WKS-SU-BLANCOS
           MOVE 1 TO WKS-SU-K
           PERFORM 00066-SUMA-CARACTER
              UNTIL WKS-SU-K > WKS-SU-LARGO
           MOVE 10 TO WKS-SU-VALOR
           PERFORM 00067-ACUMULA-VALOR.

       00066-SUMA-CARACTER.
           COMPUTE WKS-SU-VALOR =
                   FUNCTION ORD(WKS-SU-LINEA(WKS-SU-K:1))
           PERFORM 00067-ACUMULA-VALOR
           ADD 1 TO WKS-SU-K.

       00067-ACUMULA-VALOR.
           ADD WKS-SU-VALOR TO WKS-SU-1
           IF WKS-SU-1 NOT < 65521
              SUBTRACT 65521 FROM WKS-SU-1
           END-IF
           ADD WKS-SU-1 TO WKS-SU-2
           IF WKS-SU-2 NOT < 65521
              SUBTRACT 65521 FROM WKS-SU-2
           END-IF.

       00070-REVISA-CANDADO.
      *Con el candado de NOMINA tomado hay una sesion capturando.
           MOVE 1 TO WKS-CANDADO-LIBRE
           OPEN INPUT F-CANDADO
           IF WKS-FS-CANDADO = '00'
              READ F-CANDADO
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE ZERO TO WKS-CANDADO-LIBRE
                    DISPLAY "NOMINA ESTA ABIERTA POR EL OPERADOR "
                            CD-OPERADOR " DESDE " CD-FECHA " "
                            CD-HORA
              END-READ
              CLOSE F-CANDADO
           END-IF.

       00072-AUTORIZA-SUPERVISOR.
      *Clave y contrasena de un operador de NOMINA con perfil de
      *supervisor, como en CALCULADOR-IVA. En un equipo nuevo
      *todavia no hay catalogo de operadores: entonces se busca en
      *su descarga, que es el que va a quedar.
           MOVE ZERO TO WKS-AUT-OK
           DISPLAY "AUTORIZACION DE SUPERVISOR - CLAVE: "
           ACCEPT WKS-AUT-ID
           DISPLAY "CONTRASENA: "
           ACCEPT WKS-AUT-PWD
           MOVE SPACES TO WKS-OPER-VISTA
           OPEN INPUT F-OPERADORES
           IF WKS-FS-OPERADORES = '00'
              MOVE WKS-AUT-ID TO OV-ID
              READ F-OPERADORES INTO WKS-OPER-VISTA
                 INVALID KEY
                    MOVE SPACES TO WKS-OPER-VISTA
              END-READ
              CLOSE F-OPERADORES
           ELSE
              PERFORM 00074-BUSCA-OPER-DESCARGA
           END-IF
           IF WKS-OV-ID = SPACES
              OR WKS-OV-ID NOT = WKS-AUT-ID
              OR WKS-OV-PASSWORD NOT = WKS-AUT-PWD
              OR WKS-OV-BLOQUEADO = 'B'
              DISPLAY "OPERADOR O CONTRASENA INCORRECTOS."
           ELSE
           IF WKS-OV-PERFIL NOT = 'S'
              DISPLAY "SE REQUIERE UN OPERADOR CON PERFIL "
                      "DE SUPERVISOR."
           ELSE
              MOVE 1 TO WKS-AUT-OK
           END-IF
           END-IF.

       00074-BUSCA-OPER-DESCARGA.
           MOVE "NOMINA-OPERADORES.DAT" TO WKS-AR-BUSCA
           PERFORM 00007-BUSCA-CATALOGO
           IF WKS-AR-I > 0
              PERFORM 00004-NOMBRE-PORTATIL
              OPEN INPUT F-PORTATIL
              IF WKS-FS-PORTATIL = '00'
                 MOVE ZERO TO WKS-FIN-PORT
                 PERFORM 00075-OPER-RENGLON
                    UNTIL WKS-FIN-PORT = 1
                 CLOSE F-PORTATIL
              END-IF
           END-IF.

       00075-OPER-RENGLON.
           READ F-PORTATIL
              AT END
                 MOVE 1 TO WKS-FIN-PORT
              NOT AT END
                 IF PT-TIPO = "DET"
                    AND PT-DATOS(1:8) = WKS-AUT-ID
                    MOVE PT-DATOS TO WKS-OPER-VISTA
                    MOVE 1 TO WKS-FIN-PORT
                 END-IF
           END-READ.

       00090-RENGLON-ARCHIVO.
      *Renglon del archivo en curso: registros y sumas del archivo
      *de datos y el resultado.
           MOVE WKS-SD-1 TO WKS-FMT-SUMA-1
           MOVE WKS-SD-2 TO WKS-FMT-SUMA-2
           MOVE SPACES TO REG-REPORTE
           STRING WKS-AR-I " " WKS-AR-NOMBRE(WKS-AR-I) " "
                  WKS-AR-SISTEMA(WKS-AR-I) "  " WKS-CT-DATOS "  "
                  WKS-FMT-SUMA-1 "-" WKS-FMT-SUMA-2 "  "
                  WKS-RESULTADO
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WKS-TOT-ARCHIVOS
           ADD WKS-CT-DATOS TO WKS-TOT-REGISTROS.

      *Operaciones sobre el archivo de datos WKS-AR-I del catalogo,
      *todas con el status en WKS-FS-DATOS.
       00500-ABRE-LECTURA.
           IF WKS-AR-I = 1
              OPEN INPUT F-DAT001
           END-IF
           IF WKS-AR-I = 2
              OPEN INPUT F-DAT002
           END-IF
           IF WKS-AR-I = 3
              OPEN INPUT F-DAT003
           END-IF
           IF WKS-AR-I = 4
              OPEN INPUT F-DAT004
           END-IF
           IF WKS-AR-I = 5
              OPEN INPUT F-DAT005
           END-IF
           IF WKS-AR-I = 6
              OPEN INPUT F-DAT006
           END-IF
           IF WKS-AR-I = 7
              OPEN INPUT F-DAT007
           END-IF
           IF WKS-AR-I = 8
              OPEN INPUT F-DAT008
           END-IF
           IF WKS-AR-I = 9
              OPEN INPUT F-DAT009
           END-IF
           IF WKS-AR-I = 10
              OPEN INPUT F-DAT010
           END-IF
           IF WKS-AR-I = 11
              OPEN INPUT F-DAT011
           END-IF
           IF WKS-AR-I = 12
              OPEN INPUT F-DAT012
           END-IF
           IF WKS-AR-I = 13
              OPEN INPUT F-DAT013
           END-IF
           IF WKS-AR-I = 14
              OPEN INPUT F-DAT014
           END-IF
           IF WKS-AR-I = 15
              OPEN INPUT F-DAT015
           END-IF
           IF WKS-AR-I = 16
              OPEN INPUT F-DAT016
           END-IF
           IF WKS-AR-I = 17
              OPEN INPUT F-DAT017
           END-IF
           IF WKS-AR-I = 18
              OPEN INPUT F-DAT018
           END-IF
           IF WKS-AR-I = 19
              OPEN INPUT F-DAT019
           END-IF
           IF WKS-AR-I = 20
              OPEN INPUT F-DAT020
           END-IF
           IF WKS-AR-I = 21
              OPEN INPUT F-DAT021
           END-IF
           IF WKS-AR-I = 22
              OPEN INPUT F-DAT022
           END-IF
           IF WKS-AR-I = 23
              OPEN INPUT F-DAT023
           END-IF
           IF WKS-AR-I = 24
              OPEN INPUT F-DAT024
           END-IF
           IF WKS-AR-I = 25
              OPEN INPUT F-DAT025
           END-IF
           IF WKS-AR-I = 26
              OPEN INPUT F-DAT026
           END-IF
           IF WKS-AR-I = 27
              OPEN INPUT F-DAT027
           END-IF
           IF WKS-AR-I = 28
              OPEN INPUT F-DAT028
           END-IF
           IF WKS-AR-I = 29
              OPEN INPUT F-DAT029
           END-IF
           IF WKS-AR-I = 30
              OPEN INPUT F-DAT030
           END-IF
           IF WKS-AR-I = 31
              OPEN INPUT F-DAT031
           END-IF
           IF WKS-AR-I = 32
              OPEN INPUT F-DAT032
           END-IF
           IF WKS-AR-I = 33
              OPEN INPUT F-DAT033
           END-IF
           IF WKS-AR-I = 34
              OPEN INPUT F-DAT034
           END-IF
           IF WKS-AR-I = 35
              OPEN INPUT F-DAT035
           END-IF
           IF WKS-AR-I = 36
              OPEN INPUT F-DAT036
           END-IF
           IF WKS-AR-I = 37
              OPEN INPUT F-DAT037
           END-IF
           IF WKS-AR-I = 38
              OPEN INPUT F-DAT038
           END-IF
           IF WKS-AR-I = 39
              OPEN INPUT F-DAT039
           END-IF
           IF WKS-AR-I = 40
              OPEN INPUT F-DAT040
           END-IF
           IF WKS-AR-I = 41
              OPEN INPUT F-DAT041
           END-IF
           IF WKS-AR-I = 42
              OPEN INPUT F-DAT042
           END-IF
           IF WKS-AR-I = 43
              OPEN INPUT F-DAT043
           END-IF
           IF WKS-AR-I = 44
              OPEN INPUT F-DAT044
           END-IF
           IF WKS-AR-I = 45
              OPEN INPUT F-DAT045
           END-IF
           IF WKS-AR-I = 46
              OPEN INPUT F-DAT046
           END-IF
           IF WKS-AR-I = 47
              OPEN INPUT F-DAT047
           END-IF
           IF WKS-AR-I = 48
              OPEN INPUT F-DAT048
           END-IF
           IF WKS-AR-I = 49
              OPEN INPUT F-DAT049
           END-IF
           IF WKS-AR-I = 50
              OPEN INPUT F-DAT050
           END-IF
           IF WKS-AR-I = 51
              OPEN INPUT F-DAT051
           END-IF
           IF WKS-AR-I = 52
              OPEN INPUT F-DAT052
           END-IF
           IF WKS-AR-I = 53
              OPEN INPUT F-DAT053
           END-IF
           IF WKS-AR-I = 54
              OPEN INPUT F-DAT054
           END-IF
           IF WKS-AR-I = 55
              OPEN INPUT F-DAT055
           END-IF
           IF WKS-AR-I = 56
              OPEN INPUT F-DAT056
           END-IF
           IF WKS-AR-I = 57
              OPEN INPUT F-DAT057
           END-IF
           IF WKS-AR-I = 58
              OPEN INPUT F-DAT058
           END-IF
           IF WKS-AR-I = 59
              OPEN INPUT F-DAT059
           END-IF
           IF WKS-AR-I = 60
              OPEN INPUT F-DAT060
           END-IF
           IF WKS-AR-I = 61
              OPEN INPUT F-DAT061
           END-IF
           IF WKS-AR-I = 62
              OPEN INPUT F-DAT062
           END-IF
           IF WKS-AR-I = 63
              OPEN INPUT F-DAT063
           END-IF
           IF WKS-AR-I = 64
              OPEN INPUT F-DAT064
           END-IF
           IF WKS-AR-I = 65
              OPEN INPUT F-DAT065
           END-IF
           IF WKS-AR-I = 66
              OPEN INPUT F-DAT066
           END-IF
           IF WKS-AR-I = 67
              OPEN INPUT F-DAT067
           END-IF
           IF WKS-AR-I = 68
              OPEN INPUT F-DAT068
           END-IF
           IF WKS-AR-I = 69
              OPEN INPUT F-DAT069
           END-IF
           IF WKS-AR-I = 70
              OPEN INPUT F-DAT070
           END-IF
           IF WKS-AR-I = 71
              OPEN INPUT F-DAT071
           END-IF
           IF WKS-AR-I = 72
              OPEN INPUT F-DAT072
           END-IF
           IF WKS-AR-I = 73
              OPEN INPUT F-DAT073
           END-IF
           IF WKS-AR-I = 74
              OPEN INPUT F-DAT074
           END-IF
           IF WKS-AR-I = 75
              OPEN INPUT F-DAT075
           END-IF
           IF WKS-AR-I = 76
              OPEN INPUT F-DAT076
           END-IF
           IF WKS-AR-I = 77
              OPEN INPUT F-DAT077
           END-IF
           IF WKS-AR-I = 78
              OPEN INPUT F-DAT078
           END-IF
           IF WKS-AR-I = 79
              OPEN INPUT F-DAT079
           END-IF
           IF WKS-AR-I = 80
              OPEN INPUT F-DAT080
           END-IF
           IF WKS-AR-I = 81
              OPEN INPUT F-DAT081
           END-IF
           IF WKS-AR-I = 82
              OPEN INPUT F-DAT082
           END-IF
           IF WKS-AR-I = 83
              OPEN INPUT F-DAT083
           END-IF
           IF WKS-AR-I = 84
              OPEN INPUT F-DAT084
           END-IF
           IF WKS-AR-I = 85
              OPEN INPUT F-DAT085
           END-IF
           IF WKS-AR-I = 86
              OPEN INPUT F-DAT086
           END-IF
           IF WKS-AR-I = 87
              OPEN INPUT F-DAT087
           END-IF
           IF WKS-AR-I = 88
              OPEN INPUT F-DAT088
           END-IF
           IF WKS-AR-I = 89
              OPEN INPUT F-DAT089
           END-IF
           IF WKS-AR-I = 90
              OPEN INPUT F-DAT090
           END-IF
           IF WKS-AR-I = 91
              OPEN INPUT F-DAT091
           END-IF
           IF WKS-AR-I = 92
              OPEN INPUT F-DAT092
           END-IF
           IF WKS-AR-I = 93
              OPEN INPUT F-DAT093
           END-IF
           IF WKS-AR-I = 94
              OPEN INPUT F-DAT094
           END-IF
           IF WKS-AR-I = 95
              OPEN INPUT F-DAT095
           END-IF
           IF WKS-AR-I = 96
              OPEN INPUT F-DAT096
           END-IF
           IF WKS-AR-I = 97
              OPEN INPUT F-DAT097
           END-IF
           IF WKS-AR-I = 98
              OPEN INPUT F-DAT098
           END-IF
           IF WKS-AR-I = 99
              OPEN INPUT F-DAT099
           END-IF
           IF WKS-AR-I = 100
              OPEN INPUT F-DAT100
           END-IF
           IF WKS-AR-I = 101
              OPEN INPUT F-DAT101
           END-IF
           IF WKS-AR-I = 102
              OPEN INPUT F-DAT102
           END-IF
           IF WKS-AR-I = 103
              OPEN INPUT F-DAT103
           END-IF
           IF WKS-AR-I = 104
              OPEN INPUT F-DAT104
           END-IF
           IF WKS-AR-I = 105
              OPEN INPUT F-DAT105
           END-IF
           IF WKS-AR-I = 106
              OPEN INPUT F-DAT106
           END-IF
           IF WKS-AR-I = 107
              OPEN INPUT F-DAT107
           END-IF
           IF WKS-AR-I = 108
              OPEN INPUT F-DAT108
           END-IF
           IF WKS-AR-I = 109
              OPEN INPUT F-DAT109
           END-IF
           IF WKS-AR-I = 110
              OPEN INPUT F-DAT110
           END-IF
           IF WKS-AR-I = 111
              OPEN INPUT F-DAT111
           END-IF
           IF WKS-AR-I = 112
              OPEN INPUT F-DAT112
           END-IF
           IF WKS-AR-I = 113
              OPEN INPUT F-DAT113
           END-IF
           IF WKS-AR-I = 114
              OPEN INPUT F-DAT114
           END-IF.

       00510-ABRE-ESCRITURA.
           IF WKS-AR-I = 1
              OPEN OUTPUT F-DAT001
           END-IF
           IF WKS-AR-I = 2
              OPEN OUTPUT F-DAT002
           END-IF
           IF WKS-AR-I = 3
              OPEN OUTPUT F-DAT003
           END-IF
           IF WKS-AR-I = 4
              OPEN OUTPUT F-DAT004
           END-IF
           IF WKS-AR-I = 5
              OPEN OUTPUT F-DAT005
           END-IF
           IF WKS-AR-I = 6
              OPEN OUTPUT F-DAT006
           END-IF
           IF WKS-AR-I = 7
              OPEN OUTPUT F-DAT007
           END-IF
           IF WKS-AR-I = 8
              OPEN OUTPUT F-DAT008
           END-IF
           IF WKS-AR-I = 9
              OPEN OUTPUT F-DAT009
           END-IF
           IF WKS-AR-I = 10
              OPEN OUTPUT F-DAT010
           END-IF
           IF WKS-AR-I = 11
              OPEN OUTPUT F-DAT011
           END-IF
           IF WKS-AR-I = 12
              OPEN OUTPUT F-DAT012
           END-IF
           IF WKS-AR-I = 13
              OPEN OUTPUT F-DAT013
           END-IF
           IF WKS-AR-I = 14
              OPEN OUTPUT F-DAT014
           END-IF
           IF WKS-AR-I = 15
              OPEN OUTPUT F-DAT015
           END-IF
           IF WKS-AR-I = 16
              OPEN OUTPUT F-DAT016
           END-IF
           IF WKS-AR-I = 17
              OPEN OUTPUT F-DAT017
           END-IF
           IF WKS-AR-I = 18
              OPEN OUTPUT F-DAT018
           END-IF
           IF WKS-AR-I = 19
              OPEN OUTPUT F-DAT019
           END-IF
           IF WKS-AR-I = 20
              OPEN OUTPUT F-DAT020
           END-IF
           IF WKS-AR-I = 21
              OPEN OUTPUT F-DAT021
           END-IF
           IF WKS-AR-I = 22
              OPEN OUTPUT F-DAT022
           END-IF
           IF WKS-AR-I = 23
              OPEN OUTPUT F-DAT023
           END-IF
           IF WKS-AR-I = 24
              OPEN OUTPUT F-DAT024
           END-IF
           IF WKS-AR-I = 25
              OPEN OUTPUT F-DAT025
           END-IF
           IF WKS-AR-I = 26
              OPEN OUTPUT F-DAT026
           END-IF
           IF WKS-AR-I = 27
              OPEN OUTPUT F-DAT027
           END-IF
           IF WKS-AR-I = 28
              OPEN OUTPUT F-DAT028
           END-IF
           IF WKS-AR-I = 29
              OPEN OUTPUT F-DAT029
           END-IF
           IF WKS-AR-I = 30
              OPEN OUTPUT F-DAT030
           END-IF
           IF WKS-AR-I = 31
              OPEN OUTPUT F-DAT031
           END-IF
           IF WKS-AR-I = 32
              OPEN OUTPUT F-DAT032
           END-IF
           IF WKS-AR-I = 33
              OPEN OUTPUT F-DAT033
           END-IF
           IF WKS-AR-I = 34
              OPEN OUTPUT F-DAT034
           END-IF
           IF WKS-AR-I = 35
              OPEN OUTPUT F-DAT035
           END-IF
           IF WKS-AR-I = 36
              OPEN OUTPUT F-DAT036
           END-IF
           IF WKS-AR-I = 37
              OPEN OUTPUT F-DAT037
           END-IF
           IF WKS-AR-I = 38
              OPEN OUTPUT F-DAT038
           END-IF
           IF WKS-AR-I = 39
              OPEN OUTPUT F-DAT039
           END-IF
           IF WKS-AR-I = 40
              OPEN OUTPUT F-DAT040
           END-IF
           IF WKS-AR-I = 41
              OPEN OUTPUT F-DAT041
           END-IF
           IF WKS-AR-I = 42
              OPEN OUTPUT F-DAT042
           END-IF
           IF WKS-AR-I = 43
              OPEN OUTPUT F-DAT043
           END-IF
           IF WKS-AR-I = 44
              OPEN OUTPUT F-DAT044
           END-IF
           IF WKS-AR-I = 45
              OPEN OUTPUT F-DAT045
           END-IF
           IF WKS-AR-I = 46
              OPEN OUTPUT F-DAT046
           END-IF
           IF WKS-AR-I = 47
              OPEN OUTPUT F-DAT047
           END-IF
           IF WKS-AR-I = 48
              OPEN OUTPUT F-DAT048
           END-IF
           IF WKS-AR-I = 49
              OPEN OUTPUT F-DAT049
           END-IF
           IF WKS-AR-I = 50
              OPEN OUTPUT F-DAT050
           END-IF
           IF WKS-AR-I = 51
              OPEN OUTPUT F-DAT051
           END-IF
           IF WKS-AR-I = 52
              OPEN OUTPUT F-DAT052
           END-IF
           IF WKS-AR-I = 53
              OPEN OUTPUT F-DAT053
           END-IF
           IF WKS-AR-I = 54
              OPEN OUTPUT F-DAT054
           END-IF
           IF WKS-AR-I = 55
              OPEN OUTPUT F-DAT055
           END-IF
           IF WKS-AR-I = 56
              OPEN OUTPUT F-DAT056
           END-IF
           IF WKS-AR-I = 57
              OPEN OUTPUT F-DAT057
           END-IF
           IF WKS-AR-I = 58
              OPEN OUTPUT F-DAT058
           END-IF
           IF WKS-AR-I = 59
              OPEN OUTPUT F-DAT059
           END-IF
           IF WKS-AR-I = 60
              OPEN OUTPUT F-DAT060
           END-IF
           IF WKS-AR-I = 61
              OPEN OUTPUT F-DAT061
           END-IF
           IF WKS-AR-I = 62
              OPEN OUTPUT F-DAT062
           END-IF
           IF WKS-AR-I = 63
              OPEN OUTPUT F-DAT063
           END-IF
           IF WKS-AR-I = 64
              OPEN OUTPUT F-DAT064
           END-IF
           IF WKS-AR-I = 65
              OPEN OUTPUT F-DAT065
           END-IF
           IF WKS-AR-I = 66
              OPEN OUTPUT F-DAT066
           END-IF
           IF WKS-AR-I = 67
              OPEN OUTPUT F-DAT067
           END-IF
           IF WKS-AR-I = 68
              OPEN OUTPUT F-DAT068
           END-IF
           IF WKS-AR-I = 69
              OPEN OUTPUT F-DAT069
           END-IF
           IF WKS-AR-I = 70
              OPEN OUTPUT F-DAT070
           END-IF
           IF WKS-AR-I = 71
              OPEN OUTPUT F-DAT071
           END-IF
           IF WKS-AR-I = 72
              OPEN OUTPUT F-DAT072
           END-IF
           IF WKS-AR-I = 73
              OPEN OUTPUT F-DAT073
           END-IF
           IF WKS-AR-I = 74
              OPEN OUTPUT F-DAT074
           END-IF
           IF WKS-AR-I = 75
              OPEN OUTPUT F-DAT075
           END-IF
           IF WKS-AR-I = 76
              OPEN OUTPUT F-DAT076
           END-IF
           IF WKS-AR-I = 77
              OPEN OUTPUT F-DAT077
           END-IF
           IF WKS-AR-I = 78
              OPEN OUTPUT F-DAT078
           END-IF
           IF WKS-AR-I = 79
              OPEN OUTPUT F-DAT079
           END-IF
           IF WKS-AR-I = 80
              OPEN OUTPUT F-DAT080
           END-IF
           IF WKS-AR-I = 81
              OPEN OUTPUT F-DAT081
           END-IF
           IF WKS-AR-I = 82
              OPEN OUTPUT F-DAT082
           END-IF
           IF WKS-AR-I = 83
              OPEN OUTPUT F-DAT083
           END-IF
           IF WKS-AR-I = 84
              OPEN OUTPUT F-DAT084
           END-IF
           IF WKS-AR-I = 85
              OPEN OUTPUT F-DAT085
           END-IF
           IF WKS-AR-I = 86
              OPEN OUTPUT F-DAT086
           END-IF
           IF WKS-AR-I = 87
              OPEN OUTPUT F-DAT087
           END-IF
           IF WKS-AR-I = 88
              OPEN OUTPUT F-DAT088
           END-IF
           IF WKS-AR-I = 89
              OPEN OUTPUT F-DAT089
           END-IF
           IF WKS-AR-I = 90
              OPEN OUTPUT F-DAT090
           END-IF
           IF WKS-AR-I = 91
              OPEN OUTPUT F-DAT091
           END-IF
           IF WKS-AR-I = 92
              OPEN OUTPUT F-DAT092
           END-IF
           IF WKS-AR-I = 93
              OPEN OUTPUT F-DAT093
           END-IF
           IF WKS-AR-I = 94
              OPEN OUTPUT F-DAT094
           END-IF
           IF WKS-AR-I = 95
              OPEN OUTPUT F-DAT095
           END-IF
           IF WKS-AR-I = 96
              OPEN OUTPUT F-DAT096
           END-IF
           IF WKS-AR-I = 97
              OPEN OUTPUT F-DAT097
           END-IF
           IF WKS-AR-I = 98
              OPEN OUTPUT F-DAT098
           END-IF
           IF WKS-AR-I = 99
              OPEN OUTPUT F-DAT099
           END-IF
           IF WKS-AR-I = 100
              OPEN OUTPUT F-DAT100
           END-IF
           IF WKS-AR-I = 101
              OPEN OUTPUT F-DAT101
           END-IF
           IF WKS-AR-I = 102
              OPEN OUTPUT F-DAT102
           END-IF
           IF WKS-AR-I = 103
              OPEN OUTPUT F-DAT103
           END-IF
           IF WKS-AR-I = 104
              OPEN OUTPUT F-DAT104
           END-IF
           IF WKS-AR-I = 105
              OPEN OUTPUT F-DAT105
           END-IF
           IF WKS-AR-I = 106
              OPEN OUTPUT F-DAT106
           END-IF
           IF WKS-AR-I = 107
              OPEN OUTPUT F-DAT107
           END-IF
           IF WKS-AR-I = 108
              OPEN OUTPUT F-DAT108
           END-IF
           IF WKS-AR-I = 109
              OPEN OUTPUT F-DAT109
           END-IF
           IF WKS-AR-I = 110
              OPEN OUTPUT F-DAT110
           END-IF
           IF WKS-AR-I = 111
              OPEN OUTPUT F-DAT111
           END-IF
           IF WKS-AR-I = 112
              OPEN OUTPUT F-DAT112
           END-IF
           IF WKS-AR-I = 113
              OPEN OUTPUT F-DAT113
           END-IF
           IF WKS-AR-I = 114
              OPEN OUTPUT F-DAT114
           END-IF.

       00520-LEE-DATOS.
           IF WKS-AR-I = 1
              READ F-DAT001 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 2
              READ F-DAT002 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 3
              READ F-DAT003 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 4
              READ F-DAT004 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 5
              READ F-DAT005 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 6
              READ F-DAT006 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 7
              READ F-DAT007 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 8
              READ F-DAT008 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 9
              READ F-DAT009 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 10
              READ F-DAT010 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 11
              READ F-DAT011 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 12
              READ F-DAT012 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 13
              READ F-DAT013 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 14
              READ F-DAT014 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 15
              READ F-DAT015 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 16
              READ F-DAT016 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 17
              READ F-DAT017 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 18
              READ F-DAT018 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 19
              READ F-DAT019 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 20
              READ F-DAT020 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 21
              READ F-DAT021 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 22
              READ F-DAT022 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 23
              READ F-DAT023 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 24
              READ F-DAT024 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 25
              READ F-DAT025 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 26
              READ F-DAT026 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 27
              READ F-DAT027 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 28
              READ F-DAT028 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 29
              READ F-DAT029 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 30
              READ F-DAT030 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 31
              READ F-DAT031 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 32
              READ F-DAT032 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 33
              READ F-DAT033 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 34
              READ F-DAT034 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 35
              READ F-DAT035 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 36
              READ F-DAT036 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 37
              READ F-DAT037 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 38
              READ F-DAT038 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 39
              READ F-DAT039 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 40
              READ F-DAT040 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 41
              READ F-DAT041 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 42
              READ F-DAT042 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 43
              READ F-DAT043 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 44
              READ F-DAT044 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 45
              READ F-DAT045 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 46
              READ F-DAT046 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 47
              READ F-DAT047 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 48
              READ F-DAT048 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 49
              READ F-DAT049 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 50
              READ F-DAT050 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 51
              READ F-DAT051 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 52
              READ F-DAT052 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 53
              READ F-DAT053 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 54
              READ F-DAT054 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 55
              READ F-DAT055 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 56
              READ F-DAT056 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 57
              READ F-DAT057 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 58
              READ F-DAT058 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 59
              READ F-DAT059 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 60
              READ F-DAT060 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 61
              READ F-DAT061 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 62
              READ F-DAT062 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 63
              READ F-DAT063 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 64
              READ F-DAT064 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 65
              READ F-DAT065 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 66
              READ F-DAT066 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 67
              READ F-DAT067 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 68
              READ F-DAT068 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 69
              READ F-DAT069 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 70
              READ F-DAT070 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 71
              READ F-DAT071 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 72
              READ F-DAT072 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 73
              READ F-DAT073 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 74
              READ F-DAT074 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 75
              READ F-DAT075 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 76
              READ F-DAT076 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 77
              READ F-DAT077 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 78
              READ F-DAT078 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 79
              READ F-DAT079 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 80
              READ F-DAT080 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 81
              READ F-DAT081 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 82
              READ F-DAT082 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 83
              READ F-DAT083 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 84
              READ F-DAT084 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 85
              READ F-DAT085 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 86
              READ F-DAT086 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 87
              READ F-DAT087 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 88
              READ F-DAT088 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 89
              READ F-DAT089 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 90
              READ F-DAT090 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 91
              READ F-DAT091 INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 92
              READ F-DAT092 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 93
              READ F-DAT093 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 94
              READ F-DAT094 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 95
              READ F-DAT095 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 96
              READ F-DAT096 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 97
              READ F-DAT097 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 98
              READ F-DAT098 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 99
              READ F-DAT099 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 100
              READ F-DAT100 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 101
              READ F-DAT101 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 102
              READ F-DAT102 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 103
              READ F-DAT103 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 104
              READ F-DAT104 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 105
              READ F-DAT105 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 106
              READ F-DAT106 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 107
              READ F-DAT107 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 108
              READ F-DAT108 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 109
              READ F-DAT109 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 110
              READ F-DAT110 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 111
              READ F-DAT111 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 112
              READ F-DAT112 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 113
              READ F-DAT113 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF
           IF WKS-AR-I = 114
              READ F-DAT114 NEXT RECORD INTO WKS-REGISTRO
                 AT END
                    MOVE 1 TO WKS-FIN-DATOS
              END-READ
           END-IF.

       00530-GRABA-DATOS.
           IF WKS-AR-I = 1
              WRITE REG-DAT001 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 2
              WRITE REG-DAT002 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 3
              WRITE REG-DAT003 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 4
              WRITE REG-DAT004 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 5
              WRITE REG-DAT005 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 6
              WRITE REG-DAT006 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 7
              WRITE REG-DAT007 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 8
              WRITE REG-DAT008 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 9
              WRITE REG-DAT009 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 10
              WRITE REG-DAT010 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 11
              WRITE REG-DAT011 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 12
              WRITE REG-DAT012 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 13
              WRITE REG-DAT013 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 14
              WRITE REG-DAT014 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 15
              WRITE REG-DAT015 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 16
              WRITE REG-DAT016 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 17
              WRITE REG-DAT017 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 18
              WRITE REG-DAT018 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 19
              WRITE REG-DAT019 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 20
              WRITE REG-DAT020 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 21
              WRITE REG-DAT021 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 22
              WRITE REG-DAT022 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 23
              WRITE REG-DAT023 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 24
              WRITE REG-DAT024 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 25
              WRITE REG-DAT025 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 26
              WRITE REG-DAT026 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 27
              WRITE REG-DAT027 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 28
              WRITE REG-DAT028 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 29
              WRITE REG-DAT029 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 30
              WRITE REG-DAT030 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 31
              WRITE REG-DAT031 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 32
              WRITE REG-DAT032 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 33
              WRITE REG-DAT033 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 34
              WRITE REG-DAT034 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 35
              WRITE REG-DAT035 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 36
              WRITE REG-DAT036 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 37
              WRITE REG-DAT037 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 38
              WRITE REG-DAT038 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 39
              WRITE REG-DAT039 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 40
              WRITE REG-DAT040 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 41
              WRITE REG-DAT041 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 42
              WRITE REG-DAT042 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 43
              WRITE REG-DAT043 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 44
              WRITE REG-DAT044 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 45
              WRITE REG-DAT045 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 46
              WRITE REG-DAT046 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 47
              WRITE REG-DAT047 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 48
              WRITE REG-DAT048 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 49
              WRITE REG-DAT049 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 50
              WRITE REG-DAT050 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 51
              WRITE REG-DAT051 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 52
              WRITE REG-DAT052 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 53
              WRITE REG-DAT053 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 54
              WRITE REG-DAT054 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 55
              WRITE REG-DAT055 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 56
              WRITE REG-DAT056 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 57
              WRITE REG-DAT057 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 58
              WRITE REG-DAT058 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 59
              WRITE REG-DAT059 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 60
              WRITE REG-DAT060 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 61
              WRITE REG-DAT061 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 62
              WRITE REG-DAT062 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 63
              WRITE REG-DAT063 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 64
              WRITE REG-DAT064 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 65
              WRITE REG-DAT065 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 66
              WRITE REG-DAT066 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 67
              WRITE REG-DAT067 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 68
              WRITE REG-DAT068 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 69
              WRITE REG-DAT069 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 70
              WRITE REG-DAT070 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 71
              WRITE REG-DAT071 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 72
              WRITE REG-DAT072 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 73
              WRITE REG-DAT073 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 74
              WRITE REG-DAT074 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 75
              WRITE REG-DAT075 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 76
              WRITE REG-DAT076 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 77
              WRITE REG-DAT077 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 78
              WRITE REG-DAT078 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 79
              WRITE REG-DAT079 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 80
              WRITE REG-DAT080 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 81
              WRITE REG-DAT081 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 82
              WRITE REG-DAT082 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 83
              WRITE REG-DAT083 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 84
              WRITE REG-DAT084 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 85
              WRITE REG-DAT085 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 86
              WRITE REG-DAT086 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 87
              WRITE REG-DAT087 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 88
              WRITE REG-DAT088 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 89
              WRITE REG-DAT089 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 90
              WRITE REG-DAT090 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 91
              WRITE REG-DAT091 FROM WKS-REGISTRO
           END-IF
           IF WKS-AR-I = 92
              WRITE REG-DAT092 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 93
              WRITE REG-DAT093 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 94
              WRITE REG-DAT094 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 95
              WRITE REG-DAT095 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 96
              WRITE REG-DAT096 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 97
              WRITE REG-DAT097 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 98
              WRITE REG-DAT098 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 99
              WRITE REG-DAT099 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 100
              WRITE REG-DAT100 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 101
              WRITE REG-DAT101 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 102
              WRITE REG-DAT102 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 103
              WRITE REG-DAT103 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 104
              WRITE REG-DAT104 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 105
              WRITE REG-DAT105 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 106
              WRITE REG-DAT106 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 107
              WRITE REG-DAT107 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 108
              WRITE REG-DAT108 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 109
              WRITE REG-DAT109 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 110
              WRITE REG-DAT110 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 111
              WRITE REG-DAT111 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 112
              WRITE REG-DAT112 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 113
              WRITE REG-DAT113 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WKS-AR-I = 114
              WRITE REG-DAT114 FROM WKS-REGISTRO
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.

       00540-CIERRA-DATOS.
           IF WKS-AR-I = 1
              CLOSE F-DAT001
           END-IF
           IF WKS-AR-I = 2
              CLOSE F-DAT002
           END-IF
           IF WKS-AR-I = 3
              CLOSE F-DAT003
           END-IF
           IF WKS-AR-I = 4
              CLOSE F-DAT004
           END-IF
           IF WKS-AR-I = 5
              CLOSE F-DAT005
           END-IF
           IF WKS-AR-I = 6
              CLOSE F-DAT006
           END-IF
           IF WKS-AR-I = 7
              CLOSE F-DAT007
           END-IF
           IF WKS-AR-I = 8
              CLOSE F-DAT008
           END-IF
           IF WKS-AR-I = 9
              CLOSE F-DAT009
           END-IF
           IF WKS-AR-I = 10
              CLOSE F-DAT010
           END-IF
           IF WKS-AR-I = 11
              CLOSE F-DAT011
           END-IF
           IF WKS-AR-I = 12
              CLOSE F-DAT012
           END-IF
           IF WKS-AR-I = 13
              CLOSE F-DAT013
           END-IF
           IF WKS-AR-I = 14
              CLOSE F-DAT014
           END-IF
           IF WKS-AR-I = 15
              CLOSE F-DAT015
           END-IF
           IF WKS-AR-I = 16
              CLOSE F-DAT016
           END-IF
           IF WKS-AR-I = 17
              CLOSE F-DAT017
           END-IF
           IF WKS-AR-I = 18
              CLOSE F-DAT018
           END-IF
           IF WKS-AR-I = 19
              CLOSE F-DAT019
           END-IF
           IF WKS-AR-I = 20
              CLOSE F-DAT020
           END-IF
           IF WKS-AR-I = 21
              CLOSE F-DAT021
           END-IF
           IF WKS-AR-I = 22
              CLOSE F-DAT022
           END-IF
           IF WKS-AR-I = 23
              CLOSE F-DAT023
           END-IF
           IF WKS-AR-I = 24
              CLOSE F-DAT024
           END-IF
           IF WKS-AR-I = 25
              CLOSE F-DAT025
           END-IF
           IF WKS-AR-I = 26
              CLOSE F-DAT026
           END-IF
           IF WKS-AR-I = 27
              CLOSE F-DAT027
           END-IF
           IF WKS-AR-I = 28
              CLOSE F-DAT028
           END-IF
           IF WKS-AR-I = 29
              CLOSE F-DAT029
           END-IF
           IF WKS-AR-I = 30
              CLOSE F-DAT030
           END-IF
           IF WKS-AR-I = 31
              CLOSE F-DAT031
           END-IF
           IF WKS-AR-I = 32
              CLOSE F-DAT032
           END-IF
           IF WKS-AR-I = 33
              CLOSE F-DAT033
           END-IF
           IF WKS-AR-I = 34
              CLOSE F-DAT034
           END-IF
           IF WKS-AR-I = 35
              CLOSE F-DAT035
           END-IF
           IF WKS-AR-I = 36
              CLOSE F-DAT036
           END-IF
           IF WKS-AR-I = 37
              CLOSE F-DAT037
           END-IF
           IF WKS-AR-I = 38
              CLOSE F-DAT038
           END-IF
           IF WKS-AR-I = 39
              CLOSE F-DAT039
           END-IF
           IF WKS-AR-I = 40
              CLOSE F-DAT040
           END-IF
           IF WKS-AR-I = 41
              CLOSE F-DAT041
           END-IF
           IF WKS-AR-I = 42
              CLOSE F-DAT042
           END-IF
           IF WKS-AR-I = 43
              CLOSE F-DAT043
           END-IF
           IF WKS-AR-I = 44
              CLOSE F-DAT044
           END-IF
           IF WKS-AR-I = 45
              CLOSE F-DAT045
           END-IF
           IF WKS-AR-I = 46
              CLOSE F-DAT046
           END-IF
           IF WKS-AR-I = 47
              CLOSE F-DAT047
           END-IF
           IF WKS-AR-I = 48
              CLOSE F-DAT048
           END-IF
           IF WKS-AR-I = 49
              CLOSE F-DAT049
           END-IF
           IF WKS-AR-I = 50
              CLOSE F-DAT050
           END-IF
           IF WKS-AR-I = 51
              CLOSE F-DAT051
           END-IF
           IF WKS-AR-I = 52
              CLOSE F-DAT052
           END-IF
           IF WKS-AR-I = 53
              CLOSE F-DAT053
           END-IF
           IF WKS-AR-I = 54
              CLOSE F-DAT054
           END-IF
           IF WKS-AR-I = 55
              CLOSE F-DAT055
           END-IF
           IF WKS-AR-I = 56
              CLOSE F-DAT056
           END-IF
           IF WKS-AR-I = 57
              CLOSE F-DAT057
           END-IF
           IF WKS-AR-I = 58
              CLOSE F-DAT058
           END-IF
           IF WKS-AR-I = 59
              CLOSE F-DAT059
           END-IF
           IF WKS-AR-I = 60
              CLOSE F-DAT060
           END-IF
           IF WKS-AR-I = 61
              CLOSE F-DAT061
           END-IF
           IF WKS-AR-I = 62
              CLOSE F-DAT062
           END-IF
           IF WKS-AR-I = 63
              CLOSE F-DAT063
           END-IF
           IF WKS-AR-I = 64
              CLOSE F-DAT064
           END-IF
           IF WKS-AR-I = 65
              CLOSE F-DAT065
           END-IF
           IF WKS-AR-I = 66
              CLOSE F-DAT066
           END-IF
           IF WKS-AR-I = 67
              CLOSE F-DAT067
           END-IF
           IF WKS-AR-I = 68
              CLOSE F-DAT068
           END-IF
           IF WKS-AR-I = 69
              CLOSE F-DAT069
           END-IF
           IF WKS-AR-I = 70
              CLOSE F-DAT070
           END-IF
           IF WKS-AR-I = 71
              CLOSE F-DAT071
           END-IF
           IF WKS-AR-I = 72
              CLOSE F-DAT072
           END-IF
           IF WKS-AR-I = 73
              CLOSE F-DAT073
           END-IF
           IF WKS-AR-I = 74
              CLOSE F-DAT074
           END-IF
           IF WKS-AR-I = 75
              CLOSE F-DAT075
           END-IF
           IF WKS-AR-I = 76
              CLOSE F-DAT076
           END-IF
           IF WKS-AR-I = 77
              CLOSE F-DAT077
           END-IF
           IF WKS-AR-I = 78
              CLOSE F-DAT078
           END-IF
           IF WKS-AR-I = 79
              CLOSE F-DAT079
           END-IF
           IF WKS-AR-I = 80
              CLOSE F-DAT080
           END-IF
           IF WKS-AR-I = 81
              CLOSE F-DAT081
           END-IF
           IF WKS-AR-I = 82
              CLOSE F-DAT082
           END-IF
           IF WKS-AR-I = 83
              CLOSE F-DAT083
           END-IF
           IF WKS-AR-I = 84
              CLOSE F-DAT084
           END-IF
           IF WKS-AR-I = 85
              CLOSE F-DAT085
           END-IF
           IF WKS-AR-I = 86
              CLOSE F-DAT086
           END-IF
           IF WKS-AR-I = 87
              CLOSE F-DAT087
           END-IF
           IF WKS-AR-I = 88
              CLOSE F-DAT088
           END-IF
           IF WKS-AR-I = 89
              CLOSE F-DAT089
           END-IF
           IF WKS-AR-I = 90
              CLOSE F-DAT090
           END-IF
           IF WKS-AR-I = 91
              CLOSE F-DAT091
           END-IF
           IF WKS-AR-I = 92
              CLOSE F-DAT092
           END-IF
           IF WKS-AR-I = 93
              CLOSE F-DAT093
           END-IF
           IF WKS-AR-I = 94
              CLOSE F-DAT094
           END-IF
           IF WKS-AR-I = 95
              CLOSE F-DAT095
           END-IF
           IF WKS-AR-I = 96
              CLOSE F-DAT096
           END-IF
           IF WKS-AR-I = 97
              CLOSE F-DAT097
           END-IF
           IF WKS-AR-I = 98
              CLOSE F-DAT098
           END-IF
           IF WKS-AR-I = 99
              CLOSE F-DAT099
           END-IF
           IF WKS-AR-I = 100
              CLOSE F-DAT100
           END-IF
           IF WKS-AR-I = 101
              CLOSE F-DAT101
           END-IF
           IF WKS-AR-I = 102
              CLOSE F-DAT102
           END-IF
           IF WKS-AR-I = 103
              CLOSE F-DAT103
           END-IF
           IF WKS-AR-I = 104
              CLOSE F-DAT104
           END-IF
           IF WKS-AR-I = 105
              CLOSE F-DAT105
           END-IF
           IF WKS-AR-I = 106
              CLOSE F-DAT106
           END-IF
           IF WKS-AR-I = 107
              CLOSE F-DAT107
           END-IF
           IF WKS-AR-I = 108
              CLOSE F-DAT108
           END-IF
           IF WKS-AR-I = 109
              CLOSE F-DAT109
           END-IF
           IF WKS-AR-I = 110
              CLOSE F-DAT110
           END-IF
           IF WKS-AR-I = 111
              CLOSE F-DAT111
           END-IF
           IF WKS-AR-I = 112
              CLOSE F-DAT112
           END-IF
           IF WKS-AR-I = 113
              CLOSE F-DAT113
           END-IF
           IF WKS-AR-I = 114
              CLOSE F-DAT114
           END-IF.
