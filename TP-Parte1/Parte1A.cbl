           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODOSCER.

      *- Profesor/fecha/sucursal cuyas horas de novedad superan las
      *- fichadas del reloj (ver TP-Parte1/ControlFichadas.cbl, que
      *- solo lo llena cuando se pidio el rechazo). Opcional: sin
      *- archivo, o con renglones de otro dia, no se rechaza nada.
           SELECT FICHADASOBS_FILE
           ASSIGN TO "../files/out/FichadasObservadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FICHADASOBS.

           SELECT TIMES_FILE
           ASSIGN TO "../files/out/Times.dat"
           ORGANIZATION IS LINE SEQUENTIAL
      *- neto) para entregarle o mandarle por mail al propio profesor,
      *- en vez de arrancarle paginas a Listado.txt que es para uso
      *- interno (ver PRINT-RECIBO-ENCABEZADO-PROF).
      *- Cada empresa del grupo le paga al profesor lo que trabajo en
      *- sus sucursales (SUC-EMPRESA): el detalle se guarda hasta el
      *- corte de profesor y sale un recibo por empresa, con su
      *- razon social y CUIT, sus retenciones y su neto (ver
      *- EMITIR-RECIBOS-PROF).
           SELECT RECIBOS_FILE
           ASSIGN TO "../files/out/Recibos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ADELANTOS.

      *- Embargos judiciales sobre haberes (ver TP-Parte2/
      *- MantenimientoEmbargos.cbl). Opcional, igual que los
      *- adelantos: cada orden activa se descuenta como una linea
      *- mas del recibo y el archivo se regraba al final con lo
      *- cobrado de cada orden (la que completa su monto queda
      *- cumplida y deja de descontarse).
           SELECT EMBARGOS_FILE
           ASSIGN TO "../files/in/EmbargosProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMBARGOS.

      *- Reintegros de gastos (viaticos y materiales) aprobados por un
      *- supervisor (ver TP-Parte2/MantenimientoReintegros.cbl).
      *- Opcional. Cada aprobado se paga como una linea no
      *- remunerativa del recibo de la empresa de la sucursal que
      *- origino el gasto, fuera de la base de retenciones, y queda
      *- liquidado con la fecha de la corrida: el archivo se regraba
      *- al final, igual que los adelantos.
           SELECT REINTEGROS_FILE
           ASSIGN TO "../files/in/ReintegrosGastos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINTEGROS.

      *- Cada reintegro pagado, con el layout del extracto de cuentas
      *- a pagar de TP-PARTE2 (razon y CUIT de la sucursal que lo
      *- origino, empresa que paga): GENERAR-TRANSFERENCIAS lo suma a
      *- la transferencia del profesor y FACTURACION-SUCURSALES se lo
      *- factura a la sucursal. Cada uno vacia su copia una vez que
      *- la consumio (mismo mecanismo que RetroactivoAP.txt y
      *- RetroactivoFacturacion.txt de LIQUIDACION-RETROACTIVA).
           SELECT REINTEGROSAP_FILE
           ASSIGN TO "../files/out/ReintegrosAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINTEGROSAP.

           SELECT REINTEGROSFAC_FILE
           ASSIGN TO "../files/out/ReintegrosFacturacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REINTEGROSFAC.

      *- Tope legal de embargo: porcentaje maximo del neto (despues
      *- de retenciones) que pueden llevarse entre todas las ordenes
      *- del profesor. Opcional: sin archivo rige CON-TOPE-EMB-DEFECTO.
           SELECT CONFIG-TOPEEMB-FILE
           ASSIGN TO "../files/in/TopeEmbargos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIG-TOPEEMB.

      *- Escala de antiguedad del convenio: porcentaje sobre la
      *- tarifa base por anios de servicio cumplidos (anios-desde /
      *- anios-hasta / porcentaje, con vigencia-desde como las
      *- Reglas de retenciones (ganancias y cargas sociales) por
      *- tramos con vigencia-desde, al estilo de las vigencias de
      *- Tarifas.dat. Opcional: sin archivo el recibo liquida sin
      *- retenciones, como antes. Cada fila vale para una condicion
      *- fiscal del profesor (en blanco, dependencia). Ver
      *- DETERMINAR-RETENCIONES.
           SELECT RETENCIONES_FILE
           ASSIGN TO "../files/in/Retenciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIG-MAXHORAS.

      *- Tope semanal de horas del convenio colectivo: las horas de
      *- la semana (lunes a domingo, todas las sucursales) que lo
      *- pasan cobran el adicional por horas extra. Opcional: sin
      *- archivo solo hay adicional para los profesores cuyo contrato
      *- trae su propio tope (ver CARGAR-TOPE-SEMANAL).
           SELECT CONFIG-HSEXTRA-FILE
           ASSIGN TO "../files/in/TopeHorasSemanales.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIG-HSEXTRA.

      *- Contratos de los profesores (ver TP-Parte2/
      *- MantenimientoContratos.cbl): de aca solo se toma el tope
      *- semanal propio del contrato, que pisa al general. Opcional.
           SELECT CONTRATOS_FILE
           ASSIGN TO "../files/in/ContratosProfesores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTRATOS.

      *- Adicional por horas extra repartido entre las sucursales en
      *- proporcion a las horas que cada una uso en la semana, para
      *- que FACTURACION-SUCURSALES se lo facture (ver
      *- GRABAR-HS-EXTRA-SUCURSAL).
           SELECT HSEXTRASUC_FILE
           ASSIGN TO "../files/out/HorasExtraSucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HSEXTRASUC.

      *- El mismo adicional, del lado del pago: un renglon por
      *- profesor y empresa con el layout del extracto de cuentas a
      *- pagar, que GENERAR-TRANSFERENCIAS suma a la transferencia
      *- del profesor y vacia una vez consumido (igual que
      *- ReintegrosAP.txt). Ver GRABAR-HS-EXTRA-AP.
           SELECT HSEXTRAAP_FILE
           ASSIGN TO "../files/out/HorasExtraAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HSEXTRAAP.

      *- Informe de cumplimiento del maximo diario: un bloque por
      *- profesor/fecha que lo supera, con las sucursales que
      *- aportaron y sus horas (es lo que piden los auditores
           03 TIM-TIPCLASE                 PIC X(04).
           03 TIM-HORAS                    PIC 9(2)V99.
      *- Igual que NOVn-TIPO-NOV: "N" alta normal, "C" correccion/
      *- reverso, "T" cancelacion tardia. TIM-HORAS/TIM-TIPCLASE
      *- siempre quedan en magnitud (nunca negativos) asi un lector
      *- de Times.dat que todavia no conoce esta bandera sigue viendo
      *- un valor valido; el signo de la correccion solo se aplica
      *- dentro de este programa al acumular importes y totales para
      *- Listado.txt.
           03 TIM-TIPO-NOV                 PIC X(01).
      *- Hora de inicio HHMM (en blanco si la fuente no la informo).
           03 TIM-HORA-INI                 PIC X(04).
      *- Alumnos presentes (en blanco si la fuente no la informo).
           03 TIM-ASISTENTES               PIC X(03).

      *-------------------------------*
      *- PROFESORES FILE DESCRIPTION -*
              03 PROF-FECHA-ALTA        PIC 9(8).
              03 PROF-FECHA-BAJA        PIC 9(8).
              03 PROF-ESTADO            PIC X(1).
                 88 PROF-DADO-DE-BAJA             VALUE "B" "L".
      *- Condicion fiscal: "D" (o blanco) dependencia, "M"
      *- monotributo. Elige las retenciones del recibo.
              03 PROF-COND-FISCAL       PIC X(1).

      *-------------------------------*
      *- SUCURSALES FILE DESCRIPTION -*
              03 SUC-TEL           PIC X(20).
              03 SUC-CUIT          PIC 9(11).
              03 SUC-ZONA          PIC X(02).
              03 SUC-EMPRESA       PIC X(02).

      *-------------------------------*
      *- TIPOSCLASE FILE DESCRIPTION -*
      *- rango.
              03 TIP-HORAS-MIN     PIC 9(2)V99.
              03 TIP-HORAS-MAX     PIC 9(2)V99.
              03 TIP-ASIST-MIN     PIC 9(03).
      *- Porcentaje de la clase que se paga y se factura cuando la
      *- sucursal la cancela tarde (novedad "T"). En blanco = 0.
              03 TIP-PORC-CANCEL   PIC 9(03)V99.

      *-------------------------------*
      *- FERIADOS FILE DESCRIPTION   -*
           03 NOV1-TIPCLASE                  PIC X(04).
           03 NOV1-HORAS                     PIC 9(2)V99.
      *- "N" = normal (alta), "C" = correccion/reverso contra un
      *- periodo ya liquidado, "T" = clase cancelada por la sucursal
      *- con poco aviso (se paga y se factura el porcentaje de
      *- cancelacion del tipo, TIP-PORC-CANCEL). En blanco (archivos
      *- anteriores a este cambio) se trata igual que "N".
           03 NOV1-TIPO-NOV                 PIC X(01).
      *- Hora de inicio de la clase, HHMM. En blanco en los archivos
      *- de las sucursales que todavia no la informan; esos
      *- registros se cargan igual y solo quedan fuera del control
      *- de superposicion (ver SUPERPOSICION-CLASES).
           03 NOV1-HORA-INI                 PIC X(04).
      *- Cantidad de alumnos presentes en la clase. En blanco = no
      *- informada (archivos anteriores o sucursal que no la lleva);
      *- esas clases quedan fuera del informe de asistencia.
           03 NOV1-ASISTENTES               PIC X(03).

      *------------------------------*
      *- NOVTIMES2 FILE DESCRIPTION -*
           03 NOV2-TIPCLASE                  PIC X(04).
           03 NOV2-HORAS                     PIC 9(2)V99.
      *- "N" = normal (alta), "C" = correccion/reverso contra un
      *- periodo ya liquidado, "T" = clase cancelada por la sucursal
      *- con poco aviso (se paga y se factura el porcentaje de
      *- cancelacion del tipo, TIP-PORC-CANCEL). En blanco (archivos
      *- anteriores a este cambio) se trata igual que "N".
           03 NOV2-TIPO-NOV                 PIC X(01).
           03 NOV2-HORA-INI                 PIC X(04).
           03 NOV2-ASISTENTES               PIC X(03).

      *------------------------------*
      *- NOVTIMES3 FILE DESCRIPTION -*
           03 NOV3-TIPCLASE                  PIC X(04).
           03 NOV3-HORAS                     PIC 9(2)V99.
      *- "N" = normal (alta), "C" = correccion/reverso contra un
      *- periodo ya liquidado, "T" = clase cancelada por la sucursal
      *- con poco aviso (se paga y se factura el porcentaje de
      *- cancelacion del tipo, TIP-PORC-CANCEL). En blanco (archivos
      *- anteriores a este cambio) se trata igual que "N".
           03 NOV3-TIPO-NOV                 PIC X(01).
           03 NOV3-HORA-INI                 PIC X(04).
           03 NOV3-ASISTENTES               PIC X(03).

      *------------------------------*
      *- NOVTIMES4 FILE DESCRIPTION -*
           03 NOV4-TIPCLASE                  PIC X(04).
           03 NOV4-HORAS                     PIC 9(2)V99.
      *- "N" = normal (alta), "C" = correccion/reverso contra un
      *- periodo ya liquidado, "T" = clase cancelada por la sucursal
      *- con poco aviso (se paga y se factura el porcentaje de
      *- cancelacion del tipo, TIP-PORC-CANCEL). En blanco (archivos
      *- anteriores a este cambio) se trata igual que "N".
           03 NOV4-TIPO-NOV                 PIC X(01).
           03 NOV4-HORA-INI                 PIC X(04).
           03 NOV4-ASISTENTES               PIC X(03).

      *------------------------------*
      *- NOVTIMES5 FILE DESCRIPTION -*
           03 NOV5-TIPCLASE                  PIC X(04).
           03 NOV5-HORAS                     PIC 9(2)V99.
      *- "N" = normal (alta), "C" = correccion/reverso contra un
      *- periodo ya liquidado, "T" = clase cancelada por la sucursal
      *- con poco aviso (se paga y se factura el porcentaje de
      *- cancelacion del tipo, TIP-PORC-CANCEL). En blanco (archivos
      *- anteriores a este cambio) se trata igual que "N".
           03 NOV5-TIPO-NOV                 PIC X(01).
           03 NOV5-HORA-INI                 PIC X(04).
           03 NOV5-ASISTENTES               PIC X(03).

      *------------------------------*
      *- NOVTIMES6 FILE DESCRIPTION -*
           03 NOV6-TIPCLASE                  PIC X(04).
           03 NOV6-HORAS                     PIC 9(2)V99.
      *- "N" = normal (alta), "C" = correccion/reverso contra un
      *- periodo ya liquidado, "T" = clase cancelada por la sucursal
      *- con poco aviso (se paga y se factura el porcentaje de
      *- cancelacion del tipo, TIP-PORC-CANCEL). En blanco (archivos
      *- anteriores a este cambio) se trata igual que "N".
           03 NOV6-TIPO-NOV                 PIC X(01).
           03 NOV6-HORA-INI                 PIC X(04).
           03 NOV6-ASISTENTES               PIC X(03).

      *-------------------------------*
      *- LICENCIAS FILE DESCRIPTION  -*
       01 REG-PERIODOSCERRADOS.
           03 PER-PERIODO       PIC 9(06).

      *---------------------------------------*
      *- FICHADAS OBSERVADAS FILE DESCRIPTION -*
      *---------------------------------------*
       FD FICHADASOBS_FILE LABEL RECORD STANDARD.
       01 REG-FICHADASOBS.
           03 FOB-NUMERO        PIC X(05).
           03 FOB-FECHA         PIC 9(08).
           03 FOB-SUCURSAL      PIC X(03).
           03 FOB-FECHA-CONTROL PIC 9(08).

      *-------------------------------------*
      *- NOVTIMES ORDENADA FILE DESCRIPTION -*
      *-------------------------------------*
       FD NOVORDENADA_FILE LABEL RECORD STANDARD.
       01 REG-NOVORDENADA                   PIC X(32).

      *- Mismo registro de 32 posiciones de las fuentes; la clave de
      *- ordenamiento son sus primeras 16 (NUMERO/FECHA/SUCURSAL).
       SD ORDEN-NOV
           DATA RECORD IS REG-ORD-NOV.
       01 REG-ORD-NOV.
           03 ORD-NOV-CLAVE                 PIC X(16).
           03 FILLER                        PIC X(16).

      *----------------------------------------*
      *- RECHAZOS DE NOVEDADES DESCRIPTION     -*
      *----------------------------------------*
       FD RECHAZOSNOV_FILE LABEL RECORD OMITTED.
       01 REG-RECHAZOSNOV.
           03 RCHN-REGISTRO     PIC X(32).
           03 FILLER            PIC X     VALUE SPACE.
           03 RCHN-MOTIVO       PIC X(40).

      *- TIMES ANTERIOR (RESGUARDO) DESCRIPTION -*
      *----------------------------------------*
       FD TIMESANT_FILE LABEL RECORD STANDARD.
       01 REG-TIMESANT                      PIC X(32).

      *----------------------------------*
      *- LISTADO FINAL FILE DESCRIPTION -*
           03  ADE-SALDO       PIC 9(08)V99.
           03  ADE-ESTADO      PIC X(01).

      *----------------------------------*
      *- REINTEGROS FILE DESCRIPTION    -*
      *----------------------------------*
       FD REINTEGROS_FILE LABEL RECORD STANDARD.
       01 REG-REINTEGROS.
           03  RGA-NUMERO      PIC 9(06).
           03  RGA-PROF-NUMERO PIC X(05).
           03  RGA-SUCURSAL    PIC X(03).
           03  RGA-FECHA       PIC 9(08).
           03  RGA-CONCEPTO    PIC X(01).
           03  RGA-DESCRIPCION PIC X(20).
           03  RGA-IMPORTE     PIC 9(07)V99.
           03  RGA-COMPROBANTE PIC X(15).
           03  RGA-ESTADO      PIC X(01).
           03  RGA-OPERADOR    PIC X(10).
           03  RGA-SUPERVISOR  PIC X(10).
           03  RGA-FECHA-APROB PIC 9(08).
           03  RGA-FECHA-LIQ   PIC 9(08).

      *----------------------------------*
      *- REINTEGROS AP DESCRIPTION      -*
      *----------------------------------*
      *- Mismo layout que ListadoSucursalAP.txt: horas en cero y el
      *- periodo es la fecha del gasto.
       FD REINTEGROSAP_FILE LABEL RECORD STANDARD.
       01 REG-REINTEGROSAP.
           03  RAP-RAZON       PIC X(25).
           03  RAP-CUIT        PIC 9(11).
           03  RAP-PROF-NUMERO PIC X(05).
           03  RAP-PROF-NOMBRE PIC X(25).
           03  RAP-TOT-HORAS   PIC S9(05)V99
                                SIGN IS LEADING SEPARATE CHARACTER.
           03  RAP-TOT-IMPORTE PIC S9(09)V99
                                SIGN IS LEADING SEPARATE CHARACTER.
           03  RAP-PERIODO-DESDE PIC 9(08).
           03  RAP-PERIODO-HASTA PIC 9(08).
           03  RAP-EMPRESA     PIC X(02).

       FD REINTEGROSFAC_FILE LABEL RECORD STANDARD.
       01 REG-REINTEGROSFAC    PIC X(104).

      *- Mismo layout: razon y CUIT en blanco (el adicional se reparte
      *- entre varias sucursales), la empresa del recibo y el periodo
      *- es la fecha de la corrida.
       FD HSEXTRAAP_FILE LABEL RECORD STANDARD.
       01 REG-HSEXTRAAP.
           03  HAP-RAZON       PIC X(25).
           03  HAP-CUIT        PIC 9(11).
           03  HAP-PROF-NUMERO PIC X(05).
           03  HAP-PROF-NOMBRE PIC X(25).
           03  HAP-TOT-HORAS   PIC S9(05)V99
                                SIGN IS LEADING SEPARATE CHARACTER.
           03  HAP-TOT-IMPORTE PIC S9(09)V99
                                SIGN IS LEADING SEPARATE CHARACTER.
           03  HAP-PERIODO-DESDE PIC 9(08).
           03  HAP-PERIODO-HASTA PIC 9(08).
           03  HAP-EMPRESA     PIC X(02).

      *----------------------------------*
      *- EMBARGOS FILE DESCRIPTION      -*
      *----------------------------------*
       FD EMBARGOS_FILE LABEL RECORD STANDARD.
       01 REG-EMBARGOS.
           03  EMB-NUMERO      PIC 9(06).
           03  EMB-PROF-NUMERO PIC X(05).
           03  EMB-JUZGADO     PIC X(30).
           03  EMB-EXPEDIENTE  PIC X(20).
           03  EMB-CUENTA      PIC X(22).
           03  EMB-TIPO        PIC X(01).
           03  EMB-PORC        PIC 9(02)V99.
           03  EMB-MONTO       PIC 9(08)V99.
           03  EMB-COBRADO     PIC 9(08)V99.
           03  EMB-FECHA-ALTA  PIC 9(08).
           03  EMB-ESTADO      PIC X(01).

      *----------------------------------*
      *- CONFIG TOPE EMBARGOS           -*
      *----------------------------------*
       FD CONFIG-TOPEEMB-FILE LABEL RECORD OMITTED.
       01 REG-CONFIG-TOPEEMB               PIC X(04).
       01 REG-CONFIG-TOPEEMB-PORC          PIC 9(02)V99.

      *------------------------------------*
      *- ESCALA ANTIGUEDAD FILE DESCRIPTION -*
      *------------------------------------*
           03 RET-TOPE-DESDE    PIC 9(08)V99.
           03 RET-CONCEPTO      PIC X(20).
           03 RET-PORC          PIC 9(02)V99.
      *- "D" (o blanco) dependencia, "M" monotributo.
           03 RET-COND-FISCAL   PIC X(01).

      *----------------------------------*
      *- DEDUCCIONES FILE DESCRIPTION   -*
           03 DED-CONCEPTO      PIC X(20).
           03 DED-PORC          PIC 9(02)V99.
           03 DED-IMPORTE       PIC 9(08)V99.
      *- Empresa que liquido el recibo (ver EMITIR-RECIBOS-PROF).
           03 DED-EMPRESA       PIC X(02).

      *----------------------------------*
      *- CONFIG MAX HORAS DESCRIPTION   -*
       FD CONFIG-MAXHORAS-FILE LABEL RECORD OMITTED.
       01 REG-CONFIG-MAXHORAS              PIC X(02).

      *----------------------------------*
      *- CONFIG HS EXTRA DESCRIPTION    -*
      *----------------------------------*
      *- Horas por semana, tres enteros (ej. "040").
       FD CONFIG-HSEXTRA-FILE LABEL RECORD OMITTED.
       01 REG-CONFIG-HSEXTRA               PIC X(03).

      *----------------------------------*
      *- CONTRATOS FILE DESCRIPTION     -*
      *----------------------------------*
       FD CONTRATOS_FILE LABEL RECORD STANDARD.
       01 REG-CONTRATOS.
           03 CON-PROF-NUMERO   PIC X(05).
           03 CON-HORAS-MIN     PIC 9(03)V99.
           03 CON-TIP-CLASE     PIC X(04).
           03 CON-VIG-DESDE     PIC 9(08).
           03 CON-VIG-HASTA     PIC 9(08).
      *- Tope semanal propio del contrato (0 o en blanco = rige el
      *- general de TopeHorasSemanales.txt).
           03 CON-HORAS-SEMANA  PIC 9(03)V99.

      *----------------------------------*
      *- HS EXTRA SUCURSAL DESCRIPTION  -*
      *----------------------------------*
      *- Un renglon por profesor/semana/sucursal con su parte del
      *- adicional: horas de la sucursal en la semana, horas extra y
      *- adicional que le tocan.
       FD HSEXTRASUC_FILE LABEL RECORD STANDARD.
       01 REG-HSEXTRASUC.
           03 HXS-FECHA-CORRIDA PIC 9(08).
           03 HXS-CUIT          PIC 9(11).
           03 HXS-RAZON         PIC X(25).
           03 HXS-SUCURSAL      PIC X(03).
           03 HXS-PROF-NUMERO   PIC X(05).
           03 HXS-SEMANA-DESDE  PIC 9(08).
           03 HXS-SEMANA-HASTA  PIC 9(08).
           03 HXS-HORAS-SUC     PIC 9(03)V99.
           03 HXS-HORAS-EXTRA   PIC 9(03)V99.
           03 HXS-IMPORTE       PIC 9(07)V99.

      *----------------------------------*
      *- CONTROL HORAS FILE DESCRIPTION -*
      *----------------------------------*
           03 DHI-CONCEPTO      PIC X(20).
           03 DHI-PORC          PIC 9(02)V99.
           03 DHI-IMPORTE       PIC 9(08)V99.
           03 DHI-EMPRESA       PIC X(02).

      *--------------------------------*
      *- CHECKPOINT FILE DESCRIPTION  -*
       77 SS-ORDEN-NOV      PIC X(2).
       77 FS-PERIODOSCER    PIC X(2).
       77 FS-LICENCIAS      PIC X(2).
       77 FS-FICHADASOBS    PIC X(2).
       77 FS-CONFIG-MAXHORAS PIC X(2).
       77 FS-CONTROLHORAS   PIC X(2).
       77 FS-CONFIG-HSEXTRA PIC X(2).
       77 FS-CONTRATOS      PIC X(2).
       77 FS-HSEXTRASUC     PIC X(2).
       77 FS-ESCALA-ANTIG   PIC X(2).
       77 FS-ADELANTOS      PIC X(2).
       77 FS-EMBARGOS       PIC X(2).
       77 FS-REINTEGROS     PIC X(2).
       77 FS-REINTEGROSAP   PIC X(2).
       77 FS-HSEXTRAAP      PIC X(2).
       77 FS-REINTEGROSFAC  PIC X(2).
       77 FS-CONFIG-TOPEEMB PIC X(2).
       77 FS-RETENCIONES    PIC X(2).
       77 FS-DEDUCCIONES    PIC X(2).
       77 FS-DEDUCCIONESHIST PIC X(2).
           03 FILLER PIC X(33) VALUE "Recibo de haberes del profesor".
           03 FILLER PIC X(27) VALUE SPACES.

      *- Empresa del grupo que emite el recibo (ver BUSCAR-EMPRESA).
       01 RECIBO-ENCABEZADO-EMPRESA.
           03  FILLER          PIC X(11)   VALUE "Empleador: ".
           03  REC-EE-RAZON    PIC X(25).
           03  FILLER          PIC X(08)   VALUE "  Cuit: ".
           03  REC-EE-CUIT     PIC 9(11).
           03  FILLER          PIC X(25)   VALUE SPACES.

       01 RECIBO-ENCABEZADO3-PROF.
           03  FILLER          PIC X(10)   VALUE "Profesor: ".
           03  REC-E3-PROF-NUM PIC X(5).
           03 REC-DED-IMPORTE PIC -ZZZZZZZZ9,99.
           03 FILLER          PIC X(1)     VALUE ALL " ".

      *- Una linea por orden de embargo descontada: expediente e
      *- importe (el juzgado y la cuenta salen en el informe de
      *- remesas, ver TP-Parte2/RemesasEmbargos.cbl).
       01 RECIBO-LINEA-EMBARGO.
           03 FILLER          PIC X(14)    VALUE "Embargo expte ".
           03 REC-EMB-EXPEDIENTE PIC X(20).
           03 FILLER          PIC X(16)    VALUE ALL " ".
           03 REC-EMB-IMPORTE PIC -ZZZZZZZZ9,99.
           03 FILLER          PIC X(1)     VALUE ALL " ".

       01 RECIBO-LINEA-ADELANTO.
           03 FILLER          PIC X(13)    VALUE "Adelanto del ".
           03 REC-ADE-DD      PIC 9(2).
           03 REC-ADE-IMPORTE PIC -ZZZZZZZZ9,99.
           03 FILLER          PIC X(1)     VALUE ALL " ".

      *- Reintegro de gastos: suma al neto, no al bruto (no es
      *- remuneracion y no lleva retenciones).
       01 RECIBO-LINEA-REINTEGRO.
           03 FILLER          PIC X(10)    VALUE "Reintegro ".
           03 REC-RGA-CONCEPTO PIC X(10).
           03 FILLER          PIC X(04)    VALUE "nro ".
           03 REC-RGA-NUMERO  PIC 9(06).
           03 FILLER          PIC X(17)    VALUE " no remunerativo".
           03 REC-RGA-IMPORTE PIC -ZZZZZZZZ9,99.
           03 FILLER          PIC X(1)     VALUE ALL " ".

      *- Adicional por horas extra del mes: horas pagadas con
      *- adicional e importe, alineados con el bruto (que ya lo
      *- incluye).
       01 RECIBO-LINEA-HS-EXTRA.
           03 FILLER          PIC X(37)    VALUE
              "Adicional horas extra".
           03 REC-HEX-HORAS   PIC -ZZZ9,99.
           03 FILLER          PIC X(5)     VALUE ALL " ".
           03 REC-HEX-IMPORTE PIC -ZZZZZZZZ9,99.
           03 FILLER          PIC X(1)     VALUE ALL " ".

       01 RECIBO-TOTAL-NETO.
           03 FILLER          PIC X(19)    VALUE "Total neto a cobrar".
           03 FILLER          PIC X(31)    VALUE ALL " ".
           03 NOV-TIPO-NOV                  PIC X(01).
              88 NOV-ES-CORRECCION                 VALUE "C".
              88 NOV-ES-NORMAL                      VALUE "N" SPACE.
              88 NOV-ES-CANCEL-TARDIA               VALUE "T".
           03 NOV-HORA-INI                  PIC X(04).
           03 NOV-ASISTENTES                PIC X(03).

      *- Rutas de las fuentes de novedades activas, leidas de
      *- NovTimesFuentes.txt (una por linea, en el orden en que se
               05 EST-TIPCLASE         PIC X(04).
               05 EST-HORAS            PIC 9(2)V99.
               05 EST-TIPO-NOV         PIC X(01).
               05 EST-HORA-INI         PIC X(04).
               05 EST-ASISTENTES       PIC X(03).
               05 EST-FUENTE-ID        PIC X(03).
               05 EST-TIENE-TRAILER    PIC X(01).
               05 EST-TRL-CANT         PIC 9(06).
      *- registro crudo leido para poder desarmar los de control.
       78 CON-MARCA-HDR                VALUE "*HDR*".
       78 CON-MARCA-TRL                VALUE "*TRL*".
       01 WS-REG-FUENTE-CRUDA          PIC X(32).
       01 WS-REG-FUENTE-HDR REDEFINES WS-REG-FUENTE-CRUDA.
           03 HDR-MARCA                PIC X(05).
           03 HDR-FUENTE-ID            PIC X(03).
           03 HDR-FECHA-GEN            PIC 9(08).
           03 FILLER                   PIC X(16).
       01 WS-REG-FUENTE-TRL REDEFINES WS-REG-FUENTE-CRUDA.
           03 TRL-MARCA                PIC X(05).
           03 TRL-CANT                 PIC 9(06).
           03 TRL-HORAS                PIC 9(06)V99.
           03 FILLER                   PIC X(13).

       77 CANT-REG-FUENTE              PIC 9(06)    VALUE 0.
       77 WS-MOTIVO-RECHAZO            PIC X(40)    VALUE SPACES.
      *- Rango valido de horas del tipo (0/0 = sin control).
               05  VEC-TIPOSCLASE-HORAS-MIN   PIC 9(2)V99.
               05  VEC-TIPOSCLASE-HORAS-MAX   PIC 9(2)V99.
      *- Porcentaje pagadero de una cancelacion tardia.
               05  VEC-TIPOSCLASE-PORC-CANCEL PIC 9(3)V99.
           03 VEC-FERIADOS
               OCCURS 50 TIMES
               INDEXED BY INDICE-FER.
       77 HAY-LICENCIA           PIC X(2) VALUE "NO".
          88 NOV-CON-LICENCIA             VALUE "SI".

      *- Claves observadas por CONTROL-FICHADAS en la corrida de hoy:
      *- la novedad dictada de esa clave se rechaza en el merge.
       78 CON-CANT-FOB-MAX              VALUE 500.
       01 VEC-FICHADAS-OBS.
           03 VEC-FOB-ELM
               OCCURS CON-CANT-FOB-MAX TIMES
               INDEXED BY INDICE-FOB.
               05 VEC-FOB-CLAVE         PIC X(16).

       77 CANT-FICHADAS-OBS      PIC 999  VALUE 0.
       77 HAY-FICHADA-OBS        PIC X(2) VALUE "NO".
          88 NOV-SUPERA-FICHADAS          VALUE "SI".

      *- Modo simulacion (ver SELECT SIMTIPOS_FILE): las tablas SIM
      *- replican VEC-TIPOSCLASE con el tarifario alternativo y por
      *- cada novedad se calcula, ademas del importe real, el importe
               05 VEC-RET-TOPE          PIC 9(08)V99.
               05 VEC-RET-CONCEPTO      PIC X(20).
               05 VEC-RET-PORC          PIC 9(02)V99.
               05 VEC-RET-COND          PIC X(01).

       77 CANT-RETENCIONES       PIC 999  VALUE 0.

                                  SIGN LEADING SEPARATE.
       77 WS-RECUPERO-ADE        PIC 9(08)V99  VALUE 0.

      *- Reintegros de gastos cargados en memoria; la empresa que los
      *- paga se resuelve al emitir el recibo del profesor, por la
      *- sucursal que origino el gasto. Al final de la corrida el
      *- archivo se regraba con los liquidados.
       78 CON-CANT-RGA-MAX              VALUE 500.
       01 VEC-REINTEGROS.
           03 VEC-RGA-ELM
               OCCURS CON-CANT-RGA-MAX TIMES
               INDEXED BY INDICE-RGA.
               05 VEC-RGA-REGISTRO      PIC X(104).
               05 VEC-RGA-EMPRESA       PIC X(02).
       77 CANT-REINTEGROS        PIC 999       VALUE 0.
       77 HAY-ARCH-REINTEGROS    PIC X(01)     VALUE "N".
          88 ARCH-REINTEGROS                   VALUE "S".
       77 TOT-REINTEGROS-REC     PIC 9(09)V99  VALUE 0.

      *- Ordenes de embargo cargadas en memoria, en el orden del
      *- archivo (el de alta: la orden mas antigua cobra primero);
      *- al final de la corrida el archivo se regraba con lo cobrado.
      *- Tipo "P" retiene un porcentaje del neto por mes, hasta el
      *- monto si lo tiene (0 = hasta que el juzgado la levante);
      *- tipo "F" cobra un monto total, lo que permita el tope.
      *- Estado "A" activa, "C" cumplida, "L" levantada.
       78 CON-CANT-EMB-MAX              VALUE 200.
       78 CON-TOPE-EMB-DEFECTO          VALUE 20.
       01 VEC-EMBARGOS.
           03 VEC-EMB-ELM
               OCCURS CON-CANT-EMB-MAX TIMES
               INDEXED BY INDICE-EMB.
               05 VEC-EMB-NUMERO        PIC 9(06).
               05 VEC-EMB-PROF          PIC X(05).
               05 VEC-EMB-JUZGADO       PIC X(30).
               05 VEC-EMB-EXPEDIENTE    PIC X(20).
               05 VEC-EMB-CUENTA        PIC X(22).
               05 VEC-EMB-TIPO          PIC X(01).
               05 VEC-EMB-PORC          PIC 9(02)V99.
               05 VEC-EMB-MONTO         PIC 9(08)V99.
               05 VEC-EMB-COBRADO       PIC 9(08)V99.
               05 VEC-EMB-FECHA-ALTA    PIC 9(08).
               05 VEC-EMB-ESTADO        PIC X(01).
       77 CANT-EMBARGOS          PIC 999       VALUE 0.
       77 HAY-ARCH-EMBARGOS      PIC X(01)     VALUE "N".
          88 ARCH-EMBARGOS                     VALUE "S".
       77 WS-TOPE-EMB-PORC       PIC 9(02)V99  VALUE 20.
       77 WS-BASE-EMB            PIC S9(9)V99  VALUE 0
                                  SIGN LEADING SEPARATE.
       77 WS-DISPONIBLE-EMB      PIC S9(9)V99  VALUE 0
                                  SIGN LEADING SEPARATE.
       77 WS-SALDO-EMB           PIC 9(08)V99  VALUE 0.
       77 WS-COBRO-EMB           PIC 9(08)V99  VALUE 0.
       01 WS-CONCEPTO-EMB.
           03 FILLER                PIC X(08)  VALUE "EMBARGO ".
           03 WS-CONCEPTO-EMB-NUM   PIC 9(06).
           03 FILLER                PIC X(06)  VALUE SPACES.

       77 CANT-DEDUCCIONES       PIC 99        VALUE 0.
       77 IND-DED-HALLADO        PIC 99        VALUE 0.
       77 IMPORTE-DEDUCCION      PIC 9(08)V99  VALUE 0.
       77 TOT-DEDUCCIONES        PIC 9(09)V99  VALUE 0.
       77 TOT-NETO-PROF          PIC S9(9)V99  SIGN LEADING SEPARATE.

      *- Recibo por empresa: los renglones del recibo del profesor se
      *- guardan etiquetados con la empresa de su sucursal y se
      *- acumulan bruto, horas y horas extra de cada empresa; al corte
      *- de profesor sale un recibo por cada una (EMITIR-RECIBOS-PROF).
       78 CON-EMPRESA-DEFECTO           VALUE "01".
       78 CON-CANT-REC-DET-MAX          VALUE 300.
       78 CON-CANT-EMP-PROF-MAX         VALUE 10.
       01 VEC-RECIBO-DETALLE.
           03 VEC-RDT-ELM
               OCCURS CON-CANT-REC-DET-MAX TIMES
               INDEXED BY INDICE-RDT.
               05 VEC-RDT-EMPRESA       PIC X(02).
               05 VEC-RDT-LINEA         PIC X(80).
       77 CANT-REC-DET           PIC 999       VALUE 0.
       01 VEC-EMPRESAS-PROF.
           03 VEC-EPR-ELM
               OCCURS CON-CANT-EMP-PROF-MAX TIMES
               INDEXED BY INDICE-EPR.
               05 VEC-EPR-EMPRESA       PIC X(02).
               05 VEC-EPR-IMPORTE       PIC S9(8)V99
                                         SIGN LEADING SEPARATE.
               05 VEC-EPR-HORAS         PIC S9(3)V99
                                         SIGN LEADING SEPARATE.
               05 VEC-EPR-HE-HORAS      PIC 9(03)V99.
               05 VEC-EPR-HE-IMPORTE    PIC 9(07)V99.
       77 CANT-EMP-PROF          PIC 99        VALUE 0.
       77 IND-EPR-HALLADO        PIC 99        VALUE 0.
       77 WS-SUC-RECIBO          PIC X(03)     VALUE SPACES.
       77 WS-EMPRESA-RECIBO      PIC X(02)     VALUE SPACES.
      *- "S" si el profesor esta en el maestro y lleva encabezado de
      *- recibo (ver PRINT-DATOS-PROF).
       77 WS-RECIBO-ENCABEZADO   PIC X(01)     VALUE "N".
          88 RECIBO-CON-ENCABEZADO             VALUE "S".

      *- Parametros para BUSCAR-EMPRESA (TP-Parte2/BUSCAR-EMPRESA.cbl).
       01 PAR-EMP-IN.
           03 EMI-OP            PIC X(06).
           03 EMI-EMPRESA       PIC X(02).
           03 EMI-SUCURSAL      PIC X(03).
           03 EMI-CUIT          PIC 9(11).
       01 PAR-EMP-OUT.
           03 EMO-CR            PIC X(02).
           03 EMO-CODIGO        PIC X(02).
           03 EMO-RAZON         PIC X(25).
           03 EMO-CUIT          PIC 9(11).
           03 EMO-DIRE          PIC X(20).
           03 EMO-PTO-VENTA     PIC 9(04).
       77 WS-FECHA-LIQ           PIC 9(08)     VALUE 0.

      *- Parametros para REGISTRAR-SALIDA (TP-Parte2/
      *- REGISTRAR-SALIDA.cbl): Recibos.txt se cataloga como una
      *- generacion numerada al cerrar, para que DISTRIBUIR-SALIDAS
      *- arme el paquete de cada profesor.
       01 PAR-SAL-IN.
           03 SAL-PROGRAMA      PIC X(20).
           03 SAL-TIPO          PIC X(03).
           03 SAL-CLAVE         PIC X(05).
           03 SAL-ARCHIVO       PIC X(30).
       01 PAR-SAL-OUT.
           03 SAL-CR            PIC X(02).
           03 SAL-GENERACION    PIC 9(04).
           03 SAL-CANTIDAD      PIC 9(07).
           03 SAL-HASH          PIC 9(12).

      *- Parametros para VALIDAR-FECHA (TP-Parte2/VALIDAR-FECHA.cbl):
      *- NOV-FECHA es solo PIC 9(8), asi que un 20251332 o una fecha
      *- futura pasaban sin tocar y despues rompian la matriz anio/mes
       77 WS-PROF-GRUPO          PIC X(05)     VALUE SPACES.
       77 WS-FECHA-GRUPO         PIC 9(08)     VALUE 0.

      *- Adicional por horas extra del convenio colectivo: PROCESO2
      *- recorre las fechas del profesor en orden, asi que cada
      *- semana calendario (lunes a domingo) queda armada en
      *- VEC-HS-EXTRA-DIAS, un renglon por fecha con sus horas e
      *- importe (todas las sucursales), y en VEC-HS-EXTRA-SUC las
      *- horas de cada sucursal. Al cambiar de semana las horas que
      *- pasan el tope se toman de los ultimos dias trabajados y se
      *- pagan con el adicional del dia: 50% habil, 100% sabado,
      *- domingo o feriado, sobre el valor hora que ese dia ya se
      *- liquido. Las correcciones restan y las cancelaciones tardias
      *- no son horas trabajadas, no cuentan para el tope.
       78 CON-PORC-HE-HABIL             VALUE 50.
       78 CON-PORC-HE-FINDE             VALUE 100.
       78 CON-CANT-HE-SUC-MAX           VALUE 20.
       78 CON-CANT-CONTRATOS-MAX        VALUE 500.
       77 WS-TOPE-SEMANA-GRAL    PIC 9(03)V99  VALUE 0.
       77 WS-TOPE-SEMANA         PIC 9(03)V99  VALUE 0.
       01 VEC-CONTRATOS.
           03 VEC-CTR-ELM
               OCCURS CON-CANT-CONTRATOS-MAX TIMES
               INDEXED BY INDICE-CTR.
               05 VEC-CTR-PROF          PIC X(05).
               05 VEC-CTR-VIG-DESDE     PIC 9(08).
               05 VEC-CTR-VIG-HASTA     PIC 9(08).
               05 VEC-CTR-HORAS-SEMANA  PIC 9(03)V99.
       77 CANT-CONTRATOS         PIC 999       VALUE 0.
       77 VIG-CTR-HALLADA        PIC 9(08)     VALUE 0.
       01 VEC-HS-EXTRA-DIAS.
           03 VEC-HED-ELM OCCURS 7 TIMES.
               05 VEC-HED-FECHA         PIC 9(08).
               05 VEC-HED-FINDE         PIC X(01).
                  88 HED-ES-FINDE                  VALUE "S".
               05 VEC-HED-HORAS         PIC S9(3)V99
                                         SIGN LEADING SEPARATE.
               05 VEC-HED-IMPORTE       PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
       77 CANT-HE-DIAS           PIC 9         VALUE 0.
       01 VEC-HS-EXTRA-SUC.
           03 VEC-HES-ELM
               OCCURS CON-CANT-HE-SUC-MAX TIMES
               INDEXED BY INDICE-HES.
               05 VEC-HES-SUC           PIC X(03).
               05 VEC-HES-HORAS         PIC S9(3)V99
                                         SIGN LEADING SEPARATE.
               05 VEC-HES-HORAS-EXTRA   PIC 9(03)V99.
               05 VEC-HES-IMPORTE       PIC 9(07)V99.
       77 CANT-HE-SUC            PIC 99        VALUE 0.
       77 IND-HES-HALLADO        PIC 99        VALUE 0.
       77 IND-HES-ULTIMA         PIC 99        VALUE 0.
       77 WS-HE-IX               PIC 9         VALUE 0.
      *- Numero de dia juliano del lunes de la semana en armado
      *- (0 = ninguna semana abierta todavia para el profesor).
       77 WS-SEMANA-ACTUAL       PIC 9(08)     VALUE 0.
       77 WS-HE-TOT-HORAS        PIC S9(3)V99  VALUE 0
                                  SIGN LEADING SEPARATE.
       77 WS-HE-HORAS-BASE       PIC 9(03)V99  VALUE 0.
       77 WS-HE-EXCESO           PIC 9(03)V99  VALUE 0.
       77 WS-HE-PENDIENTE        PIC 9(03)V99  VALUE 0.
       77 WS-HE-TOMA             PIC 9(03)V99  VALUE 0.
       77 WS-HE-PORC             PIC 9(03)     VALUE 0.
       77 WS-HE-IMPORTE-DIA      PIC 9(07)V99  VALUE 0.
       77 WS-HE-IMPORTE-SEMANA   PIC 9(07)V99  VALUE 0.
       77 WS-HE-REPARTIDO-HS     PIC 9(03)V99  VALUE 0.
       77 WS-HE-REPARTIDO-IMP    PIC 9(07)V99  VALUE 0.
       77 TOT-HE-HORAS-PROF      PIC 9(03)V99  VALUE 0.
       77 TOT-HE-IMPORTE-PROF    PIC 9(07)V99  VALUE 0.
      *- "S" si BUSCAR-FERIADO encontro un feriado aplicable a la
      *- novedad en proceso.
       77 WS-ES-FERIADO          PIC X(01)     VALUE "N".
          88 NOV-EN-FERIADO                    VALUE "S".

      *- Numero de dia juliano de una fecha AAAAMMDD, con divisiones
      *- enteras como el calculo del dia de semana de
      *- HORAS_POR_DIA_SEMANA: el resto de dividirlo por 7 da el dia
      *- de la semana (0 = lunes .. 6 = domingo).
       01 WS-FECHA-JULIANA.
           03 WS-JUL-AAAA        PIC 9(04).
           03 WS-JUL-MM          PIC 9(02).
           03 WS-JUL-DD          PIC 9(02).
       77 WS-JUL-A               PIC 9(01)     VALUE 0.
       77 WS-JUL-ANIO            PIC 9(05)     VALUE 0.
       77 WS-JUL-MES             PIC 9(02)     VALUE 0.
       77 WS-JUL-TERM-MES        PIC 9(05)     VALUE 0.
       77 WS-JUL-TERM-4          PIC 9(05)     VALUE 0.
       77 WS-JUL-TERM-100        PIC 9(05)     VALUE 0.
       77 WS-JUL-TERM-400        PIC 9(05)     VALUE 0.
       77 WS-JUL-DIA             PIC 9(08)     VALUE 0.
       77 WS-JUL-SEMANAS         PIC 9(08)     VALUE 0.
       77 WS-JUL-DIA-SEMANA      PIC 9(01)     VALUE 0.

      *- Ciclo de vida del profesor del grupo en proceso, capturado
      *- al posicionar el maestro en PRINT-ENCABEZADO-PROF: una
      *- novedad fechada despues de la baja va a
      *- RechazosNovedades.dat con su propio motivo.
       77 WS-ESTADO-PROF-GRUPO   PIC X(01)     VALUE SPACE.
          88 GRUPO-PROF-DE-BAJA                VALUE "B" "L".
       77 WS-BAJA-PROF-GRUPO     PIC 9(08)     VALUE 0.
      *- Condicion fiscal del profesor del grupo ("D" dependencia /
      *- "M" monotributo): elige que filas de Retenciones.dat se le
      *- aplican.
       77 WS-COND-FISCAL-GRUPO   PIC X(01)     VALUE "D".
       77 WS-HAY-NOV-BAJA        PIC X(01)     VALUE "N".
          88 NOV-POSTERIOR-A-BAJA              VALUE "S".

      *- Habilitacion del profesor para el tipo de clase en la fecha
      *- de la novedad (ver TP-Parte2/VALIDAR-HABILITACION.cbl):
      *- "S" habilitado, "N" sin habilitacion, "V" vencida.
       77 WS-RES-HABILITACION    PIC X(01)     VALUE "S".
          88 PROF-HABILITADO                   VALUE "S".
          88 PROF-SIN-HABILITACION             VALUE "N".
          88 PROF-HABILITACION-VENCIDA         VALUE "V".

      *- Control del rango de horas del tipo de clase: el rango de la
      *- vigencia aplicable a la fecha de la novedad (0/0 = sin
      *- control, archivos anteriores a este cambio).
      *- Zona de feriados de la sucursal (ver SUC-ZONA): resuelve que
      *- feriados zonales le aplican a cada novedad.
               05 VEC-SUC-ZONA         PIC X(02).
      *- Razon y CUIT, para el reparto del adicional por horas extra
      *- que se factura a cada sucursal.
               05 VEC-SUC-RAZON        PIC X(25).
               05 VEC-SUC-CUIT         PIC 9(11).
      *- Empresa del grupo a la que pertenece (ver SUC-EMPRESA).
               05 VEC-SUC-EMPRESA      PIC X(02).

       77 CANT-SUCURSALES   PIC 999        VALUE 0.
       77 HAY-TIPO-VALIDO   PIC X(2)       VALUE "NO".
           03 WS-CLAVE-VAL-SUC     PIC X(3).
           03 FILLER               PIC X(3).

      *- Hora de inicio de la novedad desarmada en hora/minuto para
      *- validarla (ver VALIDAR-HORA-INI-FUENTE).
       01 WS-HORA-INI-VAL          PIC X(04).
       01 WS-HORA-INI-VAL-NUM REDEFINES WS-HORA-INI-VAL.
           03 WS-HORA-INI-HH       PIC 9(02).
           03 WS-HORA-INI-MM       PIC 9(02).

       77 LINEA           PIC 99.
       77 HOJA            PIC 999.
      *- Con signo porque las correcciones/reversos (NOV-ES-CORRECCION)
       77 HORAS           PIC S99V99          SIGN LEADING SEPARATE.
       77 DESCRIPCION     PIC X(20).
       77 TARIFA          PIC 9(5)V99.
      *- Porcentaje de cancelacion del tipo vigente y su leyenda para
      *- el renglon de Listado.txt/Recibos.txt.
       77 WS-PORC-CANCEL  PIC 9(3)V99     VALUE 0.
       77 WS-PORC-CANCEL-ED PIC ZZ9.
       77 RESTO-LINEAS    PIC 99.
       77 I               PIC 99.
       77 LINEA-RECIBO       PIC 99.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-PERIODOS-CERRADOS.
           PERFORM CARGAR-LICENCIAS.
           PERFORM CARGAR-FICHADAS-OBSERVADAS.
           PERFORM CARGAR-MAX-HORAS.
           PERFORM CARGAR-TOPE-SEMANAL.
           PERFORM CARGAR-CONTRATOS.
           PERFORM CARGAR-ESCALA-ANTIGUEDAD.
           PERFORM CARGAR-ADELANTOS.
           PERFORM CARGAR-EMBARGOS.
           PERFORM CARGAR-TOPE-EMBARGOS.
           PERFORM CARGAR-REINTEGROS.
           PERFORM CARGAR-RETENCIONES.

           PERFORM LEER-SUCURSALES.
           ELSE
               PERFORM GRABAR-TOTAL-HORAS
               PERFORM REGRABAR-ADELANTOS
               PERFORM REGRABAR-EMBARGOS
               PERFORM REGRABAR-REINTEGROS
               PERFORM LIMPIAR-CHECKPOINT
           END-IF.

           PERFORM CERRAR-FUENTES.
           PERFORM CERRAR-ARCHIVOS.
           IF NOT ES-SIMULACION
               PERFORM CATALOGAR-RECIBOS
               PERFORM LIBERAR-LOCK
           END-IF.
      *- Una fuente rechazada por trailer que no balancea deja la
      *- FIN LLAMADO A PROCEDIMIENTOS


      *- Recibos.txt queda catalogado como generacion numerada (la
      *- proxima corrida lo pisa, la generacion no). Un error del
      *- catalogo avisa pero no invalida la liquidacion.
       CATALOGAR-RECIBOS.
           MOVE "TP_PARTE_1A"  TO SAL-PROGRAMA.
           MOVE "REC"          TO SAL-TIPO.
           MOVE SPACES         TO SAL-CLAVE.
           MOVE "Recibos.txt"  TO SAL-ARCHIVO.
           CALL "REGISTRAR-SALIDA" USING PAR-SAL-IN, PAR-SAL-OUT.
           IF SAL-CR IS EQUAL TO "00"
               DISPLAY "RECIBOS CATALOGADOS GENERACION "
                   SAL-GENERACION " LINEAS " SAL-CANTIDAD
           ELSE
               DISPLAY "AVISO: RECIBOS NO CATALOGADOS CR " SAL-CR
           END-IF.


       TOMAR-LOCK.
           MOVE "TOMAR"    TO LCK-OP.
           MOVE "TIMES" TO LCK-RECURSO.
           PERFORM DETECTAR-SIMULACION.
           IF NOT ES-SIMULACION
               PERFORM LEER-CHECKPOINT
               MOVE "ABRIR" TO EMI-OP
               CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT
           END-IF.

      *- La sola presencia de TiposClaseSimulacion.dat pone la corrida
                       FS-DEDUCCIONESHIST
                   STOP RUN
               END-IF
               IF REANUDAR
                   OPEN EXTEND HSEXTRASUC_FILE
               ELSE
                   OPEN OUTPUT HSEXTRASUC_FILE
               END-IF
               IF FS-HSEXTRASUC IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ABRIR HSEXTRASUC FS: "
                       FS-HSEXTRASUC
                   STOP RUN
               END-IF
               IF REANUDAR
                   OPEN EXTEND HSEXTRAAP_FILE
               ELSE
                   OPEN OUTPUT HSEXTRAAP_FILE
               END-IF
               IF FS-HSEXTRAAP IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ABRIR HSEXTRAAP FS: "
                       FS-HSEXTRAAP
                   STOP RUN
               END-IF
               IF REANUDAR
                   OPEN EXTEND REINTEGROSAP_FILE
                   OPEN EXTEND REINTEGROSFAC_FILE
               ELSE
                   OPEN OUTPUT REINTEGROSAP_FILE
                   OPEN OUTPUT REINTEGROSFAC_FILE
               END-IF
               IF FS-REINTEGROSAP IS NOT EQUAL TO 00
                   OR FS-REINTEGROSFAC IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ABRIR REINTEGROS AP/FAC FS: "
                       FS-REINTEGROSAP " " FS-REINTEGROSFAC
                   STOP RUN
               END-IF
           END-IF.

           IF ES-SIMULACION
                   MOVE NOV1-TIPCLASE TO EST-TIPCLASE(IX-FUENTE)
                   MOVE NOV1-HORAS    TO EST-HORAS(IX-FUENTE)
                   MOVE NOV1-TIPO-NOV TO EST-TIPO-NOV(IX-FUENTE)
                   MOVE NOV1-HORA-INI TO EST-HORA-INI(IX-FUENTE)
                   MOVE NOV1-ASISTENTES
                       TO EST-ASISTENTES(IX-FUENTE)
               WHEN 2
                   PERFORM LEER-NOVTIMES2
                   MOVE FS-NOVTIMES2  TO EST-FS(IX-FUENTE)
                   MOVE NOV2-TIPCLASE TO EST-TIPCLASE(IX-FUENTE)
                   MOVE NOV2-HORAS    TO EST-HORAS(IX-FUENTE)
                   MOVE NOV2-TIPO-NOV TO EST-TIPO-NOV(IX-FUENTE)
                   MOVE NOV2-HORA-INI TO EST-HORA-INI(IX-FUENTE)
                   MOVE NOV2-ASISTENTES
                       TO EST-ASISTENTES(IX-FUENTE)
               WHEN 3
                   PERFORM LEER-NOVTIMES3
                   MOVE FS-NOVTIMES3  TO EST-FS(IX-FUENTE)
                   MOVE NOV3-TIPCLASE TO EST-TIPCLASE(IX-FUENTE)
                   MOVE NOV3-HORAS    TO EST-HORAS(IX-FUENTE)
                   MOVE NOV3-TIPO-NOV TO EST-TIPO-NOV(IX-FUENTE)
                   MOVE NOV3-HORA-INI TO EST-HORA-INI(IX-FUENTE)
                   MOVE NOV3-ASISTENTES
                       TO EST-ASISTENTES(IX-FUENTE)
               WHEN 4
                   PERFORM LEER-NOVTIMES4
                   MOVE FS-NOVTIMES4  TO EST-FS(IX-FUENTE)
                   MOVE NOV4-TIPCLASE TO EST-TIPCLASE(IX-FUENTE)
                   MOVE NOV4-HORAS    TO EST-HORAS(IX-FUENTE)
                   MOVE NOV4-TIPO-NOV TO EST-TIPO-NOV(IX-FUENTE)
                   MOVE NOV4-HORA-INI TO EST-HORA-INI(IX-FUENTE)
                   MOVE NOV4-ASISTENTES
                       TO EST-ASISTENTES(IX-FUENTE)
               WHEN 5
                   PERFORM LEER-NOVTIMES5
                   MOVE FS-NOVTIMES5  TO EST-FS(IX-FUENTE)
                   MOVE NOV5-TIPCLASE TO EST-TIPCLASE(IX-FUENTE)
                   MOVE NOV5-HORAS    TO EST-HORAS(IX-FUENTE)
                   MOVE NOV5-TIPO-NOV TO EST-TIPO-NOV(IX-FUENTE)
                   MOVE NOV5-HORA-INI TO EST-HORA-INI(IX-FUENTE)
                   MOVE NOV5-ASISTENTES
                       TO EST-ASISTENTES(IX-FUENTE)
               WHEN 6
                   PERFORM LEER-NOVTIMES6
                   MOVE FS-NOVTIMES6  TO EST-FS(IX-FUENTE)
                   MOVE NOV6-TIPCLASE TO EST-TIPCLASE(IX-FUENTE)
                   MOVE NOV6-HORAS    TO EST-HORAS(IX-FUENTE)
                   MOVE NOV6-TIPO-NOV TO EST-TIPO-NOV(IX-FUENTE)
                   MOVE NOV6-HORA-INI TO EST-HORA-INI(IX-FUENTE)
                   MOVE NOV6-ASISTENTES
                       TO EST-ASISTENTES(IX-FUENTE)
           END-EVALUATE.

      *- Recorre con su propio indice (IX-FUENTE-EOF) para no pisar el
           MOVE TIP-TARIFA  TO VEC-TIPOSCLASE-TARIFA(INDICE).
           MOVE TIP-HORAS-MIN TO VEC-TIPOSCLASE-HORAS-MIN(INDICE).
           MOVE TIP-HORAS-MAX TO VEC-TIPOSCLASE-HORAS-MAX(INDICE).
           IF TIP-PORC-CANCEL IS NUMERIC
               MOVE TIP-PORC-CANCEL
                   TO VEC-TIPOSCLASE-PORC-CANCEL(INDICE)
           ELSE
               MOVE 0 TO VEC-TIPOSCLASE-PORC-CANCEL(INDICE)
           END-IF.
           SET CANT-TIPOSCLASE TO INDICE.

           PERFORM LEER-TIPOSCLASE.
      *- se resuelve por la sucursal de la novedad.
       BUSCAR-FERIADO.
           MOVE 1 TO WS-RECARGO-FERIADO.
           MOVE "N" TO WS-ES-FERIADO.
           PERFORM RESOLVER-ZONA-NOVEDAD.
           PERFORM VARYING INDICE-FER FROM 1 BY 1
               UNTIL INDICE-FER > CANT-FERIADOS
                           TO WS-ZONA-NOVEDAD)
                   MOVE VEC-FER-RECARGO(INDICE-FER)
                       TO WS-RECARGO-FERIADO
                   MOVE "S" TO WS-ES-FERIADO
               END-IF
           END-PERFORM.

           DISPLAY "PROFESOR " EST-NUMERO(IX-FUENTE) " CON LICENCIA "
               "EN LA FECHA " EST-FECHA(IX-FUENTE) ", VERIFICAR".

      *- Solo valen los renglones que CONTROL-FICHADAS grabo hoy: un
      *- archivo de otra corrida no debe rechazar novedades nuevas.
       CARGAR-FICHADAS-OBSERVADAS.
           MOVE 0 TO CANT-FICHADAS-OBS.
           OPEN INPUT FICHADASOBS_FILE.
           IF FS-FICHADASOBS IS EQUAL TO 00
               PERFORM LEER-FICHADA-OBS
               PERFORM GUARDAR-FICHADA-OBS
                   UNTIL FS-FICHADASOBS IS EQUAL TO 10
               CLOSE FICHADASOBS_FILE
           END-IF.
           IF CANT-FICHADAS-OBS > 0
               DISPLAY CANT-FICHADAS-OBS " CLAVES CON HORAS POR ENCIMA "
                   "DE LAS FICHADAS, SE RECHAZAN EN EL MERGE"
           END-IF.

       LEER-FICHADA-OBS.
           READ FICHADASOBS_FILE.
           IF FS-FICHADASOBS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FICHADASOBSERVADAS FS: "
                   FS-FICHADASOBS
               MOVE "10" TO FS-FICHADASOBS
           END-IF.

       GUARDAR-FICHADA-OBS.
           IF FOB-FECHA-CONTROL IS EQUAL TO WS-FECHA-LIQ
               IF CANT-FICHADAS-OBS < CON-CANT-FOB-MAX
                   ADD 1 TO CANT-FICHADAS-OBS
                   MOVE REG-FICHADASOBS(1:16)
                       TO VEC-FOB-CLAVE(CANT-FICHADAS-OBS)
               ELSE
                   DISPLAY "TABLA DE FICHADAS OBSERVADAS LLENA, NO SE "
                       "RECHAZA " REG-FICHADASOBS(1:16)
               END-IF
           END-IF.
           PERFORM LEER-FICHADA-OBS.

      *- Las correcciones y las cancelaciones tardias no cuentan como
      *- horas dictadas en el control de fichadas, asi que tampoco se
      *- rechazan por el.
       CONTROLAR-FICHADAS-NOV.
           MOVE "NO" TO HAY-FICHADA-OBS.
           IF NOV-ES-NORMAL
               PERFORM VARYING INDICE-FOB FROM 1 BY 1
                   UNTIL INDICE-FOB > CANT-FICHADAS-OBS
                   IF VEC-FOB-CLAVE(INDICE-FOB) IS EQUAL TO CLAVE-NOV
                       MOVE "SI" TO HAY-FICHADA-OBS
                   END-IF
               END-PERFORM
           END-IF.

      *- Una correccion/reverso puede tocar un periodo cerrado (para
      *- eso existe); una novedad comun fechada en un periodo cerrado
      *- distorsionaria totales ya publicados y se rechaza.
       GUARDAR-SUCURSAL.
           MOVE SUC-SUCURSAL TO VEC-SUC-COD(INDICE-SUC).
           MOVE SUC-ZONA     TO VEC-SUC-ZONA(INDICE-SUC).
           MOVE SUC-RAZON    TO VEC-SUC-RAZON(INDICE-SUC).
           MOVE SUC-CUIT     TO VEC-SUC-CUIT(INDICE-SUC).
           IF SUC-EMPRESA IS EQUAL TO SPACES
               MOVE CON-EMPRESA-DEFECTO TO VEC-SUC-EMPRESA(INDICE-SUC)
           ELSE
               MOVE SUC-EMPRESA  TO VEC-SUC-EMPRESA(INDICE-SUC)
           END-IF.
           SET CANT-SUCURSALES TO INDICE-SUC.
           PERFORM LEER-SUCURSALES.

           PERFORM VALIDAR-TIPO-CLASE-FUENTE.
           PERFORM VALIDAR-SUCURSAL-FUENTE.
           PERFORM VALIDAR-HORAS-FUENTE.
           PERFORM VALIDAR-HORA-INI-FUENTE.
           PERFORM VALIDAR-ASISTENTES-FUENTE.
           PERFORM CONTROLAR-LICENCIA-FUENTE.
           PERFORM LEER-FUENTE.

               "DEL TIPO " EST-TIPCLASE(IX-FUENTE) " PROFESOR "
               EST-NUMERO(IX-FUENTE).

      *- La hora de inicio es opcional (las fuentes viejas no la
      *- traen), pero si viene tiene que ser un HHMM valido; si no, se
      *- avisa y la novedad se carga igual: solo queda fuera del
      *- control de superposicion de clases.
       VALIDAR-HORA-INI-FUENTE.
           MOVE EST-HORA-INI(IX-FUENTE) TO WS-HORA-INI-VAL.
           IF WS-HORA-INI-VAL IS NOT EQUAL TO SPACES
               IF WS-HORA-INI-VAL IS NOT NUMERIC
                   PERFORM REGISTRAR-EXCEPCION-HORA-INI
               ELSE
                   IF WS-HORA-INI-HH > 23 OR WS-HORA-INI-MM > 59
                       PERFORM REGISTRAR-EXCEPCION-HORA-INI
                   END-IF
               END-IF
           END-IF.

      *- Igual que la hora de inicio: la cantidad de asistentes es
      *- opcional, pero si viene tiene que ser numerica. Si no, se
      *- avisa y la novedad se carga igual; el informe de asistencia
      *- la toma como no informada.
       VALIDAR-ASISTENTES-FUENTE.
           IF EST-ASISTENTES(IX-FUENTE) IS NOT EQUAL TO SPACES
               AND EST-ASISTENTES(IX-FUENTE) IS NOT NUMERIC
               MOVE EST-NUMERO(IX-FUENTE)   TO WS-CLAVE-VAL-NUM
               MOVE EST-SUCURSAL(IX-FUENTE) TO WS-CLAVE-VAL-SUC
               MOVE WS-CLAVE-VALIDACION     TO EXC-CLAVE
               MOVE "TP_PARTE_1A-VAL"       TO EXC-PROGRAMA
               MOVE "CANTIDAD DE ASISTENTES INVALIDA" TO EXC-MOTIVO
               MOVE "A" TO EXC-SEVERIDAD
               PERFORM COMPLETAR-DATOS-EXCEPCION
               WRITE REG-EXCEPCIONES
               DISPLAY "ASISTENTES INVALIDO " EST-ASISTENTES(IX-FUENTE)
                   " PROFESOR " EST-NUMERO(IX-FUENTE)
           END-IF.

       REGISTRAR-EXCEPCION-HORA-INI.
           MOVE EST-NUMERO(IX-FUENTE)   TO WS-CLAVE-VAL-NUM.
           MOVE EST-SUCURSAL(IX-FUENTE) TO WS-CLAVE-VAL-SUC.
           MOVE WS-CLAVE-VALIDACION     TO EXC-CLAVE.
           MOVE "TP_PARTE_1A-VAL"       TO EXC-PROGRAMA.
           MOVE "HORA DE INICIO INVALIDA" TO EXC-MOTIVO.
           MOVE "A" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.
           DISPLAY "HORA DE INICIO INVALIDA " EST-HORA-INI(IX-FUENTE)
               " PROFESOR " EST-NUMERO(IX-FUENTE).

      *- La excepcion por fecha invalida se registra aca, en la pasada
      *- de validacion; el descarte efectivo lo hace POS-FUENTE en el
      *- merge (sin volver a avisar) para que el registro no llegue a
           END-PERFORM.
           IF NOT TIPO-VALIDO
               PERFORM REGISTRAR-EXCEPCION-TIPO-CLASE
           ELSE
               CALL "VALIDAR-HABILITACION" USING
                   EST-NUMERO(IX-FUENTE), EST-TIPCLASE(IX-FUENTE),
                   EST-FECHA(IX-FUENTE), WS-RES-HABILITACION
               IF NOT PROF-HABILITADO
                   PERFORM REGISTRAR-EXCEPCION-HABILITACION
               END-IF
           END-IF.

       VALIDAR-SUCURSAL-FUENTE.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

      *- El descarte efectivo lo hace el merge (ver
      *- PROCESAR-NOV-HABILITADA), igual que con el rango de horas.
       REGISTRAR-EXCEPCION-HABILITACION.
           MOVE EST-NUMERO(IX-FUENTE)   TO WS-CLAVE-VAL-NUM.
           MOVE EST-SUCURSAL(IX-FUENTE) TO WS-CLAVE-VAL-SUC.
           MOVE WS-CLAVE-VALIDACION     TO EXC-CLAVE.
           MOVE "TP_PARTE_1A-VAL"       TO EXC-PROGRAMA.
           IF PROF-HABILITACION-VENCIDA
               MOVE "HABILITACION DEL PROFESOR VENCIDA"
                   TO EXC-MOTIVO
           ELSE
               MOVE "PROFESOR NO HABILITADO PARA EL TIPO"
                   TO EXC-MOTIVO
           END-IF.
           MOVE "G" TO EXC-SEVERIDAD.
           PERFORM COMPLETAR-DATOS-EXCEPCION.
           WRITE REG-EXCEPCIONES.

       REGISTRAR-EXCEPCION-SUCURSAL-VAL.
           MOVE EST-NUMERO(IX-FUENTE)   TO WS-CLAVE-VAL-NUM.
           MOVE EST-SUCURSAL(IX-FUENTE) TO WS-CLAVE-VAL-SUC.
               OR MENOR-NUMERO <= CLAVE-PROF.
           IF MENOR-NUMERO = CLAVE-PROF
               MOVE PROF-ESTADO TO WS-ESTADO-PROF-GRUPO
               IF PROF-COND-FISCAL IS EQUAL TO "M"
                   MOVE "M" TO WS-COND-FISCAL-GRUPO
               ELSE
                   MOVE "D" TO WS-COND-FISCAL-GRUPO
               END-IF
               IF PROF-FECHA-BAJA IS NUMERIC
                   MOVE PROF-FECHA-BAJA TO WS-BAJA-PROF-GRUPO
               ELSE
               END-IF
           ELSE
               MOVE SPACE TO WS-ESTADO-PROF-GRUPO
               MOVE "D" TO WS-COND-FISCAL-GRUPO
               MOVE 0 TO WS-BAJA-PROF-GRUPO
               MOVE 0 TO WS-ALTA-PROF-GRUPO
           END-IF.
           MOVE PROF-NOMBRE TO E3-PROF-NOM.
           WRITE REG-LISTADO FROM ENCABEZADO3-PROF.
           ADD 1 TO LINEA.
           MOVE "S" TO WS-RECIBO-ENCABEZADO.

       PRINT-ENCABEZADO-TABLA.
           DISPLAY "Fecha   Sucursal   Tipo  Tarifa   Horas   Importe".
           MOVE 0 TO TOT-IMP-PROF.
           MOVE 0 TO TOT-HORAS-PROF.
           MOVE 0 TO TOT-IMP-PROF-SIM.
           MOVE 0 TO TOT-HE-HORAS-PROF.
           MOVE 0 TO TOT-HE-IMPORTE-PROF.
           MOVE 0 TO WS-SEMANA-ACTUAL.
           MOVE 0 TO CANT-REC-DET.
           MOVE 0 TO CANT-EMP-PROF.
           MOVE "N" TO WS-RECIBO-ENCABEZADO.
           PERFORM PRINT-ENCABEZADO-PROF.
           PERFORM PROCESO2 UNTIL (TODAS-EOF
               AND FS-PROFESORES = 10) OR NOT COINCIDE-NUMERO.
           IF NOT EN-ZONA-YA-PROCESADA
               IF WS-SEMANA-ACTUAL > 0
                   PERFORM CERRAR-SEMANA-HS-EXTRA
               END-IF
               PERFORM PRINT-TOT-POR-PROFESOR
               PERFORM PRINT-SALTO-DE-PAGINA
               IF NOT ES-SIMULACION
           IF ES-SIMULACION
               PERFORM ESCRIBIR-COMPARATIVO-PROF
           ELSE
               PERFORM EMITIR-RECIBOS-PROF
           END-IF.

       PRINT-SALTO-DE-PAGINA.

      *----------------------------------------------------*
      *- RECIBOS: encabezado/detalle/total por profesor,   -*
      *- un recibo (una pagina) por PROF-NUMERO y empresa,  -*
      *- sin el detalle de sucursal/tarifa que trae         -*
      *- Listado.txt.                                       -*
      *----------------------------------------------------*
      *- Un recibo por cada empresa en la que trabajo el profesor,
      *- cada uno con el bruto, las horas y las horas extra de esa
      *- empresa: las retenciones, embargos y adelantos se liquidan
      *- sobre cada recibo por separado. Un profesor sin renglones
      *- lleva igual su recibo (en cero) de la empresa por defecto.
      *- Un reintegro aprobado abre el recibo de la empresa de su
      *- sucursal aunque el profesor no haya trabajado en ella.
       EMITIR-RECIBOS-PROF.
           PERFORM UBICAR-EMPRESA-REINTEGRO
               VARYING INDICE-RGA FROM 1 BY 1
               UNTIL INDICE-RGA > CANT-REINTEGROS.
           IF CANT-EMP-PROF = 0
               MOVE CON-EMPRESA-DEFECTO TO WS-EMPRESA-RECIBO
               PERFORM BUSCAR-EMPRESA-PROF
           END-IF.
           PERFORM EMITIR-RECIBO-EMPRESA
               VARYING INDICE-EPR FROM 1 BY 1
               UNTIL INDICE-EPR > CANT-EMP-PROF.

       EMITIR-RECIBO-EMPRESA.
           IF INDICE-EPR > 1
               PERFORM PRINT-SALTO-DE-PAGINA-RECIBO
           END-IF.
           MOVE VEC-EPR-EMPRESA(INDICE-EPR)    TO WS-EMPRESA-RECIBO.
           MOVE VEC-EPR-IMPORTE(INDICE-EPR)    TO TOT-IMP-PROF.
           MOVE VEC-EPR-HORAS(INDICE-EPR)      TO TOT-HORAS-PROF.
           MOVE VEC-EPR-HE-HORAS(INDICE-EPR)   TO TOT-HE-HORAS-PROF.
           MOVE VEC-EPR-HE-IMPORTE(INDICE-EPR) TO TOT-HE-IMPORTE-PROF.
           IF RECIBO-CON-ENCABEZADO
               PERFORM PRINT-RECIBO-ENCABEZADO-PROF
           END-IF.
           PERFORM PRINT-RECIBO-DETALLE-EMPRESA
               VARYING INDICE-RDT FROM 1 BY 1
               UNTIL INDICE-RDT > CANT-REC-DET.
           PERFORM PRINT-RECIBO-TOTAL.

       UBICAR-EMPRESA-REINTEGRO.
           MOVE VEC-RGA-REGISTRO(INDICE-RGA) TO REG-REINTEGROS.
           IF RGA-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               AND RGA-ESTADO IS EQUAL TO "A"
               MOVE RGA-SUCURSAL TO WS-SUC-RECIBO
               PERFORM RESOLVER-EMPRESA-SUC
               PERFORM BUSCAR-EMPRESA-PROF
               MOVE WS-EMPRESA-RECIBO TO VEC-RGA-EMPRESA(INDICE-RGA)
           END-IF.

       PRINT-RECIBO-DETALLE-EMPRESA.
           IF VEC-RDT-EMPRESA(INDICE-RDT) IS EQUAL
               TO WS-EMPRESA-RECIBO
               WRITE REG-RECIBOS FROM VEC-RDT-LINEA(INDICE-RDT)
               ADD 1 TO LINEA-RECIBO
           END-IF.

      *- Fila de WS-EMPRESA-RECIBO en los acumulados del profesor,
      *- abriendola en cero la primera vez. Con la tabla llena se
      *- carga en la ultima fila, avisando por consola.
       BUSCAR-EMPRESA-PROF.
           MOVE 0 TO IND-EPR-HALLADO.
           PERFORM VARYING INDICE-EPR FROM 1 BY 1
               UNTIL INDICE-EPR > CANT-EMP-PROF
               IF VEC-EPR-EMPRESA(INDICE-EPR) IS EQUAL
                   TO WS-EMPRESA-RECIBO
                   SET IND-EPR-HALLADO TO INDICE-EPR
               END-IF
           END-PERFORM.
           IF IND-EPR-HALLADO = 0
               IF CANT-EMP-PROF < CON-CANT-EMP-PROF-MAX
                   ADD 1 TO CANT-EMP-PROF
                   MOVE CANT-EMP-PROF TO IND-EPR-HALLADO
                   MOVE WS-EMPRESA-RECIBO
                       TO VEC-EPR-EMPRESA(IND-EPR-HALLADO)
                   MOVE 0 TO VEC-EPR-IMPORTE(IND-EPR-HALLADO)
                   MOVE 0 TO VEC-EPR-HORAS(IND-EPR-HALLADO)
                   MOVE 0 TO VEC-EPR-HE-HORAS(IND-EPR-HALLADO)
                   MOVE 0 TO VEC-EPR-HE-IMPORTE(IND-EPR-HALLADO)
               ELSE
                   DISPLAY "PROFESOR " WS-PROF-GRUPO
                       " EXCEDE EMPRESAS POR RECIBO, EMPRESA "
                       WS-EMPRESA-RECIBO " VA A LA ULTIMA"
                   MOVE CANT-EMP-PROF TO IND-EPR-HALLADO
                   MOVE VEC-EPR-EMPRESA(IND-EPR-HALLADO)
                       TO WS-EMPRESA-RECIBO
               END-IF
           END-IF.

      *- Empresa de la sucursal WS-SUC-RECIBO (la por defecto si la
      *- sucursal no esta en la tabla).
       RESOLVER-EMPRESA-SUC.
           MOVE CON-EMPRESA-DEFECTO TO WS-EMPRESA-RECIBO.
           PERFORM VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUCURSALES
               IF VEC-SUC-COD(INDICE-SUC) IS EQUAL TO WS-SUC-RECIBO
                   MOVE VEC-SUC-EMPRESA(INDICE-SUC)
                       TO WS-EMPRESA-RECIBO
               END-IF
           END-PERFORM.

       PRINT-RECIBO-ENCABEZADO-PROF.
           MOVE FECHA-DD OF FECHA-DE-HOY   TO REC-E1-DD.
           MOVE FECHA-MM OF FECHA-DE-HOY   TO REC-E1-MM.
           MOVE HOJA-RECIBO                TO REC-E1-HOJA.
           WRITE REG-RECIBOS FROM RECIBO-ENCABEZADO1.
           WRITE REG-RECIBOS FROM RECIBO-ENCABEZADO2.
           ADD 2 TO LINEA-RECIBO.
           MOVE "BUSCAR"          TO EMI-OP.
           MOVE WS-EMPRESA-RECIBO TO EMI-EMPRESA.
           CALL "BUSCAR-EMPRESA" USING PAR-EMP-IN, PAR-EMP-OUT.
           IF EMO-RAZON IS NOT EQUAL TO SPACES
               MOVE EMO-RAZON TO REC-EE-RAZON
               MOVE EMO-CUIT  TO REC-EE-CUIT
               WRITE REG-RECIBOS FROM RECIBO-ENCABEZADO-EMPRESA
               ADD 1 TO LINEA-RECIBO
           END-IF.
           WRITE REG-RECIBOS FROM LINEA-EN-BLANCO.
           ADD 1 TO LINEA-RECIBO.
           MOVE PROF-NUMERO TO REC-E3-PROF-NUM.
           MOVE PROF-NOMBRE TO REC-E3-PROF-NOM.
           WRITE REG-RECIBOS FROM RECIBO-ENCABEZADO3-PROF.
           MOVE HORAS        TO REC-HORAS.
           MOVE IMPORTE      TO REC-IMPORTE.
           MOVE WS-PORC-ANTIGUEDAD TO REC-ANTIG.
           MOVE NOV-SUCURSAL TO WS-SUC-RECIBO.
           PERFORM RESOLVER-EMPRESA-SUC.
           PERFORM BUSCAR-EMPRESA-PROF.
           ADD HORAS   TO VEC-EPR-HORAS(IND-EPR-HALLADO).
           ADD IMPORTE TO VEC-EPR-IMPORTE(IND-EPR-HALLADO).
           IF CANT-REC-DET < CON-CANT-REC-DET-MAX
               ADD 1 TO CANT-REC-DET
               MOVE WS-EMPRESA-RECIBO TO VEC-RDT-EMPRESA(CANT-REC-DET)
               MOVE RECIBO-DATOS-TABLA TO VEC-RDT-LINEA(CANT-REC-DET)
           ELSE
               DISPLAY "PROFESOR " WS-PROF-GRUPO
                   " EXCEDE RENGLONES DE RECIBO, NO SE DETALLA "
                   NOV-FECHA " " NOV-SUCURSAL
           END-IF.

      *- Bloque de liquidacion: el adicional por horas extra, si lo
      *- hay, bruto (que lo incluye), una linea por retencion
      *- aplicada, una por embargo, una por adelanto recuperado, una
      *- por reintegro de gastos y el neto real. Un bruto en cero o
      *- negativo (solo correcciones) no retiene nada: el neto es el
      *- mismo bruto. Los reintegros se suman despues de todo: no
      *- son remuneracion, asi que no entran en la base de
      *- retenciones, embargos ni adelantos.
       PRINT-RECIBO-TOTAL.
           IF TOT-HE-IMPORTE-PROF > 0
               PERFORM PRINT-LINEA-HS-EXTRA
               PERFORM GRABAR-DEDUCCION-HS-EXTRA
               PERFORM GRABAR-HS-EXTRA-AP
               ADD TOT-HE-IMPORTE-PROF TO TOT-IMP-PROF
           END-IF.
           WRITE REG-RECIBOS FROM RECIBO-LINEA-SUBTOTAL.
           MOVE TOT-HORAS-PROF TO REC-TOT-HORAS.
           MOVE TOT-IMP-PROF   TO REC-TOT-IMPORTE.
                   UNTIL INDICE-DED > CANT-DEDUCCIONES
           END-IF.
           IF TOT-IMP-PROF > 0
               PERFORM APLICAR-EMBARGOS
               PERFORM APLICAR-ADELANTOS
           END-IF.
           MOVE 0 TO TOT-REINTEGROS-REC.
           PERFORM APLICAR-REINTEGRO
               VARYING INDICE-RGA FROM 1 BY 1
               UNTIL INDICE-RGA > CANT-REINTEGROS.
           COMPUTE TOT-NETO-PROF = TOT-IMP-PROF - TOT-DEDUCCIONES
               + TOT-REINTEGROS-REC.
           MOVE TOT-NETO-PROF TO REC-NETO-IMPORTE.
           WRITE REG-RECIBOS FROM RECIBO-TOTAL-NETO.
           ADD 1 TO LINEA-RECIBO.

       PRINT-LINEA-HS-EXTRA.
           MOVE TOT-HE-HORAS-PROF   TO REC-HEX-HORAS.
           MOVE TOT-HE-IMPORTE-PROF TO REC-HEX-IMPORTE.
           WRITE REG-RECIBOS FROM RECIBO-LINEA-HS-EXTRA.
           ADD 1 TO LINEA-RECIBO.

      *- El adicional viaja como un concepto mas al detalle de
      *- contaduria y al historico anual, con el mismo layout que las
      *- deducciones: CERTIFICADO-ANUAL lo reconoce por el concepto y
      *- lo suma al bruto en vez de restarlo.
       GRABAR-DEDUCCION-HS-EXTRA.
           MOVE PROF-NUMERO          TO DED-PROF-NUMERO.
           MOVE "ADICIONAL HS EXTRA" TO DED-CONCEPTO.
           MOVE 0                    TO DED-PORC.
           MOVE TOT-HE-IMPORTE-PROF  TO DED-IMPORTE.
           MOVE WS-EMPRESA-RECIBO    TO DED-EMPRESA.
           WRITE REG-DEDUCCIONES.
           MOVE WS-FECHA-LIQ         TO DHI-FECHA-CORRIDA.
           MOVE PROF-NUMERO          TO DHI-PROF-NUMERO.
           MOVE "ADICIONAL HS EXTRA" TO DHI-CONCEPTO.
           MOVE 0                    TO DHI-PORC.
           MOVE TOT-HE-IMPORTE-PROF  TO DHI-IMPORTE.
           MOVE WS-EMPRESA-RECIBO    TO DHI-EMPRESA.
           WRITE REG-DEDUCCIONESHIST.

      *- El adicional se cobra por transferencia como el resto de los
      *- haberes: renglon para GENERAR-TRANSFERENCIAS con la empresa
      *- del recibo.
       GRABAR-HS-EXTRA-AP.
           MOVE SPACES              TO HAP-RAZON.
           MOVE 0                   TO HAP-CUIT.
           MOVE PROF-NUMERO         TO HAP-PROF-NUMERO.
           MOVE PROF-NOMBRE         TO HAP-PROF-NOMBRE.
           MOVE TOT-HE-HORAS-PROF   TO HAP-TOT-HORAS.
           MOVE TOT-HE-IMPORTE-PROF TO HAP-TOT-IMPORTE.
           MOVE WS-FECHA-LIQ        TO HAP-PERIODO-DESDE.
           MOVE WS-FECHA-LIQ        TO HAP-PERIODO-HASTA.
           MOVE WS-EMPRESA-RECIBO   TO HAP-EMPRESA.
           WRITE REG-HSEXTRAAP.
           IF FS-HSEXTRAAP IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR HSEXTRAAP FS: " FS-HSEXTRAAP
           END-IF.

      *- Descuenta las ordenes de embargo activas del profesor, en
      *- orden de alta, sobre el neto despues de retenciones. Entre
      *- todas no pueden llevarse mas que el tope legal (WS-TOPE-EMB-
      *- PORC de ese neto): la orden que no entra completa cobra lo
      *- que quede y la diferencia sigue pendiente para el mes que
      *- viene. Cada descuento sale como linea del recibo y como
      *- deduccion "EMBARGO nnnnnn" para contaduria y para el informe
      *- de remesas por juzgado.
       APLICAR-EMBARGOS.
           COMPUTE WS-BASE-EMB = TOT-IMP-PROF - TOT-DEDUCCIONES.
           IF WS-BASE-EMB > 0
               COMPUTE WS-DISPONIBLE-EMB ROUNDED =
                   WS-BASE-EMB * WS-TOPE-EMB-PORC / 100
               PERFORM APLICAR-UN-EMBARGO
                   VARYING INDICE-EMB FROM 1 BY 1
                   UNTIL INDICE-EMB > CANT-EMBARGOS
           END-IF.

       APLICAR-UN-EMBARGO.
           IF VEC-EMB-PROF(INDICE-EMB) IS EQUAL TO PROF-NUMERO
               AND VEC-EMB-ESTADO(INDICE-EMB) IS EQUAL TO "A"
               AND WS-DISPONIBLE-EMB > 0
               IF VEC-EMB-TIPO(INDICE-EMB) IS EQUAL TO "P"
                   COMPUTE WS-COBRO-EMB ROUNDED =
                       WS-BASE-EMB * VEC-EMB-PORC(INDICE-EMB) / 100
               ELSE
                   COMPUTE WS-COBRO-EMB = VEC-EMB-MONTO(INDICE-EMB)
                       - VEC-EMB-COBRADO(INDICE-EMB)
               END-IF
               IF VEC-EMB-MONTO(INDICE-EMB) > 0
                   COMPUTE WS-SALDO-EMB = VEC-EMB-MONTO(INDICE-EMB)
                       - VEC-EMB-COBRADO(INDICE-EMB)
                   IF WS-COBRO-EMB > WS-SALDO-EMB
                       MOVE WS-SALDO-EMB TO WS-COBRO-EMB
                   END-IF
               END-IF
               IF WS-COBRO-EMB > WS-DISPONIBLE-EMB
                   MOVE WS-DISPONIBLE-EMB TO WS-COBRO-EMB
               END-IF
               IF WS-COBRO-EMB > 0
                   ADD WS-COBRO-EMB TO VEC-EMB-COBRADO(INDICE-EMB)
                   IF VEC-EMB-MONTO(INDICE-EMB) > 0
                       AND VEC-EMB-COBRADO(INDICE-EMB) IS NOT LESS
                           THAN VEC-EMB-MONTO(INDICE-EMB)
                       MOVE "C" TO VEC-EMB-ESTADO(INDICE-EMB)
                   END-IF
                   SUBTRACT WS-COBRO-EMB FROM WS-DISPONIBLE-EMB
                   ADD WS-COBRO-EMB TO TOT-DEDUCCIONES
                   PERFORM PRINT-LINEA-EMBARGO
                   PERFORM GRABAR-DEDUCCION-EMBARGO
               END-IF
           END-IF.

       PRINT-LINEA-EMBARGO.
           MOVE VEC-EMB-EXPEDIENTE(INDICE-EMB) TO REC-EMB-EXPEDIENTE.
           COMPUTE REC-EMB-IMPORTE = 0 - WS-COBRO-EMB.
           WRITE REG-RECIBOS FROM RECIBO-LINEA-EMBARGO.
           ADD 1 TO LINEA-RECIBO.

      *- El concepto lleva el numero de orden para que el informe de
      *- remesas pueda volver al juzgado, expediente y cuenta.
       GRABAR-DEDUCCION-EMBARGO.
           MOVE VEC-EMB-NUMERO(INDICE-EMB) TO WS-CONCEPTO-EMB-NUM.
           MOVE PROF-NUMERO     TO DED-PROF-NUMERO.
           MOVE WS-CONCEPTO-EMB TO DED-CONCEPTO.
           IF VEC-EMB-TIPO(INDICE-EMB) IS EQUAL TO "P"
               MOVE VEC-EMB-PORC(INDICE-EMB) TO DED-PORC
           ELSE
               MOVE 0 TO DED-PORC
           END-IF.
           MOVE WS-COBRO-EMB    TO DED-IMPORTE.
           MOVE WS-EMPRESA-RECIBO TO DED-EMPRESA.
           WRITE REG-DEDUCCIONES.
           MOVE WS-FECHA-LIQ    TO DHI-FECHA-CORRIDA.
           MOVE PROF-NUMERO     TO DHI-PROF-NUMERO.
           MOVE WS-CONCEPTO-EMB TO DHI-CONCEPTO.
           MOVE DED-PORC        TO DHI-PORC.
           MOVE WS-COBRO-EMB    TO DHI-IMPORTE.
           MOVE WS-EMPRESA-RECIBO TO DHI-EMPRESA.
           WRITE REG-DEDUCCIONESHIST.

      *- Recupera los adelantos pendientes del profesor contra lo que
      *- queda del neto, en orden de fecha de otorgamiento (el orden
      *- del archivo): cada recupero sale como linea del recibo y
           MOVE "ADELANTO"      TO DED-CONCEPTO.
           MOVE 0               TO DED-PORC.
           MOVE WS-RECUPERO-ADE TO DED-IMPORTE.
           MOVE WS-EMPRESA-RECIBO TO DED-EMPRESA.
           WRITE REG-DEDUCCIONES.
           MOVE WS-FECHA-LIQ    TO DHI-FECHA-CORRIDA.
           MOVE PROF-NUMERO     TO DHI-PROF-NUMERO.
           MOVE "ADELANTO"      TO DHI-CONCEPTO.
           MOVE 0               TO DHI-PORC.
           MOVE WS-RECUPERO-ADE TO DHI-IMPORTE.
           MOVE WS-EMPRESA-RECIBO TO DHI-EMPRESA.
           WRITE REG-DEDUCCIONESHIST.

      *- Paga los reintegros aprobados del profesor cuya sucursal es
      *- de la empresa del recibo: linea del recibo, renglon para
      *- transferencias y facturacion, y queda liquidado. No va a
      *- DeduccionesProfesores.dat: CERTIFICADO-ANUAL lo tomaria como
      *- una deduccion.
       APLICAR-REINTEGRO.
           MOVE VEC-RGA-REGISTRO(INDICE-RGA) TO REG-REINTEGROS.
           IF RGA-PROF-NUMERO IS EQUAL TO PROF-NUMERO
               AND RGA-ESTADO IS EQUAL TO "A"
               AND VEC-RGA-EMPRESA(INDICE-RGA) IS EQUAL
                   TO WS-EMPRESA-RECIBO
               ADD RGA-IMPORTE TO TOT-REINTEGROS-REC
               MOVE "L"          TO RGA-ESTADO
               MOVE WS-FECHA-LIQ TO RGA-FECHA-LIQ
               MOVE REG-REINTEGROS TO VEC-RGA-REGISTRO(INDICE-RGA)
               PERFORM PRINT-LINEA-REINTEGRO
               PERFORM GRABAR-REINTEGRO-AP
           END-IF.

       PRINT-LINEA-REINTEGRO.
           IF RGA-CONCEPTO IS EQUAL TO "V"
               MOVE "viaticos"   TO REC-RGA-CONCEPTO
           ELSE
               MOVE "materiales" TO REC-RGA-CONCEPTO
           END-IF.
           MOVE RGA-NUMERO  TO REC-RGA-NUMERO.
           MOVE RGA-IMPORTE TO REC-RGA-IMPORTE.
           WRITE REG-RECIBOS FROM RECIBO-LINEA-REINTEGRO.
           ADD 1 TO LINEA-RECIBO.

      *- Razon y CUIT son los de la sucursal que origino el gasto,
      *- que es a quien se le factura.
       GRABAR-REINTEGRO-AP.
           MOVE SPACES           TO RAP-RAZON.
           MOVE 0                TO RAP-CUIT.
           PERFORM VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUCURSALES
               IF VEC-SUC-COD(INDICE-SUC) IS EQUAL TO RGA-SUCURSAL
                   MOVE VEC-SUC-CUIT(INDICE-SUC)  TO RAP-CUIT
                   MOVE VEC-SUC-RAZON(INDICE-SUC) TO RAP-RAZON
               END-IF
           END-PERFORM.
           MOVE PROF-NUMERO       TO RAP-PROF-NUMERO.
           MOVE PROF-NOMBRE       TO RAP-PROF-NOMBRE.
           MOVE 0                 TO RAP-TOT-HORAS.
           MOVE RGA-IMPORTE       TO RAP-TOT-IMPORTE.
           MOVE RGA-FECHA         TO RAP-PERIODO-DESDE.
           MOVE RGA-FECHA         TO RAP-PERIODO-HASTA.
           MOVE WS-EMPRESA-RECIBO TO RAP-EMPRESA.
           WRITE REG-REINTEGROSAP.
           IF FS-REINTEGROSAP IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR REINTEGROSAP FS: "
                   FS-REINTEGROSAP
           END-IF.
           WRITE REG-REINTEGROSFAC FROM REG-REINTEGROSAP.
           IF FS-REINTEGROSFAC IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR REINTEGROSFAC FS: "
                   FS-REINTEGROSFAC
           END-IF.

      *- Arma en VEC-DEDUCCIONES la fila aplicable de cada concepto:
      *- vigencia mas reciente no posterior a la fecha de liquidacion
      *- y, a igual vigencia, el tramo mas alto que no supere el bruto
      *- del profesor (mismo criterio de vigencias que BUSCAR-
      *- VIGENCIA-TIPO-CLASE). Solo cuentan las filas de la condicion
      *- fiscal del profesor: un monotributista no lleva las
      *- retenciones de un empleado en relacion de dependencia, sino
      *- las que Retenciones.dat le asigne a "M" (si no hay ninguna,
      *- cobra el bruto contra su factura).
       DETERMINAR-RETENCIONES.
           MOVE 0 TO CANT-DEDUCCIONES.
           PERFORM EVALUAR-RETENCION
       EVALUAR-RETENCION.
           IF VEC-RET-VIG(INDICE-RET) <= WS-FECHA-LIQ
               AND VEC-RET-TOPE(INDICE-RET) <= TOT-IMP-PROF
               AND VEC-RET-COND(INDICE-RET) IS EQUAL
                   TO WS-COND-FISCAL-GRUPO
               PERFORM BUSCAR-DEDUCCION
               IF IND-DED-HALLADO = 0
                   PERFORM AGREGAR-DEDUCCION
           MOVE VEC-DED-CONCEPTO(INDICE-DED) TO DED-CONCEPTO.
           MOVE VEC-DED-PORC(INDICE-DED)     TO DED-PORC.
           MOVE IMPORTE-DEDUCCION            TO DED-IMPORTE.
           MOVE WS-EMPRESA-RECIBO            TO DED-EMPRESA.
           WRITE REG-DEDUCCIONES.
           MOVE WS-FECHA-LIQ                 TO DHI-FECHA-CORRIDA.
           MOVE PROF-NUMERO                  TO DHI-PROF-NUMERO.
           MOVE VEC-DED-CONCEPTO(INDICE-DED) TO DHI-CONCEPTO.
           MOVE VEC-DED-PORC(INDICE-DED)     TO DHI-PORC.
           MOVE IMPORTE-DEDUCCION            TO DHI-IMPORTE.
           MOVE WS-EMPRESA-RECIBO            TO DHI-EMPRESA.
           WRITE REG-DEDUCCIONESHIST.

       PRINT-SALTO-DE-PAGINA-RECIBO.
           IF NOT EN-ZONA-YA-PROCESADA
               WRITE REG-LISTADO FROM LINEA-EN-BLANCO
               PERFORM PRINT-ENCABEZADO-TABLA
               PERFORM ABRIR-DIA-HS-EXTRA
           END-IF.
           PERFORM PROCESO3 UNTIL (TODAS-EOF
               AND FS-PROFESORES = 10) OR NOT COINCIDE-FECHA.
           MOVE EST-TIPCLASE(IX-FUENTE)  TO NOV-TIPCLASE.
           MOVE EST-HORAS(IX-FUENTE)     TO NOV-HORAS.
           MOVE EST-TIPO-NOV(IX-FUENTE)  TO NOV-TIPO-NOV.
           MOVE EST-HORA-INI(IX-FUENTE)  TO NOV-HORA-INI.
           MOVE EST-ASISTENTES(IX-FUENTE) TO NOV-ASISTENTES.
      *- La fecha invalida ya quedo avisada en Excepciones.dat por la
      *- pasada de validacion; aca solo se evita que llegue a
      *- Times.dat y a los totales.
                   PERFORM GRABAR-RECHAZO-NOV
               END-IF
           ELSE
               PERFORM PROCESAR-NOV-HABILITADA
           END-IF.

      *- Clase de un tipo para el que el profesor no esta habilitado
      *- (o lo estaba y se le vencio) en la fecha de la novedad: el
      *- aviso ya salio en la pasada de validacion, aca se descarta
      *- con motivo propio para cada caso.
       PROCESAR-NOV-HABILITADA.
           CALL "VALIDAR-HABILITACION" USING NOV-NUMERO,
               NOV-TIPCLASE, NOV-FECHA, WS-RES-HABILITACION.
           EVALUATE TRUE
               WHEN PROF-HABILITADO
                   PERFORM PROCESAR-NOV-VIGENTE-ACTIVO
               WHEN EN-ZONA-YA-PROCESADA
                   CONTINUE
               WHEN PROF-HABILITACION-VENCIDA
                   MOVE "HABILITACION DEL PROFESOR VENCIDA"
                       TO RCHN-MOTIVO
                   PERFORM GRABAR-RECHAZO-NOV
               WHEN OTHER
                   MOVE "PROFESOR NO HABILITADO PARA EL TIPO"
                       TO RCHN-MOTIVO
                   PERFORM GRABAR-RECHAZO-NOV
           END-EVALUATE.

      *- Una sucursal que mantiene (o tipea mal) el numero de un
      *- profesor que ya egreso liquidaba sus horas sin que nadie se
      *- inmutara; la novedad fechada despues de la baja se rechaza.

       PROCESAR-NOV-VIGENTE-ACTIVO.
           PERFORM CONTROLAR-PERIODO-CERRADO.
           PERFORM CONTROLAR-FICHADAS-NOV.
           IF PERIODO-CERRADO
               IF EN-ZONA-YA-PROCESADA
                   CONTINUE
                   MOVE "NOVEDAD EN PERIODO CERRADO" TO RCHN-MOTIVO
                   PERFORM GRABAR-RECHAZO-NOV
               END-IF
           ELSE
               PERFORM PROCESAR-NOV-FICHADA
           END-IF.

      *- El aviso de las horas por encima de las fichadas ya lo dejo
      *- CONTROL-FICHADAS en Excepciones.dat; aca solo se descarta.
       PROCESAR-NOV-FICHADA.
           IF NOV-SUPERA-FICHADAS
               IF EN-ZONA-YA-PROCESADA
                   CONTINUE
               ELSE
                   MOVE "HORAS DE NOVEDAD SUPERAN LAS FICHADAS"
                       TO RCHN-MOTIVO
                   PERFORM GRABAR-RECHAZO-NOV
               END-IF
           ELSE
               PERFORM BUSCAR-TIPO-GRABADO
               IF IND-TIPO-GRABADO-HALLADO > 0
               END-IF
           END-IF.

      *- El registro descartado se graba entero (imagen de 32
      *- posiciones de la novedad) junto al motivo, asi la sucursal
      *- corrige solo ese renglon en vez de regenerar el archivo. En
      *- simulacion no se graba nada.
               PERFORM PRINT-DATOS-E-IMPORTE
               PERFORM CALCULAR-TOTALES
               PERFORM ACUMULAR-HORAS-DIA
               PERFORM ACUMULAR-HS-EXTRA
           END-IF.

       GUARDAR-EN-TIMES.
               MOVE NOV-HORAS TO HORAS
               MOVE VEC-TIPOSCLASE-DESC(IND-TIPO-HALLADO) TO DESCRIPCION
               MOVE VEC-TIPOSCLASE-TARIFA(IND-TIPO-HALLADO) TO TARIFA
               MOVE VEC-TIPOSCLASE-PORC-CANCEL(IND-TIPO-HALLADO)
                   TO WS-PORC-CANCEL
               IF NOV-ES-CANCEL-TARDIA
                   PERFORM ROTULAR-CANCEL-TARDIA
               END-IF
               PERFORM CALCULAR-IMPORTE
               IF ES-SIMULACION
                   PERFORM CALCULAR-IMPORTE-SIM
       NO-ENCONTRADO.
           DISPLAY "NO ENCONTRADO".

      *- Una cancelacion tardia sale en su propio renglon, rotulada
      *- con el porcentaje pagado en lugar de la descripcion del tipo.
       ROTULAR-CANCEL-TARDIA.
           MOVE WS-PORC-CANCEL TO WS-PORC-CANCEL-ED.
           MOVE SPACES TO DESCRIPCION.
           STRING "CANCEL.TARDIA " DELIMITED BY SIZE
               WS-PORC-CANCEL-ED   DELIMITED BY SIZE
               "%"                 DELIMITED BY SIZE
               INTO DESCRIPCION.

       CALCULAR-IMPORTE.
           PERFORM BUSCAR-FERIADO.
           PERFORM BUSCAR-ANTIGUEDAD.
               TARIFA-EFECTIVA * (1 + WS-PORC-ANTIGUEDAD / 100).
           MULTIPLY TARIFA-EFECTIVA BY HORAS
               GIVING IMPORTE.
      *- Clase cancelada tarde: solo el porcentaje del tipo.
           IF NOV-ES-CANCEL-TARDIA
               COMPUTE IMPORTE ROUNDED =
                   IMPORTE * WS-PORC-CANCEL / 100
           END-IF.
           PERFORM APLICAR-SIGNO-NOV.

      *- EscalaAntiguedad.dat es opcional; ademas, sin fecha de alta
           END-IF.
           COMPUTE IMPORTE-SIM =
               TARIFA-SIM * WS-RECARGO-FERIADO * NOV-HORAS.
           IF NOV-ES-CANCEL-TARDIA
               COMPUTE IMPORTE-SIM ROUNDED =
                   IMPORTE-SIM * WS-PORC-CANCEL / 100
           END-IF.
           IF NOV-ES-CORRECCION
               MULTIPLY -1 BY IMPORTE-SIM
           END-IF.
           MOVE RET-TOPE-DESDE TO VEC-RET-TOPE(INDICE-RET).
           MOVE RET-CONCEPTO   TO VEC-RET-CONCEPTO(INDICE-RET).
           MOVE RET-PORC       TO VEC-RET-PORC(INDICE-RET).
           IF RET-COND-FISCAL IS EQUAL TO "M"
               MOVE "M" TO VEC-RET-COND(INDICE-RET)
           ELSE
               MOVE "D" TO VEC-RET-COND(INDICE-RET)
           END-IF.
           SET CANT-RETENCIONES TO INDICE-RET.
           PERFORM LEER-RETENCION.

           MOVE VEC-ADE-ESTADO(INDICE-ADE)  TO ADE-ESTADO.
           WRITE REG-ADELANTOS.

      *- ReintegrosGastos.dat es opcional (mismo criterio que
      *- AdelantosProfesores.dat, incluido el corte por tabla llena:
      *- el archivo se regraba entero desde la tabla).
       CARGAR-REINTEGROS.
           MOVE 0 TO CANT-REINTEGROS.
           MOVE "N" TO HAY-ARCH-REINTEGROS.
           OPEN INPUT REINTEGROS_FILE.
           IF FS-REINTEGROS IS EQUAL TO 00
               MOVE "S" TO HAY-ARCH-REINTEGROS
               PERFORM LEER-REINTEGRO
               PERFORM GUARDAR-REINTEGRO
                   VARYING INDICE-RGA FROM 1 BY 1
                   UNTIL INDICE-RGA > CON-CANT-RGA-MAX
                   OR FS-REINTEGROS IS EQUAL TO 10
               IF FS-REINTEGROS IS EQUAL TO 00
                   DISPLAY "TABLA DE REINTEGROS LLENA ("
                       CON-CANT-RGA-MAX "), SE ABORTA LA CORRIDA"
                   IF NOT ES-SIMULACION
                       PERFORM LIBERAR-LOCK
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE REINTEGROS_FILE
           ELSE
               DISPLAY "NO SE ENCONTRO REINTEGROSGASTOS.DAT, NO "
                   "HAY REINTEGROS QUE PAGAR"
           END-IF.

       LEER-REINTEGRO.
           READ REINTEGROS_FILE.
           IF FS-REINTEGROS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER REINTEGROS FS: " FS-REINTEGROS
           END-IF.

       GUARDAR-REINTEGRO.
           MOVE REG-REINTEGROS TO VEC-RGA-REGISTRO(INDICE-RGA).
           MOVE SPACES         TO VEC-RGA-EMPRESA(INDICE-RGA).
           SET CANT-REINTEGROS TO INDICE-RGA.
           PERFORM LEER-REINTEGRO.

      *- Al terminar la corrida real, el archivo se regraba entero
      *- con los reintegros que quedaron liquidados.
       REGRABAR-REINTEGROS.
           IF ARCH-REINTEGROS
               OPEN OUTPUT REINTEGROS_FILE
               IF FS-REINTEGROS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL REGRABAR REINTEGROS FS: "
                       FS-REINTEGROS
               ELSE
                   PERFORM REGRABAR-UN-REINTEGRO
                       VARYING INDICE-RGA FROM 1 BY 1
                       UNTIL INDICE-RGA > CANT-REINTEGROS
                   CLOSE REINTEGROS_FILE
               END-IF
           END-IF.

       REGRABAR-UN-REINTEGRO.
           WRITE REG-REINTEGROS FROM VEC-RGA-REGISTRO(INDICE-RGA).

      *- EmbargosProfesores.dat es opcional (mismo criterio que
      *- AdelantosProfesores.dat, incluido el corte por tabla llena:
      *- el archivo se regraba entero desde la tabla).
       CARGAR-EMBARGOS.
           MOVE 0 TO CANT-EMBARGOS.
           MOVE "N" TO HAY-ARCH-EMBARGOS.
           OPEN INPUT EMBARGOS_FILE.
           IF FS-EMBARGOS IS EQUAL TO 00
               MOVE "S" TO HAY-ARCH-EMBARGOS
               PERFORM LEER-EMBARGO
               PERFORM GUARDAR-EMBARGO
                   VARYING INDICE-EMB FROM 1 BY 1
                   UNTIL INDICE-EMB > CON-CANT-EMB-MAX
                   OR FS-EMBARGOS IS EQUAL TO 10
               IF FS-EMBARGOS IS EQUAL TO 00
                   DISPLAY "TABLA DE EMBARGOS LLENA ("
                       CON-CANT-EMB-MAX "), SE ABORTA LA CORRIDA"
                   IF NOT ES-SIMULACION
                       PERFORM LIBERAR-LOCK
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE EMBARGOS_FILE
           ELSE
               DISPLAY "NO SE ENCONTRO EMBARGOSPROFESORES.DAT, NO "
                   "HAY EMBARGOS QUE DESCONTAR"
           END-IF.

       LEER-EMBARGO.
           READ EMBARGOS_FILE.
           IF FS-EMBARGOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER EMBARGOS FS: " FS-EMBARGOS
           END-IF.

       GUARDAR-EMBARGO.
           MOVE EMB-NUMERO      TO VEC-EMB-NUMERO(INDICE-EMB).
           MOVE EMB-PROF-NUMERO TO VEC-EMB-PROF(INDICE-EMB).
           MOVE EMB-JUZGADO     TO VEC-EMB-JUZGADO(INDICE-EMB).
           MOVE EMB-EXPEDIENTE  TO VEC-EMB-EXPEDIENTE(INDICE-EMB).
           MOVE EMB-CUENTA      TO VEC-EMB-CUENTA(INDICE-EMB).
           MOVE EMB-TIPO        TO VEC-EMB-TIPO(INDICE-EMB).
           MOVE EMB-PORC        TO VEC-EMB-PORC(INDICE-EMB).
           MOVE EMB-MONTO       TO VEC-EMB-MONTO(INDICE-EMB).
           MOVE EMB-COBRADO     TO VEC-EMB-COBRADO(INDICE-EMB).
           MOVE EMB-FECHA-ALTA  TO VEC-EMB-FECHA-ALTA(INDICE-EMB).
           MOVE EMB-ESTADO      TO VEC-EMB-ESTADO(INDICE-EMB).
           SET CANT-EMBARGOS TO INDICE-EMB.
           PERFORM LEER-EMBARGO.

      *- TopeEmbargos.txt es opcional (porcentaje con dos decimales,
      *- sin coma: 2000 = 20,00%); sin archivo o con un valor
      *- invalido rige CON-TOPE-EMB-DEFECTO.
       CARGAR-TOPE-EMBARGOS.
           MOVE CON-TOPE-EMB-DEFECTO TO WS-TOPE-EMB-PORC.
           OPEN INPUT CONFIG-TOPEEMB-FILE.
           IF FS-CONFIG-TOPEEMB IS EQUAL TO 00
               READ CONFIG-TOPEEMB-FILE
               IF FS-CONFIG-TOPEEMB IS EQUAL TO 00
                   AND REG-CONFIG-TOPEEMB IS NUMERIC
                   AND REG-CONFIG-TOPEEMB IS NOT EQUAL TO "0000"
                   MOVE REG-CONFIG-TOPEEMB-PORC TO WS-TOPE-EMB-PORC
               END-IF
               CLOSE CONFIG-TOPEEMB-FILE
           ELSE
               IF ARCH-EMBARGOS
                   DISPLAY "NO SE ENCONTRO TOPEEMBARGOS.TXT, SE USA "
                       "EL TOPE DE 20% DEL NETO POR DEFECTO"
               END-IF
           END-IF.

      *- Al terminar la corrida real, el archivo se regraba entero
      *- con lo cobrado y el estado de cada orden.
       REGRABAR-EMBARGOS.
           IF ARCH-EMBARGOS
               OPEN OUTPUT EMBARGOS_FILE
               IF FS-EMBARGOS IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL REGRABAR EMBARGOS FS: "
                       FS-EMBARGOS
               ELSE
                   PERFORM REGRABAR-UN-EMBARGO
                       VARYING INDICE-EMB FROM 1 BY 1
                       UNTIL INDICE-EMB > CANT-EMBARGOS
                   CLOSE EMBARGOS_FILE
               END-IF
           END-IF.

       REGRABAR-UN-EMBARGO.
           MOVE VEC-EMB-NUMERO(INDICE-EMB)     TO EMB-NUMERO.
           MOVE VEC-EMB-PROF(INDICE-EMB)       TO EMB-PROF-NUMERO.
           MOVE VEC-EMB-JUZGADO(INDICE-EMB)    TO EMB-JUZGADO.
           MOVE VEC-EMB-EXPEDIENTE(INDICE-EMB) TO EMB-EXPEDIENTE.
           MOVE VEC-EMB-CUENTA(INDICE-EMB)     TO EMB-CUENTA.
           MOVE VEC-EMB-TIPO(INDICE-EMB)       TO EMB-TIPO.
           MOVE VEC-EMB-PORC(INDICE-EMB)       TO EMB-PORC.
           MOVE VEC-EMB-MONTO(INDICE-EMB)      TO EMB-MONTO.
           MOVE VEC-EMB-COBRADO(INDICE-EMB)    TO EMB-COBRADO.
           MOVE VEC-EMB-FECHA-ALTA(INDICE-EMB) TO EMB-FECHA-ALTA.
           MOVE VEC-EMB-ESTADO(INDICE-EMB)     TO EMB-ESTADO.
           WRITE REG-EMBARGOS.

      *- MaximoHorasDia.txt es opcional; si no esta o trae un valor
      *- invalido rige CON-MAX-HORAS-DEFECTO. El titulo del informe se
      *- escribe aca (y no en ABRIR-ARCHIVOS) porque recien en este
           MOVE VEC-HD-HORAS(INDICE-HD) TO CHD-SUC-HORAS.
           WRITE REG-CONTROLHORAS FROM CHD-LINEA-SUC.

      *- TopeHorasSemanales.txt es opcional; sin archivo (o con el
      *- tope en cero) el adicional solo corre para los contratos
      *- que traen su propio tope.
       CARGAR-TOPE-SEMANAL.
           MOVE 0 TO WS-TOPE-SEMANA-GRAL.
           OPEN INPUT CONFIG-HSEXTRA-FILE.
           IF FS-CONFIG-HSEXTRA IS EQUAL TO 00
               READ CONFIG-HSEXTRA-FILE
               IF FS-CONFIG-HSEXTRA IS EQUAL TO 00
                   AND REG-CONFIG-HSEXTRA IS NUMERIC
                   MOVE REG-CONFIG-HSEXTRA TO WS-TOPE-SEMANA-GRAL
               END-IF
               CLOSE CONFIG-HSEXTRA-FILE
           ELSE
               DISPLAY "NO SE ENCONTRO TOPEHORASSEMANALES.TXT, SOLO "
                   "SE PAGAN HORAS EXTRA CON TOPE DE CONTRATO"
           END-IF.

      *- Solo interesan los contratos con tope semanal propio.
       CARGAR-CONTRATOS.
           MOVE 0 TO CANT-CONTRATOS.
           OPEN INPUT CONTRATOS_FILE.
           IF FS-CONTRATOS IS EQUAL TO 00
               PERFORM LEER-CONTRATO
               PERFORM GUARDAR-CONTRATO
                   UNTIL FS-CONTRATOS IS EQUAL TO 10
                   OR CANT-CONTRATOS >= CON-CANT-CONTRATOS-MAX
               CLOSE CONTRATOS_FILE
           ELSE
               DISPLAY "NO SE ENCONTRO CONTRATOSPROFESORES.DAT, "
                   "RIGE EL TOPE SEMANAL GENERAL"
           END-IF.

       LEER-CONTRATO.
           READ CONTRATOS_FILE.
           IF FS-CONTRATOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER CONTRATOS FS: " FS-CONTRATOS
           END-IF.

       GUARDAR-CONTRATO.
           IF CON-HORAS-SEMANA IS NUMERIC
               AND CON-HORAS-SEMANA > 0
               ADD 1 TO CANT-CONTRATOS
               MOVE CON-PROF-NUMERO
                   TO VEC-CTR-PROF(CANT-CONTRATOS)
               MOVE CON-VIG-DESDE
                   TO VEC-CTR-VIG-DESDE(CANT-CONTRATOS)
               MOVE CON-VIG-HASTA
                   TO VEC-CTR-VIG-HASTA(CANT-CONTRATOS)
               MOVE CON-HORAS-SEMANA
                   TO VEC-CTR-HORAS-SEMANA(CANT-CONTRATOS)
           END-IF.
           PERFORM LEER-CONTRATO.

      *- Fecha WS-FECHA-JULIANA -> WS-JUL-DIA (dia juliano) y
      *- WS-JUL-DIA-SEMANA (0 = lunes .. 6 = domingo). Enero y
      *- febrero cuentan como meses 11 y 12 del anio anterior.
       CALCULAR-DIA-JULIANO.
           IF WS-JUL-MM < 3
               MOVE 1 TO WS-JUL-A
           ELSE
               MOVE 0 TO WS-JUL-A
           END-IF.
           COMPUTE WS-JUL-ANIO = WS-JUL-AAAA + 4800 - WS-JUL-A.
           COMPUTE WS-JUL-MES = WS-JUL-MM + 12 * WS-JUL-A - 3.
           COMPUTE WS-JUL-TERM-MES = 153 * WS-JUL-MES + 2.
           DIVIDE WS-JUL-TERM-MES BY 5 GIVING WS-JUL-TERM-MES.
           DIVIDE WS-JUL-ANIO BY 4 GIVING WS-JUL-TERM-4.
           DIVIDE WS-JUL-ANIO BY 100 GIVING WS-JUL-TERM-100.
           DIVIDE WS-JUL-ANIO BY 400 GIVING WS-JUL-TERM-400.
           COMPUTE WS-JUL-DIA = WS-JUL-DD + WS-JUL-TERM-MES
               + 365 * WS-JUL-ANIO + WS-JUL-TERM-4
               - WS-JUL-TERM-100 + WS-JUL-TERM-400 - 32045.
           DIVIDE WS-JUL-DIA BY 7 GIVING WS-JUL-SEMANAS
               REMAINDER WS-JUL-DIA-SEMANA.

      *- Al abrir cada fecha del profesor: si cae en otra semana que
      *- la que se venia armando, se cierra esa semana primero. La
      *- fecha abre su renglon, marcado si es sabado o domingo (el
      *- feriado lo marca ACUMULAR-HS-EXTRA, que conoce la sucursal
      *- de cada novedad).
       ABRIR-DIA-HS-EXTRA.
           MOVE MENOR-FECHA TO WS-FECHA-JULIANA.
           PERFORM CALCULAR-DIA-JULIANO.
           IF WS-SEMANA-ACTUAL > 0
               AND WS-JUL-DIA - WS-JUL-DIA-SEMANA
                   IS NOT EQUAL TO WS-SEMANA-ACTUAL
               PERFORM CERRAR-SEMANA-HS-EXTRA
           END-IF.
           IF WS-SEMANA-ACTUAL = 0
               COMPUTE WS-SEMANA-ACTUAL =
                   WS-JUL-DIA - WS-JUL-DIA-SEMANA
               MOVE 0 TO CANT-HE-DIAS
               MOVE 0 TO CANT-HE-SUC
           END-IF.
           IF CANT-HE-DIAS < 7
               ADD 1 TO CANT-HE-DIAS
               MOVE MENOR-FECHA TO VEC-HED-FECHA(CANT-HE-DIAS)
               IF WS-JUL-DIA-SEMANA > 4
                   MOVE "S" TO VEC-HED-FINDE(CANT-HE-DIAS)
               ELSE
                   MOVE "N" TO VEC-HED-FINDE(CANT-HE-DIAS)
               END-IF
               MOVE 0 TO VEC-HED-HORAS(CANT-HE-DIAS)
               MOVE 0 TO VEC-HED-IMPORTE(CANT-HE-DIAS)
           END-IF.

      *- Suma la novedad recien liquidada (con su signo) al renglon
      *- de la fecha y a la fila de su sucursal dentro de la semana.
       ACUMULAR-HS-EXTRA.
           IF NOT NOV-ES-CANCEL-TARDIA AND CANT-HE-DIAS > 0
               ADD HORAS   TO VEC-HED-HORAS(CANT-HE-DIAS)
               ADD IMPORTE TO VEC-HED-IMPORTE(CANT-HE-DIAS)
               IF NOV-EN-FERIADO
                   MOVE "S" TO VEC-HED-FINDE(CANT-HE-DIAS)
               END-IF
               MOVE 0 TO IND-HES-HALLADO
               PERFORM VARYING INDICE-HES FROM 1 BY 1
                   UNTIL INDICE-HES > CANT-HE-SUC
                   IF VEC-HES-SUC(INDICE-HES) IS EQUAL TO NOV-SUCURSAL
                       SET IND-HES-HALLADO TO INDICE-HES
                   END-IF
               END-PERFORM
               IF IND-HES-HALLADO = 0
                   AND CANT-HE-SUC < CON-CANT-HE-SUC-MAX
                   ADD 1 TO CANT-HE-SUC
                   MOVE CANT-HE-SUC TO IND-HES-HALLADO
                   MOVE NOV-SUCURSAL TO VEC-HES-SUC(IND-HES-HALLADO)
                   MOVE 0 TO VEC-HES-HORAS(IND-HES-HALLADO)
               END-IF
               IF IND-HES-HALLADO > 0
                   ADD HORAS TO VEC-HES-HORAS(IND-HES-HALLADO)
               END-IF
           END-IF.

      *- Cierra la semana en armado: horas por encima del tope, su
      *- adicional (del ultimo dia trabajado hacia atras) y el
      *- reparto entre sucursales. Deja la semana en 0 para que la
      *- proxima fecha abra una nueva.
       CERRAR-SEMANA-HS-EXTRA.
           PERFORM BUSCAR-TOPE-SEMANAL.
           MOVE 0 TO WS-HE-TOT-HORAS.
           PERFORM VARYING WS-HE-IX FROM 1 BY 1
               UNTIL WS-HE-IX > CANT-HE-DIAS
               ADD VEC-HED-HORAS(WS-HE-IX) TO WS-HE-TOT-HORAS
           END-PERFORM.
           IF WS-TOPE-SEMANA > 0
               AND WS-HE-TOT-HORAS > WS-TOPE-SEMANA
               COMPUTE WS-HE-EXCESO = WS-HE-TOT-HORAS - WS-TOPE-SEMANA
               MOVE WS-HE-EXCESO TO WS-HE-PENDIENTE
               MOVE 0 TO WS-HE-IMPORTE-SEMANA
               PERFORM VALUAR-HS-EXTRA-DIA
                   VARYING WS-HE-IX FROM CANT-HE-DIAS BY -1
                   UNTIL WS-HE-IX = 0 OR WS-HE-PENDIENTE = 0
               ADD WS-HE-EXCESO TO TOT-HE-HORAS-PROF
               ADD WS-HE-IMPORTE-SEMANA TO TOT-HE-IMPORTE-PROF
               IF NOT ES-SIMULACION AND WS-HE-IMPORTE-SEMANA > 0
                   PERFORM REPARTIR-HS-EXTRA-SUCURSALES
               END-IF
           END-IF.
           MOVE 0 TO WS-SEMANA-ACTUAL.
           MOVE 0 TO CANT-HE-DIAS.
           MOVE 0 TO CANT-HE-SUC.

      *- Vigente del contrato del profesor al primer dia trabajado de
      *- la semana (vigencia-desde mas reciente), si no el general.
       BUSCAR-TOPE-SEMANAL.
           MOVE WS-TOPE-SEMANA-GRAL TO WS-TOPE-SEMANA.
           MOVE 0 TO VIG-CTR-HALLADA.
           PERFORM VARYING INDICE-CTR FROM 1 BY 1
               UNTIL INDICE-CTR > CANT-CONTRATOS
               IF VEC-CTR-PROF(INDICE-CTR) IS EQUAL TO WS-PROF-GRUPO
                   AND VEC-CTR-VIG-DESDE(INDICE-CTR)
                       <= VEC-HED-FECHA(1)
                   AND (VEC-CTR-VIG-HASTA(INDICE-CTR) = 0
                       OR VEC-CTR-VIG-HASTA(INDICE-CTR)
                           >= VEC-HED-FECHA(1))
                   AND VEC-CTR-VIG-DESDE(INDICE-CTR)
                       >= VIG-CTR-HALLADA
                   MOVE VEC-CTR-VIG-DESDE(INDICE-CTR)
                       TO VIG-CTR-HALLADA
                   MOVE VEC-CTR-HORAS-SEMANA(INDICE-CTR)
                       TO WS-TOPE-SEMANA
               END-IF
           END-PERFORM.

      *- Toma del dia lo que falte de las horas extra (a lo sumo sus
      *- horas) y las paga con el adicional del dia sobre el valor
      *- hora que ese dia se liquido.
       VALUAR-HS-EXTRA-DIA.
           IF VEC-HED-HORAS(WS-HE-IX) > 0
               AND VEC-HED-IMPORTE(WS-HE-IX) > 0
               IF VEC-HED-HORAS(WS-HE-IX) < WS-HE-PENDIENTE
                   MOVE VEC-HED-HORAS(WS-HE-IX) TO WS-HE-TOMA
               ELSE
                   MOVE WS-HE-PENDIENTE TO WS-HE-TOMA
               END-IF
               IF HED-ES-FINDE(WS-HE-IX)
                   MOVE CON-PORC-HE-FINDE TO WS-HE-PORC
               ELSE
                   MOVE CON-PORC-HE-HABIL TO WS-HE-PORC
               END-IF
               COMPUTE WS-HE-IMPORTE-DIA ROUNDED =
                   VEC-HED-IMPORTE(WS-HE-IX) / VEC-HED-HORAS(WS-HE-IX)
                   * WS-HE-TOMA * WS-HE-PORC / 100
               ADD WS-HE-IMPORTE-DIA TO WS-HE-IMPORTE-SEMANA
               SUBTRACT WS-HE-TOMA FROM WS-HE-PENDIENTE
           END-IF.

      *- Cada sucursal carga con la parte del adicional proporcional
      *- a las horas que uso en la semana; la ultima se queda con el
      *- redondeo para que el reparto cierre con el total.
       REPARTIR-HS-EXTRA-SUCURSALES.
           MOVE 0 TO WS-HE-HORAS-BASE.
           MOVE 0 TO IND-HES-ULTIMA.
           PERFORM VARYING INDICE-HES FROM 1 BY 1
               UNTIL INDICE-HES > CANT-HE-SUC
               IF VEC-HES-HORAS(INDICE-HES) > 0
                   ADD VEC-HES-HORAS(INDICE-HES) TO WS-HE-HORAS-BASE
                   SET IND-HES-ULTIMA TO INDICE-HES
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-HE-REPARTIDO-HS.
           MOVE 0 TO WS-HE-REPARTIDO-IMP.
           IF WS-HE-HORAS-BASE > 0
               PERFORM REPARTIR-HS-EXTRA-UNA-SUC
                   VARYING INDICE-HES FROM 1 BY 1
                   UNTIL INDICE-HES > CANT-HE-SUC
           END-IF.

       REPARTIR-HS-EXTRA-UNA-SUC.
           IF VEC-HES-HORAS(INDICE-HES) > 0
               IF INDICE-HES = IND-HES-ULTIMA
                   COMPUTE VEC-HES-HORAS-EXTRA(INDICE-HES) =
                       WS-HE-EXCESO - WS-HE-REPARTIDO-HS
                   COMPUTE VEC-HES-IMPORTE(INDICE-HES) =
                       WS-HE-IMPORTE-SEMANA - WS-HE-REPARTIDO-IMP
               ELSE
                   COMPUTE VEC-HES-HORAS-EXTRA(INDICE-HES) ROUNDED =
                       WS-HE-EXCESO * VEC-HES-HORAS(INDICE-HES)
                       / WS-HE-HORAS-BASE
                   COMPUTE VEC-HES-IMPORTE(INDICE-HES) ROUNDED =
                       WS-HE-IMPORTE-SEMANA * VEC-HES-HORAS(INDICE-HES)
                       / WS-HE-HORAS-BASE
                   ADD VEC-HES-HORAS-EXTRA(INDICE-HES)
                       TO WS-HE-REPARTIDO-HS
                   ADD VEC-HES-IMPORTE(INDICE-HES)
                       TO WS-HE-REPARTIDO-IMP
               END-IF
               PERFORM GRABAR-HS-EXTRA-SUCURSAL
               PERFORM ACUMULAR-HS-EXTRA-EMPRESA
           END-IF.

      *- La parte de la sucursal va al recibo de su empresa.
       ACUMULAR-HS-EXTRA-EMPRESA.
           MOVE VEC-HES-SUC(INDICE-HES) TO WS-SUC-RECIBO.
           PERFORM RESOLVER-EMPRESA-SUC.
           PERFORM BUSCAR-EMPRESA-PROF.
           ADD VEC-HES-HORAS-EXTRA(INDICE-HES)
               TO VEC-EPR-HE-HORAS(IND-EPR-HALLADO).
           ADD VEC-HES-IMPORTE(INDICE-HES)
               TO VEC-EPR-HE-IMPORTE(IND-EPR-HALLADO).

       GRABAR-HS-EXTRA-SUCURSAL.
           MOVE WS-FECHA-LIQ              TO HXS-FECHA-CORRIDA.
           MOVE 0                         TO HXS-CUIT.
           MOVE SPACES                    TO HXS-RAZON.
           PERFORM VARYING INDICE-SUC FROM 1 BY 1
               UNTIL INDICE-SUC > CANT-SUCURSALES
               IF VEC-SUC-COD(INDICE-SUC) IS EQUAL
                   TO VEC-HES-SUC(INDICE-HES)
                   MOVE VEC-SUC-CUIT(INDICE-SUC)  TO HXS-CUIT
                   MOVE VEC-SUC-RAZON(INDICE-SUC) TO HXS-RAZON
               END-IF
           END-PERFORM.
           MOVE VEC-HES-SUC(INDICE-HES)   TO HXS-SUCURSAL.
           MOVE WS-PROF-GRUPO             TO HXS-PROF-NUMERO.
           MOVE VEC-HED-FECHA(1)          TO HXS-SEMANA-DESDE.
           MOVE VEC-HED-FECHA(CANT-HE-DIAS) TO HXS-SEMANA-HASTA.
           MOVE VEC-HES-HORAS(INDICE-HES) TO HXS-HORAS-SUC.
           MOVE VEC-HES-HORAS-EXTRA(INDICE-HES) TO HXS-HORAS-EXTRA.
           MOVE VEC-HES-IMPORTE(INDICE-HES) TO HXS-IMPORTE.
           WRITE REG-HSEXTRASUC.
           IF FS-HSEXTRASUC IS NOT EQUAL TO 00
               DISPLAY "ERROR AL GRABAR HSEXTRASUC FS: " FS-HSEXTRASUC
           END-IF.

       CALCULAR-TOTALES.
           DISPLAY "Calcula totales".
           ADD IMPORTE TO TOT-IMP-FECHA.
               CLOSE CONTROLHORAS_FILE
               CLOSE DEDUCCIONES_FILE
               CLOSE DEDUCCIONESHIST_FILE
               CLOSE HSEXTRASUC_FILE
               CLOSE HSEXTRAAP_FILE
               CLOSE REINTEGROSAP_FILE
               CLOSE REINTEGROSFAC_FILE
               CLOSE RECHAZOSNOV_FILE
           END-IF.

