      *            CLI-INACTIVO. CLI-CUIT lleva la clave tributaria
      *            del cliente (11 digitos, sin guiones), validada
      *            con su digito verificador al capturarla; en blanco
      *            cuando no fue informada. CLI-EMAIL y CLI-TELEFONO
      *            son los datos de contacto, en blanco si no se
      *            informaron; CLI-ENVIO es la forma de entrega del
      *            resumen de cuenta (papel, e-mail o ambos). Un
      *            CLI-ENVIO en blanco se toma como papel.
      *            CLI-DORMIDA marca la cuenta sin movimientos en el
      *            plazo que controla el proceso DORMIDAS, con la
      *            fecha de la marca en CLI-FECHA-DORMIDA; en blanco
      *            o "N" la cuenta no esta dormida.
      *            CLI-RET-REGIMEN y CLI-COND-FISCAL ubican en la
      *            tabla de REGIMENES la retencion que se practica
      *            sobre los creditos del cliente; con regimen en
      *            blanco no se retiene. CLI-RET-EXENTO = "S" exime
      *            al cliente hasta CLI-RET-EXENTO-HASTA inclusive
      *            (cero: sin vencimiento).
      ******************************************************************
       FD  CLIENTES.

                   88  CLI-INACTIVO     VALUE "I".
               05  CLI-FUSIONADO-EN PIC 9(7).
               05  CLI-CUIT         PIC X(11).
               05  CLI-EMAIL        PIC X(44).
               05  CLI-TELEFONO     PIC X(20).
               05  CLI-ENVIO        PIC X.
                   88  CLI-ENVIO-PAPEL  VALUE "P" " ".
                   88  CLI-ENVIO-EMAIL  VALUE "E".
                   88  CLI-ENVIO-AMBOS  VALUE "A".
               05  CLI-DORMIDA      PIC X.
                   88  CLI-ES-DORMIDA   VALUE "S".
                   88  CLI-NO-DORMIDA   VALUE "N" " ".
               05  CLI-FECHA-DORMIDA PIC 9(8).
               05  CLI-RET-REGIMEN  PIC X(3).
               05  CLI-COND-FISCAL  PIC X(2).
               05  CLI-RET-EXENTO   PIC X.
                   88  CLI-ES-EXENTO    VALUE "S".
               05  CLI-RET-EXENTO-HASTA PIC 9(8).
               05  FILLER           PIC X(133).
