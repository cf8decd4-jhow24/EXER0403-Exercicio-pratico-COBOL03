      *================================================================*
      *    BOOK.......: EXS0321                                         *
      *    OBJETIVO....: MAPA SIMBOLICO DO MAPSET EXS0321 (MAPA        *
      *                  EXM0321 - CONSULTA DE CONTA DA MESA DE        *
      *                  COBRANCA, TRANSACAO EX21), GERADO NA          *
      *                  MONTAGEM DO EXS0321.BMS                       *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                      *
      *    DATA       AUTOR      DESCRICAO                              *
      *    15/10/2026 JOHNATHAN  CRIACAO DO BOOK                        *
      *================================================================*
       01  EXM0321I.
           02  FILLER PIC X(12).
           02  DATAL    COMP  PIC  S9(4).
           02  DATAF    PICTURE X.
           02  FILLER REDEFINES DATAF.
             03 DATAA    PICTURE X.
           02  DATAI  PIC X(10).
           02  AGENCL   COMP  PIC  S9(4).
           02  AGENCF   PICTURE X.
           02  FILLER REDEFINES AGENCF.
             03 AGENCA   PICTURE X.
           02  AGENCI PIC X(4).
           02  CONTAL   COMP  PIC  S9(4).
           02  CONTAF   PICTURE X.
           02  FILLER REDEFINES CONTAF.
             03 CONTAA   PICTURE X.
           02  CONTAI PIC X(7).
           02  NOMEL    COMP  PIC  S9(4).
           02  NOMEF    PICTURE X.
           02  FILLER REDEFINES NOMEF.
             03 NOMEA    PICTURE X.
           02  NOMEI  PIC X(25).
           02  DOCTOL   COMP  PIC  S9(4).
           02  DOCTOF   PICTURE X.
           02  FILLER REDEFINES DOCTOF.
             03 DOCTOA   PICTURE X.
           02  DOCTOI PIC X(14).
           02  ENDERL   COMP  PIC  S9(4).
           02  ENDERF   PICTURE X.
           02  FILLER REDEFINES ENDERF.
             03 ENDERA   PICTURE X.
           02  ENDERI PIC X(12).
           02  ENDINVL  COMP  PIC  S9(4).
           02  ENDINVF  PICTURE X.
           02  FILLER REDEFINES ENDINVF.
             03 ENDINVA  PICTURE X.
           02  ENDINVI PIC X(3).
           02  FONEL    COMP  PIC  S9(4).
           02  FONEF    PICTURE X.
           02  FILLER REDEFINES FONEF.
             03 FONEA    PICTURE X.
           02  FONEI  PIC X(5).
           02  FONINVL  COMP  PIC  S9(4).
           02  FONINVF  PICTURE X.
           02  FILLER REDEFINES FONINVF.
             03 FONINVA  PICTURE X.
           02  FONINVI PIC X(3).
           02  DATEMPL  COMP  PIC  S9(4).
           02  DATEMPF  PICTURE X.
           02  FILLER REDEFINES DATEMPF.
             03 DATEMPA  PICTURE X.
           02  DATEMPI PIC X(10).
           02  SALDOL   COMP  PIC  S9(4).
           02  SALDOF   PICTURE X.
           02  FILLER REDEFINES SALDOF.
             03 SALDOA   PICTURE X.
           02  SALDOI PIC X(15).
           02  PRODL    COMP  PIC  S9(4).
           02  PRODF    PICTURE X.
           02  FILLER REDEFINES PRODF.
             03 PRODA    PICTURE X.
           02  PRODI  PIC X(2).
           02  SITUACL  COMP  PIC  S9(4).
           02  SITUACF  PICTURE X.
           02  FILLER REDEFINES SITUACF.
             03 SITUACA  PICTURE X.
           02  SITUACI PIC X(20).
           02  DIASL    COMP  PIC  S9(4).
           02  DIASF    PICTURE X.
           02  FILLER REDEFINES DIASF.
             03 DIASA    PICTURE X.
           02  DIASI  PIC X(5).
           02  SLDABTL  COMP  PIC  S9(4).
           02  SLDABTF  PICTURE X.
           02  FILLER REDEFINES SLDABTF.
             03 SLDABTA  PICTURE X.
           02  SLDABTI PIC X(15).
           02  ACOSITL  COMP  PIC  S9(4).
           02  ACOSITF  PICTURE X.
           02  FILLER REDEFINES ACOSITF.
             03 ACOSITA  PICTURE X.
           02  ACOSITI PIC X(9).
           02  DTACOL   COMP  PIC  S9(4).
           02  DTACOF   PICTURE X.
           02  FILLER REDEFINES DTACOF.
             03 DTACOA   PICTURE X.
           02  DTACOI PIC X(10).
           02  DTPROML  COMP  PIC  S9(4).
           02  DTPROMF  PICTURE X.
           02  FILLER REDEFINES DTPROMF.
             03 DTPROMA  PICTURE X.
           02  DTPROMI PIC X(10).
           02  JURIDL   COMP  PIC  S9(4).
           02  JURIDF   PICTURE X.
           02  FILLER REDEFINES JURIDF.
             03 JURIDA   PICTURE X.
           02  JURIDI PIC X(3).
           02  DTJURL   COMP  PIC  S9(4).
           02  DTJURF   PICTURE X.
           02  FILLER REDEFINES DTJURF.
             03 DTJURA   PICTURE X.
           02  DTJURI PIC X(10).
           02  CANALL   COMP  PIC  S9(4).
           02  CANALF   PICTURE X.
           02  FILLER REDEFINES CANALF.
             03 CANALA   PICTURE X.
           02  CANALI PIC X(8).
           02  DTPREFL  COMP  PIC  S9(4).
           02  DTPREFF  PICTURE X.
           02  FILLER REDEFINES DTPREFF.
             03 DTPREFA  PICTURE X.
           02  DTPREFI PIC X(10).
           02  OPTCARL  COMP  PIC  S9(4).
           02  OPTCARF  PICTURE X.
           02  FILLER REDEFINES OPTCARF.
             03 OPTCARA  PICTURE X.
           02  OPTCARI PIC X(1).
           02  OPTFONL  COMP  PIC  S9(4).
           02  OPTFONF  PICTURE X.
           02  FILLER REDEFINES OPTFONF.
             03 OPTFONA  PICTURE X.
           02  OPTFONI PIC X(1).
           02  NPROML   COMP  PIC  S9(4).
           02  NPROMF   PICTURE X.
           02  FILLER REDEFINES NPROMF.
             03 NPROMA   PICTURE X.
           02  NPROMI PIC X(8).
           02  MSGL     COMP  PIC  S9(4).
           02  MSGF     PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA     PICTURE X.
           02  MSGI   PIC X(79).
       01  EXM0321O REDEFINES EXM0321I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  AGENCO PIC X(4).
           02  FILLER PICTURE X(3).
           02  CONTAO PIC X(7).
           02  FILLER PICTURE X(3).
           02  NOMEO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  DOCTOO PIC X(14).
           02  FILLER PICTURE X(3).
           02  ENDERO PIC X(12).
           02  FILLER PICTURE X(3).
           02  ENDINVO PIC X(3).
           02  FILLER PICTURE X(3).
           02  FONEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  FONINVO PIC X(3).
           02  FILLER PICTURE X(3).
           02  DATEMPO PIC X(10).
           02  FILLER PICTURE X(3).
           02  SALDOO PIC X(15).
           02  FILLER PICTURE X(3).
           02  PRODO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  SITUACO PIC X(20).
           02  FILLER PICTURE X(3).
           02  DIASO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  SLDABTO PIC X(15).
           02  FILLER PICTURE X(3).
           02  ACOSITO PIC X(9).
           02  FILLER PICTURE X(3).
           02  DTACOO PIC X(10).
           02  FILLER PICTURE X(3).
           02  DTPROMO PIC X(10).
           02  FILLER PICTURE X(3).
           02  JURIDO PIC X(3).
           02  FILLER PICTURE X(3).
           02  DTJURO PIC X(10).
           02  FILLER PICTURE X(3).
           02  CANALO PIC X(8).
           02  FILLER PICTURE X(3).
           02  DTPREFO PIC X(10).
           02  FILLER PICTURE X(3).
           02  OPTCARO PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPTFONO PIC X(1).
           02  FILLER PICTURE X(3).
           02  NPROMO PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSGO   PIC X(79).
