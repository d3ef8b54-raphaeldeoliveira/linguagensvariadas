      ******************************************************************
      *  ESTMAPC  --  MAPA SIMBOLICO GERADO A PARTIR DO MAPSET BMS
      *  ESTMAP (TELAS ESTM01 A ESTM04), MANTIDO NA COPYLIB PARA O
      *  PROGRAMA ONLINE ONL-EST. REGERAR ESTE MEMBRO SEMPRE QUE O
      *  MAPSET FISICO (BMS/ESTMAP) FOR ALTERADO.
      ******************************************************************
           05  MT4O                      PIC X(60).
           05  FILLER                    PIC X(03).
           05  MS3O                      PIC X(60).
       01  ESTM04I.
           05  FILLER                    PIC X(12).
           05  FN4L                      PIC S9(04) COMP.
           05  FN4F                      PIC X(01).
           05  FILLER REDEFINES FN4F.
               10  FN4A                  PIC X(01).
           05  FN4I                      PIC X(01).
           05  EI4L                      PIC S9(04) COMP.
           05  EI4F                      PIC X(01).
           05  FILLER REDEFINES EI4F.
               10  EI4A                  PIC X(01).
           05  EI4I                      PIC X(07).
           05  NM4L                      PIC S9(04) COMP.
           05  NM4F                      PIC X(01).
           05  FILLER REDEFINES NM4F.
               10  NM4A                  PIC X(01).
           05  NM4I                      PIC X(25).
           05  CI4L                      PIC S9(04) COMP.
           05  CI4F                      PIC X(01).
           05  FILLER REDEFINES CI4F.
               10  CI4A                  PIC X(01).
           05  CI4I                      PIC X(04).
           05  CO4L                      PIC S9(04) COMP.
           05  CO4F                      PIC X(01).
           05  FILLER REDEFINES CO4F.
               10  CO4A                  PIC X(01).
           05  CO4I                      PIC X(06).
           05  SF4L                      PIC S9(04) COMP.
           05  SF4F                      PIC X(01).
           05  FILLER REDEFINES SF4F.
               10  SF4A                  PIC X(01).
           05  SF4I                      PIC X(50).
           05  CB1L                      PIC S9(04) COMP.
           05  CB1F                      PIC X(01).
           05  FILLER REDEFINES CB1F.
               10  CB1A                  PIC X(01).
           05  CB1I                      PIC X(60).
           05  CB2L                      PIC S9(04) COMP.
           05  CB2F                      PIC X(01).
           05  FILLER REDEFINES CB2F.
               10  CB2A                  PIC X(01).
           05  CB2I                      PIC X(60).
           05  CB3L                      PIC S9(04) COMP.
           05  CB3F                      PIC X(01).
           05  FILLER REDEFINES CB3F.
               10  CB3A                  PIC X(01).
           05  CB3I                      PIC X(60).
           05  CB4L                      PIC S9(04) COMP.
           05  CB4F                      PIC X(01).
           05  FILLER REDEFINES CB4F.
               10  CB4A                  PIC X(01).
           05  CB4I                      PIC X(60).
           05  CB5L                      PIC S9(04) COMP.
           05  CB5F                      PIC X(01).
           05  FILLER REDEFINES CB5F.
               10  CB5A                  PIC X(01).
           05  CB5I                      PIC X(60).
           05  CB6L                      PIC S9(04) COMP.
           05  CB6F                      PIC X(01).
           05  FILLER REDEFINES CB6F.
               10  CB6A                  PIC X(01).
           05  CB6I                      PIC X(60).
           05  CB7L                      PIC S9(04) COMP.
           05  CB7F                      PIC X(01).
           05  FILLER REDEFINES CB7F.
               10  CB7A                  PIC X(01).
           05  CB7I                      PIC X(60).
           05  CB8L                      PIC S9(04) COMP.
           05  CB8F                      PIC X(01).
           05  FILLER REDEFINES CB8F.
               10  CB8A                  PIC X(01).
           05  CB8I                      PIC X(60).
           05  MS4L                      PIC S9(04) COMP.
           05  MS4F                      PIC X(01).
           05  FILLER REDEFINES MS4F.
               10  MS4A                  PIC X(01).
           05  MS4I                      PIC X(60).
       01  ESTM04O REDEFINES ESTM04I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(03).
           05  FN4O                      PIC X(01).
           05  FILLER                    PIC X(03).
           05  EI4O                      PIC X(07).
           05  FILLER                    PIC X(03).
           05  NM4O                      PIC X(25).
           05  FILLER                    PIC X(03).
           05  CI4O                      PIC X(04).
           05  FILLER                    PIC X(03).
           05  CO4O                      PIC X(06).
           05  FILLER                    PIC X(03).
           05  SF4O                      PIC X(50).
           05  FILLER                    PIC X(03).
           05  CB1O                      PIC X(60).
           05  FILLER                    PIC X(03).
           05  CB2O                      PIC X(60).
           05  FILLER                    PIC X(03).
           05  CB3O                      PIC X(60).
           05  FILLER                    PIC X(03).
           05  CB4O                      PIC X(60).
           05  FILLER                    PIC X(03).
           05  CB5O                      PIC X(60).
           05  FILLER                    PIC X(03).
           05  CB6O                      PIC X(60).
           05  FILLER                    PIC X(03).
           05  CB7O                      PIC X(60).
           05  FILLER                    PIC X(03).
           05  CB8O                      PIC X(60).
           05  FILLER                    PIC X(03).
           05  MS4O                      PIC X(60).
