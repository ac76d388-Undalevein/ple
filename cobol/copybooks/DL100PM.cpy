000100*--------------------------------------------------------------------
000110* DL100PM   - SYMBOLIC MAP FOR MAPSET DL100PM / MAP DL100P1, THE
000120*             DL1P SCHEDULE-PARAMETER MAINTENANCE SCREEN (PGM
000130*             DL100SPM).  GENERATED FROM THE BMS SOURCE IN
000140*             MAPS(DL100PM) - REGENERATE AFTER ANY MAP CHANGE, DO NOT
000150*             HAND-EDIT FIELD OFFSETS.
000160*--------------------------------------------------------------------
000170 01  DL100P1I.
000180     02  FILLER                      PIC X(12).
000190     02  ACTNL                       PIC S9(4) COMP.
000200     02  ACTNF                       PIC X(01).
000210     02  FILLER REDEFINES ACTNF.
000220         03  ACTNA                   PIC X(01).
000230     02  ACTNI                       PIC X(01).
000240     02  ETYPEL                      PIC S9(4) COMP.
000250     02  ETYPEF                      PIC X(01).
000260     02  FILLER REDEFINES ETYPEF.
000270         03  ETYPEA                  PIC X(01).
000280     02  ETYPEI                      PIC X(08).
000290     02  STRML                       PIC S9(4) COMP.
000300     02  STRMF                       PIC X(01).
000310     02  FILLER REDEFINES STRMF.
000320         03  STRMA                   PIC X(01).
000330     02  STRMI                       PIC X(08).
000340     02  QUALL                       PIC S9(4) COMP.
000350     02  QUALF                       PIC X(01).
000360     02  FILLER REDEFINES QUALF.
000370         03  QUALA                   PIC X(01).
000380     02  QUALI                       PIC X(08).
000390     02  LIMTL                       PIC S9(4) COMP.
000400     02  LIMTF                       PIC X(01).
000410     02  FILLER REDEFINES LIMTF.
000420         03  LIMTA                   PIC X(01).
000430     02  LIMTI                       PIC X(06).
000440     02  LSTCHGL                     PIC S9(4) COMP.
000450     02  LSTCHGF                     PIC X(01).
000460     02  FILLER REDEFINES LSTCHGF.
000470         03  LSTCHGA                 PIC X(01).
000480     02  LSTCHGI                     PIC X(50).
000490     02  BRW1L                       PIC S9(4) COMP.
000500     02  BRW1F                       PIC X(01).
000510     02  FILLER REDEFINES BRW1F.
000520         03  BRW1A                   PIC X(01).
000530     02  BRW1I                       PIC X(70).
000540     02  BRW2L                       PIC S9(4) COMP.
000550     02  BRW2F                       PIC X(01).
000560     02  FILLER REDEFINES BRW2F.
000570         03  BRW2A                   PIC X(01).
000580     02  BRW2I                       PIC X(70).
000590     02  BRW3L                       PIC S9(4) COMP.
000600     02  BRW3F                       PIC X(01).
000610     02  FILLER REDEFINES BRW3F.
000620         03  BRW3A                   PIC X(01).
000630     02  BRW3I                       PIC X(70).
000640     02  BRW4L                       PIC S9(4) COMP.
000650     02  BRW4F                       PIC X(01).
000660     02  FILLER REDEFINES BRW4F.
000670         03  BRW4A                   PIC X(01).
000680     02  BRW4I                       PIC X(70).
000690     02  BRW5L                       PIC S9(4) COMP.
000700     02  BRW5F                       PIC X(01).
000710     02  FILLER REDEFINES BRW5F.
000720         03  BRW5A                   PIC X(01).
000730     02  BRW5I                       PIC X(70).
000740     02  BRW6L                       PIC S9(4) COMP.
000750     02  BRW6F                       PIC X(01).
000760     02  FILLER REDEFINES BRW6F.
000770         03  BRW6A                   PIC X(01).
000780     02  BRW6I                       PIC X(70).
000790     02  BRW7L                       PIC S9(4) COMP.
000800     02  BRW7F                       PIC X(01).
000810     02  FILLER REDEFINES BRW7F.
000820         03  BRW7A                   PIC X(01).
000830     02  BRW7I                       PIC X(70).
000840     02  BRW8L                       PIC S9(4) COMP.
000850     02  BRW8F                       PIC X(01).
000860     02  FILLER REDEFINES BRW8F.
000870         03  BRW8A                   PIC X(01).
000880     02  BRW8I                       PIC X(70).
000890     02  BRW9L                       PIC S9(4) COMP.
000900     02  BRW9F                       PIC X(01).
000910     02  FILLER REDEFINES BRW9F.
000920         03  BRW9A                   PIC X(01).
000930     02  BRW9I                       PIC X(70).
000940     02  BRW10L                      PIC S9(4) COMP.
000950     02  BRW10F                      PIC X(01).
000960     02  FILLER REDEFINES BRW10F.
000970         03  BRW10A                  PIC X(01).
000980     02  BRW10I                      PIC X(70).
000990     02  MSGL                        PIC S9(4) COMP.
001000     02  MSGF                        PIC X(01).
001010     02  FILLER REDEFINES MSGF.
001020         03  MSGA                    PIC X(01).
001030     02  MSGI                        PIC X(70).
001040 01  DL100P1O REDEFINES DL100P1I.
001050     02  FILLER                      PIC X(12).
001060     02  FILLER                      PIC X(03).
001070     02  ACTNO                       PIC X(01).
001080     02  FILLER                      PIC X(03).
001090     02  ETYPEO                      PIC X(08).
001100     02  FILLER                      PIC X(03).
001110     02  STRMO                       PIC X(08).
001120     02  FILLER                      PIC X(03).
001130     02  QUALO                       PIC X(08).
001140     02  FILLER                      PIC X(03).
001150     02  LIMTO                       PIC X(06).
001160     02  FILLER                      PIC X(03).
001170     02  LSTCHGO                     PIC X(50).
001180     02  FILLER                      PIC X(03).
001190     02  BRW1O                       PIC X(70).
001200     02  FILLER                      PIC X(03).
001210     02  BRW2O                       PIC X(70).
001220     02  FILLER                      PIC X(03).
001230     02  BRW3O                       PIC X(70).
001240     02  FILLER                      PIC X(03).
001250     02  BRW4O                       PIC X(70).
001260     02  FILLER                      PIC X(03).
001270     02  BRW5O                       PIC X(70).
001280     02  FILLER                      PIC X(03).
001290     02  BRW6O                       PIC X(70).
001300     02  FILLER                      PIC X(03).
001310     02  BRW7O                       PIC X(70).
001320     02  FILLER                      PIC X(03).
001330     02  BRW8O                       PIC X(70).
001340     02  FILLER                      PIC X(03).
001350     02  BRW9O                       PIC X(70).
001360     02  FILLER                      PIC X(03).
001370     02  BRW10O                      PIC X(70).
001380     02  FILLER                      PIC X(03).
001390     02  MSGO                        PIC X(70).
