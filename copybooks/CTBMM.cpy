000010******************************************************************
000020*   COPYBOOK      CTBMM                                          *
000030*   DESCRIPTION    SYMBOLIC MAP FOR THE CTB320 MONTH-TO-DATE AND *
000040*                  CLOSED-MONTH INQUIRY SCREEN, MAPSET CTBMMS,   *
000050*                  MAP CTBMM.  GENERATED BY HAND TO MATCH THE    *
000060*                  BMS SOURCE IN BMS/CTBMM.BMS - REGENERATE BOTH *
000070*                  TOGETHER IF EITHER CHANGES.                   *
000080*   MODIFICATION HISTORY                                         *
000090*   DATE       INIT  DESCRIPTION                                 *
000100*   ---------- ----  ---------------------------------------     *
000110*   2026-10-15 DLM   ORIGINAL.                                   *
000120******************************************************************
000130 01  CTBMMI.
000140     05  FILLER                      PIC X(12).
000150*    TITLE LINE (POS 1,1 LENGTH 50) - UNNAMED CONSTANT TEXT.
000160     05  FILLER                      PIC S9(4) COMP.
000170     05  FILLER                      PIC X.
000180     05  FILLER                      PIC X(50).
000190*    "BRANCH :" LABEL (POS 3,1 LENGTH 8) - UNNAMED.
000200     05  FILLER                      PIC S9(4) COMP.
000210     05  FILLER                      PIC X.
000220     05  FILLER                      PIC X(08).
000230     05  BRNCHL                      PIC S9(4) COMP.
000240     05  BRNCHF                      PIC X.
000250     05  FILLER REDEFINES BRNCHF.
000260         10  BRNCHA                  PIC X.
000270     05  BRNCHI                      PIC X(04).
000280*    "NAME :" LABEL (POS 3,16 LENGTH 6) - UNNAMED.
000290     05  FILLER                      PIC S9(4) COMP.
000300     05  FILLER                      PIC X.
000310     05  FILLER                      PIC X(06).
000320     05  BNAMEL                      PIC S9(4) COMP.
000330     05  BNAMEF                      PIC X.
000340     05  FILLER REDEFINES BNAMEF.
000350         10  BNAMEA                  PIC X.
000360     05  BNAMEI                      PIC X(20).
000370*    "REGION :" LABEL (POS 3,45 LENGTH 8) - UNNAMED.
000380     05  FILLER                      PIC S9(4) COMP.
000390     05  FILLER                      PIC X.
000400     05  FILLER                      PIC X(08).
000410     05  RGNL                        PIC S9(4) COMP.
000420     05  RGNF                        PIC X.
000430     05  FILLER REDEFINES RGNF.
000440         10  RGNA                    PIC X.
000450     05  RGNI                        PIC X(08).
000460*    "MONTH  :" LABEL (POS 4,1 LENGTH 8) - UNNAMED.
000470     05  FILLER                      PIC S9(4) COMP.
000480     05  FILLER                      PIC X.
000490     05  FILLER                      PIC X(08).
000500     05  MONTHL                      PIC S9(4) COMP.
000510     05  MONTHF                      PIC X.
000520     05  FILLER REDEFINES MONTHF.
000530         10  MONTHA                  PIC X.
000540     05  MONTHI                      PIC X(06).
000550     05  MTYPEL                      PIC S9(4) COMP.
000560     05  MTYPEF                      PIC X.
000570     05  FILLER REDEFINES MTYPEF.
000580         10  MTYPEA                  PIC X.
000590     05  MTYPEI                      PIC X(40).
000600*    COLUMN HEADING (POS 6,1 LENGTH 79) - UNNAMED.
000610     05  FILLER                      PIC S9(4) COMP.
000620     05  FILLER                      PIC X.
000630     05  FILLER                      PIC X(79).
000640*    SLOT LIST (POS 7,1 LENGTH 79, OCCURS 12) - ONE PERIOD
000650*    SLOT PER ROW.
000660     05  LISTG OCCURS 12 TIMES.
000670         10  LISTL                   PIC S9(4) COMP.
000680         10  LISTF                   PIC X.
000690         10  LISTI                   PIC X(79).
000700     05  MSGL                        PIC S9(4) COMP.
000710     05  MSGF                        PIC X.
000720     05  FILLER REDEFINES MSGF.
000730         10  MSGA                    PIC X.
000740     05  MSGI                        PIC X(60).
000750*    FOOTER LINE (POS 24,1 LENGTH 79) - UNNAMED CONSTANT TEXT.
000760     05  FILLER                      PIC S9(4) COMP.
000770     05  FILLER                      PIC X.
000780     05  FILLER                      PIC X(79).
000790*
000800 01  CTBMMO REDEFINES CTBMMI.
000810     05  FILLER                      PIC X(12).
000820     05  FILLER                      PIC X(03).
000830     05  FILLER                      PIC X(50).
000840     05  FILLER                      PIC X(03).
000850     05  FILLER                      PIC X(08).
000860     05  FILLER                      PIC X(03).
000870     05  BRNCHO                      PIC X(04).
000880     05  FILLER                      PIC X(03).
000890     05  FILLER                      PIC X(06).
000900     05  FILLER                      PIC X(03).
000910     05  BNAMEO                      PIC X(20).
000920     05  FILLER                      PIC X(03).
000930     05  FILLER                      PIC X(08).
000940     05  FILLER                      PIC X(03).
000950     05  RGNO                        PIC X(08).
000960     05  FILLER                      PIC X(03).
000970     05  FILLER                      PIC X(08).
000980     05  FILLER                      PIC X(03).
000990     05  MONTHO                      PIC X(06).
001000     05  FILLER                      PIC X(03).
001010     05  MTYPEO                      PIC X(40).
001020     05  FILLER                      PIC X(03).
001030     05  FILLER                      PIC X(79).
001040     05  LISTGO OCCURS 12 TIMES.
001050         10  FILLER                  PIC X(03).
001060         10  LISTO                   PIC X(79).
001070     05  FILLER                      PIC X(03).
001080     05  MSGO                        PIC X(60).
001090     05  FILLER                      PIC X(03).
001100     05  FILLER                      PIC X(79).
