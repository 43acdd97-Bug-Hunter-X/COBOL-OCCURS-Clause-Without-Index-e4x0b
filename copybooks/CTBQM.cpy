000010******************************************************************
000020*   COPYBOOK      CTBQM                                          *
000030*   DESCRIPTION    SYMBOLIC MAP FOR THE CTB310 RECYCLE AND HOLD  *
000040*                  WORK QUEUE SCREEN, MAPSET CTBQMS, MAP CTBQM.  *
000050*                  GENERATED BY HAND TO MATCH THE BMS SOURCE IN  *
000060*                  BMS/CTBQM.BMS - REGENERATE BOTH TOGETHER IF   *
000070*                  EITHER CHANGES.                               *
000080*   MODIFICATION HISTORY                                         *
000090*   DATE       INIT  DESCRIPTION                                 *
000100*   ---------- ----  ---------------------------------------     *
000110*   2026-10-15 DLM   ORIGINAL.                                   *
000120******************************************************************
000130 01  CTBQMI.
000140     05  FILLER                      PIC X(12).
000150*    TITLE LINE (POS 1,1 LENGTH 40) - UNNAMED CONSTANT TEXT.
000160     05  FILLER                      PIC S9(4) COMP.
000170     05  FILLER                      PIC X.
000180     05  FILLER                      PIC X(40).
000190*    "BRANCH FILTER :" LABEL (POS 3,1 LENGTH 15) - UNNAMED.
000200     05  FILLER                      PIC S9(4) COMP.
000210     05  FILLER                      PIC X.
000220     05  FILLER                      PIC X(15).
000230     05  FBRNCHL                     PIC S9(4) COMP.
000240     05  FBRNCHF                     PIC X.
000250     05  FILLER REDEFINES FBRNCHF.
000260         10  FBRNCHA                 PIC X.
000270     05  FBRNCHI                     PIC X(04).
000280*    "TYPE (R/H) :" LABEL (POS 3,23 LENGTH 12) - UNNAMED.
000290     05  FILLER                      PIC S9(4) COMP.
000300     05  FILLER                      PIC X.
000310     05  FILLER                      PIC X(12).
000320     05  FTYPEL                      PIC S9(4) COMP.
000330     05  FTYPEF                      PIC X.
000340     05  FILLER REDEFINES FTYPEF.
000350         10  FTYPEA                  PIC X.
000360     05  FTYPEI                      PIC X(01).
000370*    "REASON FILTER :" LABEL (POS 4,1 LENGTH 15) - UNNAMED.
000380     05  FILLER                      PIC S9(4) COMP.
000390     05  FILLER                      PIC X.
000400     05  FILLER                      PIC X(15).
000410     05  FRSNL                       PIC S9(4) COMP.
000420     05  FRSNF                       PIC X.
000430     05  FILLER REDEFINES FRSNF.
000440         10  FRSNA                   PIC X.
000450     05  FRSNI                       PIC X(30).
000460*    COLUMN HEADING (POS 6,1 LENGTH 79) - UNNAMED.
000470     05  FILLER                      PIC S9(4) COMP.
000480     05  FILLER                      PIC X.
000490     05  FILLER                      PIC X(79).
000500*    ITEM LIST (POS 7,1 LENGTH 79, OCCURS 10) - ONE QUEUE ITEM
000510*    PER ROW.
000520     05  LISTG OCCURS 10 TIMES.
000530         10  LISTL                   PIC S9(4) COMP.
000540         10  LISTF                   PIC X.
000550         10  LISTI                   PIC X(79).
000560*    "ITEM KEY      :" LABEL (POS 18,1 LENGTH 15) - UNNAMED.
000570     05  FILLER                      PIC S9(4) COMP.
000580     05  FILLER                      PIC X.
000590     05  FILLER                      PIC X(15).
000600     05  ITEML                       PIC S9(4) COMP.
000610     05  ITEMF                       PIC X.
000620     05  FILLER REDEFINES ITEMF.
000630         10  ITEMA                   PIC X.
000640     05  ITEMI                       PIC X(08).
000650*    "NEW SLOT      :" LABEL (POS 19,1 LENGTH 15) - UNNAMED.
000660     05  FILLER                      PIC S9(4) COMP.
000670     05  FILLER                      PIC X.
000680     05  FILLER                      PIC X(15).
000690     05  NEWIDXL                     PIC S9(4) COMP.
000700     05  NEWIDXF                     PIC X.
000710     05  FILLER REDEFINES NEWIDXF.
000720         10  NEWIDXA                 PIC X.
000730     05  NEWIDXI                     PIC X(05).
000740*    "NEW BRANCH  :" LABEL (POS 19,24 LENGTH 13) - UNNAMED.
000750     05  FILLER                      PIC S9(4) COMP.
000760     05  FILLER                      PIC X.
000770     05  FILLER                      PIC X(13).
000780     05  NEWBRL                      PIC S9(4) COMP.
000790     05  NEWBRF                      PIC X.
000800     05  FILLER REDEFINES NEWBRF.
000810         10  NEWBRA                  PIC X.
000820     05  NEWBRI                      PIC X(04).
000830*    "NEW AMOUNT    :" LABEL (POS 20,1 LENGTH 15) - UNNAMED.
000840     05  FILLER                      PIC S9(4) COMP.
000850     05  FILLER                      PIC X.
000860     05  FILLER                      PIC X(15).
000870     05  NEWAMTL                     PIC S9(4) COMP.
000880     05  NEWAMTF                     PIC X.
000890     05  FILLER REDEFINES NEWAMTF.
000900         10  NEWAMTA                 PIC X.
000910     05  NEWAMTI                     PIC X(09).
000920*    "NEW TYPE :" LABEL (POS 20,28 LENGTH 10) - UNNAMED.
000930     05  FILLER                      PIC S9(4) COMP.
000940     05  FILLER                      PIC X.
000950     05  FILLER                      PIC X(10).
000960     05  NEWTYPL                     PIC S9(4) COMP.
000970     05  NEWTYPF                     PIC X.
000980     05  FILLER REDEFINES NEWTYPF.
000990         10  NEWTYPA                 PIC X.
001000     05  NEWTYPI                     PIC X(01).
001010     05  MSGL                        PIC S9(4) COMP.
001020     05  MSGF                        PIC X.
001030     05  FILLER REDEFINES MSGF.
001040         10  MSGA                    PIC X.
001050     05  MSGI                        PIC X(60).
001060*    FOOTER LINE (POS 24,1 LENGTH 79) - UNNAMED CONSTANT TEXT.
001070     05  FILLER                      PIC S9(4) COMP.
001080     05  FILLER                      PIC X.
001090     05  FILLER                      PIC X(79).
001100*
001110 01  CTBQMO REDEFINES CTBQMI.
001120     05  FILLER                      PIC X(12).
001130     05  FILLER                      PIC X(03).
001140     05  FILLER                      PIC X(40).
001150     05  FILLER                      PIC X(03).
001160     05  FILLER                      PIC X(15).
001170     05  FILLER                      PIC X(03).
001180     05  FBRNCHO                     PIC X(04).
001190     05  FILLER                      PIC X(03).
001200     05  FILLER                      PIC X(12).
001210     05  FILLER                      PIC X(03).
001220     05  FTYPEO                      PIC X(01).
001230     05  FILLER                      PIC X(03).
001240     05  FILLER                      PIC X(15).
001250     05  FILLER                      PIC X(03).
001260     05  FRSNO                       PIC X(30).
001270     05  FILLER                      PIC X(03).
001280     05  FILLER                      PIC X(79).
001290     05  LISTGO OCCURS 10 TIMES.
001300         10  FILLER                  PIC X(03).
001310         10  LISTO                   PIC X(79).
001320     05  FILLER                      PIC X(03).
001330     05  FILLER                      PIC X(15).
001340     05  FILLER                      PIC X(03).
001350     05  ITEMO                       PIC X(08).
001360     05  FILLER                      PIC X(03).
001370     05  FILLER                      PIC X(15).
001380     05  FILLER                      PIC X(03).
001390     05  NEWIDXO                     PIC X(05).
001400     05  FILLER                      PIC X(03).
001410     05  FILLER                      PIC X(13).
001420     05  FILLER                      PIC X(03).
001430     05  NEWBRO                      PIC X(04).
001440     05  FILLER                      PIC X(03).
001450     05  FILLER                      PIC X(15).
001460     05  FILLER                      PIC X(03).
001470     05  NEWAMTO                     PIC X(09).
001480     05  FILLER                      PIC X(03).
001490     05  FILLER                      PIC X(10).
001500     05  FILLER                      PIC X(03).
001510     05  NEWTYPO                     PIC X(01).
001520     05  FILLER                      PIC X(03).
001530     05  MSGO                        PIC X(60).
001540     05  FILLER                      PIC X(03).
001550     05  FILLER                      PIC X(79).
