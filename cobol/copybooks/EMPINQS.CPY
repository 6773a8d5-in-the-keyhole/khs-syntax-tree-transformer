000010*****************************************************************
000020*  EMPINQS.CPY                                                  *
000030*  SYMBOLIC MAPS FOR BMS MAPSET EMPINQS (SOURCE MEMBER          *
000040*  EMPINQS.BMS), USED BY THE EINQ ONLINE EMPLOYEE INQUIRY       *
000050*  (EMPINQ).  LAID OUT AS THE MAPSET ASSEMBLY GENERATES THEM -  *
000060*  KEEP THIS MEMBER IN STEP WITH THE MAPSET SOURCE WHEN A FIELD *
000070*  IS ADDED OR RESIZED.                                         *
000080*                                                               *
000090*  EINQLST-ROWS IS A TABLE VIEW OF THE TWELVE SELECT / LIST     *
000100*  LINE PAIRS (SEL01-SEL12, LIN01-LIN12) SO THE PROGRAM CAN     *
000110*  BUILD AND SCAN THE MATCH LIST BY SUBSCRIPT.  THE 45-BYTE     *
000120*  FILLER COVERS THE MAP PREFIX AND THE THREE SEARCH FIELDS.    *
000130*****************************************************************
000140 01  EINQLSTI.
000150     02  FILLER                   PIC X(12).
000160     02  LEMPNOL                  PIC S9(04) COMP.
000170     02  LEMPNOF                  PIC X(01).
000180     02  FILLER REDEFINES LEMPNOF.
000190         03  LEMPNOA              PIC X(01).
000200     02  LEMPNOI                  PIC X(06).
000210     02  LLNAMEL                  PIC S9(04) COMP.
000220     02  LLNAMEF                  PIC X(01).
000230     02  FILLER REDEFINES LLNAMEF.
000240         03  LLNAMEA              PIC X(01).
000250     02  LLNAMEI                  PIC X(15).
000260     02  LDEPTL                   PIC S9(04) COMP.
000270     02  LDEPTF                   PIC X(01).
000280     02  FILLER REDEFINES LDEPTF.
000290         03  LDEPTA               PIC X(01).
000300     02  LDEPTI                   PIC X(03).
000310     02  SEL01L                   PIC S9(04) COMP.
000320     02  SEL01F                   PIC X(01).
000330     02  FILLER REDEFINES SEL01F.
000340         03  SEL01A               PIC X(01).
000350     02  SEL01I                   PIC X(01).
000360     02  LIN01L                   PIC S9(04) COMP.
000370     02  LIN01F                   PIC X(01).
000380     02  FILLER REDEFINES LIN01F.
000390         03  LIN01A               PIC X(01).
000400     02  LIN01I                   PIC X(55).
000410     02  SEL02L                   PIC S9(04) COMP.
000420     02  SEL02F                   PIC X(01).
000430     02  FILLER REDEFINES SEL02F.
000440         03  SEL02A               PIC X(01).
000450     02  SEL02I                   PIC X(01).
000460     02  LIN02L                   PIC S9(04) COMP.
000470     02  LIN02F                   PIC X(01).
000480     02  FILLER REDEFINES LIN02F.
000490         03  LIN02A               PIC X(01).
000500     02  LIN02I                   PIC X(55).
000510     02  SEL03L                   PIC S9(04) COMP.
000520     02  SEL03F                   PIC X(01).
000530     02  FILLER REDEFINES SEL03F.
000540         03  SEL03A               PIC X(01).
000550     02  SEL03I                   PIC X(01).
000560     02  LIN03L                   PIC S9(04) COMP.
000570     02  LIN03F                   PIC X(01).
000580     02  FILLER REDEFINES LIN03F.
000590         03  LIN03A               PIC X(01).
000600     02  LIN03I                   PIC X(55).
000610     02  SEL04L                   PIC S9(04) COMP.
000620     02  SEL04F                   PIC X(01).
000630     02  FILLER REDEFINES SEL04F.
000640         03  SEL04A               PIC X(01).
000650     02  SEL04I                   PIC X(01).
000660     02  LIN04L                   PIC S9(04) COMP.
000670     02  LIN04F                   PIC X(01).
000680     02  FILLER REDEFINES LIN04F.
000690         03  LIN04A               PIC X(01).
000700     02  LIN04I                   PIC X(55).
000710     02  SEL05L                   PIC S9(04) COMP.
000720     02  SEL05F                   PIC X(01).
000730     02  FILLER REDEFINES SEL05F.
000740         03  SEL05A               PIC X(01).
000750     02  SEL05I                   PIC X(01).
000760     02  LIN05L                   PIC S9(04) COMP.
000770     02  LIN05F                   PIC X(01).
000780     02  FILLER REDEFINES LIN05F.
000790         03  LIN05A               PIC X(01).
000800     02  LIN05I                   PIC X(55).
000810     02  SEL06L                   PIC S9(04) COMP.
000820     02  SEL06F                   PIC X(01).
000830     02  FILLER REDEFINES SEL06F.
000840         03  SEL06A               PIC X(01).
000850     02  SEL06I                   PIC X(01).
000860     02  LIN06L                   PIC S9(04) COMP.
000870     02  LIN06F                   PIC X(01).
000880     02  FILLER REDEFINES LIN06F.
000890         03  LIN06A               PIC X(01).
000900     02  LIN06I                   PIC X(55).
000910     02  SEL07L                   PIC S9(04) COMP.
000920     02  SEL07F                   PIC X(01).
000930     02  FILLER REDEFINES SEL07F.
000940         03  SEL07A               PIC X(01).
000950     02  SEL07I                   PIC X(01).
000960     02  LIN07L                   PIC S9(04) COMP.
000970     02  LIN07F                   PIC X(01).
000980     02  FILLER REDEFINES LIN07F.
000990         03  LIN07A               PIC X(01).
001000     02  LIN07I                   PIC X(55).
001010     02  SEL08L                   PIC S9(04) COMP.
001020     02  SEL08F                   PIC X(01).
001030     02  FILLER REDEFINES SEL08F.
001040         03  SEL08A               PIC X(01).
001050     02  SEL08I                   PIC X(01).
001060     02  LIN08L                   PIC S9(04) COMP.
001070     02  LIN08F                   PIC X(01).
001080     02  FILLER REDEFINES LIN08F.
001090         03  LIN08A               PIC X(01).
001100     02  LIN08I                   PIC X(55).
001110     02  SEL09L                   PIC S9(04) COMP.
001120     02  SEL09F                   PIC X(01).
001130     02  FILLER REDEFINES SEL09F.
001140         03  SEL09A               PIC X(01).
001150     02  SEL09I                   PIC X(01).
001160     02  LIN09L                   PIC S9(04) COMP.
001170     02  LIN09F                   PIC X(01).
001180     02  FILLER REDEFINES LIN09F.
001190         03  LIN09A               PIC X(01).
001200     02  LIN09I                   PIC X(55).
001210     02  SEL10L                   PIC S9(04) COMP.
001220     02  SEL10F                   PIC X(01).
001230     02  FILLER REDEFINES SEL10F.
001240         03  SEL10A               PIC X(01).
001250     02  SEL10I                   PIC X(01).
001260     02  LIN10L                   PIC S9(04) COMP.
001270     02  LIN10F                   PIC X(01).
001280     02  FILLER REDEFINES LIN10F.
001290         03  LIN10A               PIC X(01).
001300     02  LIN10I                   PIC X(55).
001310     02  SEL11L                   PIC S9(04) COMP.
001320     02  SEL11F                   PIC X(01).
001330     02  FILLER REDEFINES SEL11F.
001340         03  SEL11A               PIC X(01).
001350     02  SEL11I                   PIC X(01).
001360     02  LIN11L                   PIC S9(04) COMP.
001370     02  LIN11F                   PIC X(01).
001380     02  FILLER REDEFINES LIN11F.
001390         03  LIN11A               PIC X(01).
001400     02  LIN11I                   PIC X(55).
001410     02  SEL12L                   PIC S9(04) COMP.
001420     02  SEL12F                   PIC X(01).
001430     02  FILLER REDEFINES SEL12F.
001440         03  SEL12A               PIC X(01).
001450     02  SEL12I                   PIC X(01).
001460     02  LIN12L                   PIC S9(04) COMP.
001470     02  LIN12F                   PIC X(01).
001480     02  FILLER REDEFINES LIN12F.
001490         03  LIN12A               PIC X(01).
001500     02  LIN12I                   PIC X(55).
001510     02  LPAGEL                   PIC S9(04) COMP.
001520     02  LPAGEF                   PIC X(01).
001530     02  FILLER REDEFINES LPAGEF.
001540         03  LPAGEA               PIC X(01).
001550     02  LPAGEI                   PIC X(50).
001560     02  LMSGL                    PIC S9(04) COMP.
001570     02  LMSGF                    PIC X(01).
001580     02  FILLER REDEFINES LMSGF.
001590         03  LMSGA                PIC X(01).
001600     02  LMSGI                    PIC X(78).
001610 01  EINQLSTO REDEFINES EINQLSTI.
001620     02  FILLER                   PIC X(12).
001630     02  FILLER                   PIC X(03).
001640     02  LEMPNOO                  PIC X(06).
001650     02  FILLER                   PIC X(03).
001660     02  LLNAMEO                  PIC X(15).
001670     02  FILLER                   PIC X(03).
001680     02  LDEPTO                   PIC X(03).
001690     02  FILLER                   PIC X(03).
001700     02  SEL01O                   PIC X(01).
001710     02  FILLER                   PIC X(03).
001720     02  LIN01O                   PIC X(55).
001730     02  FILLER                   PIC X(03).
001740     02  SEL02O                   PIC X(01).
001750     02  FILLER                   PIC X(03).
001760     02  LIN02O                   PIC X(55).
001770     02  FILLER                   PIC X(03).
001780     02  SEL03O                   PIC X(01).
001790     02  FILLER                   PIC X(03).
001800     02  LIN03O                   PIC X(55).
001810     02  FILLER                   PIC X(03).
001820     02  SEL04O                   PIC X(01).
001830     02  FILLER                   PIC X(03).
001840     02  LIN04O                   PIC X(55).
001850     02  FILLER                   PIC X(03).
001860     02  SEL05O                   PIC X(01).
001870     02  FILLER                   PIC X(03).
001880     02  LIN05O                   PIC X(55).
001890     02  FILLER                   PIC X(03).
001900     02  SEL06O                   PIC X(01).
001910     02  FILLER                   PIC X(03).
001920     02  LIN06O                   PIC X(55).
001930     02  FILLER                   PIC X(03).
001940     02  SEL07O                   PIC X(01).
001950     02  FILLER                   PIC X(03).
001960     02  LIN07O                   PIC X(55).
001970     02  FILLER                   PIC X(03).
001980     02  SEL08O                   PIC X(01).
001990     02  FILLER                   PIC X(03).
002000     02  LIN08O                   PIC X(55).
002010     02  FILLER                   PIC X(03).
002020     02  SEL09O                   PIC X(01).
002030     02  FILLER                   PIC X(03).
002040     02  LIN09O                   PIC X(55).
002050     02  FILLER                   PIC X(03).
002060     02  SEL10O                   PIC X(01).
002070     02  FILLER                   PIC X(03).
002080     02  LIN10O                   PIC X(55).
002090     02  FILLER                   PIC X(03).
002100     02  SEL11O                   PIC X(01).
002110     02  FILLER                   PIC X(03).
002120     02  LIN11O                   PIC X(55).
002130     02  FILLER                   PIC X(03).
002140     02  SEL12O                   PIC X(01).
002150     02  FILLER                   PIC X(03).
002160     02  LIN12O                   PIC X(55).
002170     02  FILLER                   PIC X(03).
002180     02  LPAGEO                   PIC X(50).
002190     02  FILLER                   PIC X(03).
002200     02  LMSGO                    PIC X(78).
002210 01  EINQLST-ROWS REDEFINES EINQLSTI.
002220     02  FILLER                   PIC X(45).
002230     02  EINQLST-ROW OCCURS 12 TIMES.
002240         03  ROW-SELL             PIC S9(04) COMP.
002250         03  ROW-SELF             PIC X(01).
002260         03  ROW-SELI             PIC X(01).
002270         03  ROW-LINL             PIC S9(04) COMP.
002280         03  ROW-LINF             PIC X(01).
002290         03  ROW-LINI             PIC X(55).
002300
002310 01  EINQDTLI.
002320     02  FILLER                   PIC X(12).
002330     02  DEMPNOL                  PIC S9(04) COMP.
002340     02  DEMPNOF                  PIC X(01).
002350     02  FILLER REDEFINES DEMPNOF.
002360         03  DEMPNOA              PIC X(01).
002370     02  DEMPNOI                  PIC X(06).
002380     02  DLNAMEL                  PIC S9(04) COMP.
002390     02  DLNAMEF                  PIC X(01).
002400     02  FILLER REDEFINES DLNAMEF.
002410         03  DLNAMEA              PIC X(01).
002420     02  DLNAMEI                  PIC X(15).
002430     02  DFNAMEL                  PIC S9(04) COMP.
002440     02  DFNAMEF                  PIC X(01).
002450     02  FILLER REDEFINES DFNAMEF.
002460         03  DFNAMEA              PIC X(01).
002470     02  DFNAMEI                  PIC X(12).
002480     02  DDEPTL                   PIC S9(04) COMP.
002490     02  DDEPTF                   PIC X(01).
002500     02  FILLER REDEFINES DDEPTF.
002510         03  DDEPTA               PIC X(01).
002520     02  DDEPTI                   PIC X(03).
002530     02  DDNAMEL                  PIC S9(04) COMP.
002540     02  DDNAMEF                  PIC X(01).
002550     02  FILLER REDEFINES DDNAMEF.
002560         03  DDNAMEA              PIC X(01).
002570     02  DDNAMEI                  PIC X(36).
002580     02  DPHONEL                  PIC S9(04) COMP.
002590     02  DPHONEF                  PIC X(01).
002600     02  FILLER REDEFINES DPHONEF.
002610         03  DPHONEA              PIC X(01).
002620     02  DPHONEI                  PIC X(04).
002630     02  DJOBL                    PIC S9(04) COMP.
002640     02  DJOBF                    PIC X(01).
002650     02  FILLER REDEFINES DJOBF.
002660         03  DJOBA                PIC X(01).
002670     02  DJOBI                    PIC X(08).
002680     02  DHIREL                   PIC S9(04) COMP.
002690     02  DHIREF                   PIC X(01).
002700     02  FILLER REDEFINES DHIREF.
002710         03  DHIREA               PIC X(01).
002720     02  DHIREI                   PIC X(10).
002730     02  DBIRTHL                  PIC S9(04) COMP.
002740     02  DBIRTHF                  PIC X(01).
002750     02  FILLER REDEFINES DBIRTHF.
002760         03  DBIRTHA              PIC X(01).
002770     02  DBIRTHI                  PIC X(10).
002780     02  DSEXL                    PIC S9(04) COMP.
002790     02  DSEXF                    PIC X(01).
002800     02  FILLER REDEFINES DSEXF.
002810         03  DSEXA                PIC X(01).
002820     02  DSEXI                    PIC X(01).
002830     02  DEDLVLL                  PIC S9(04) COMP.
002840     02  DEDLVLF                  PIC X(01).
002850     02  FILLER REDEFINES DEDLVLF.
002860         03  DEDLVLA              PIC X(01).
002870     02  DEDLVLI                  PIC X(02).
002880     02  DSALL                    PIC S9(04) COMP.
002890     02  DSALF                    PIC X(01).
002900     02  FILLER REDEFINES DSALF.
002910         03  DSALA                PIC X(01).
002920     02  DSALI                    PIC X(12).
002930     02  DBONUSL                  PIC S9(04) COMP.
002940     02  DBONUSF                  PIC X(01).
002950     02  FILLER REDEFINES DBONUSF.
002960         03  DBONUSA              PIC X(01).
002970     02  DBONUSI                  PIC X(12).
002980     02  DCOMML                   PIC S9(04) COMP.
002990     02  DCOMMF                   PIC X(01).
003000     02  FILLER REDEFINES DCOMMF.
003010         03  DCOMMA               PIC X(01).
003020     02  DCOMMI                   PIC X(12).
003030     02  DMSGL                    PIC S9(04) COMP.
003040     02  DMSGF                    PIC X(01).
003050     02  FILLER REDEFINES DMSGF.
003060         03  DMSGA                PIC X(01).
003070     02  DMSGI                    PIC X(78).
003080 01  EINQDTLO REDEFINES EINQDTLI.
003090     02  FILLER                   PIC X(12).
003100     02  FILLER                   PIC X(03).
003110     02  DEMPNOO                  PIC X(06).
003120     02  FILLER                   PIC X(03).
003130     02  DLNAMEO                  PIC X(15).
003140     02  FILLER                   PIC X(03).
003150     02  DFNAMEO                  PIC X(12).
003160     02  FILLER                   PIC X(03).
003170     02  DDEPTO                   PIC X(03).
003180     02  FILLER                   PIC X(03).
003190     02  DDNAMEO                  PIC X(36).
003200     02  FILLER                   PIC X(03).
003210     02  DPHONEO                  PIC X(04).
003220     02  FILLER                   PIC X(03).
003230     02  DJOBO                    PIC X(08).
003240     02  FILLER                   PIC X(03).
003250     02  DHIREO                   PIC X(10).
003260     02  FILLER                   PIC X(03).
003270     02  DBIRTHO                  PIC X(10).
003280     02  FILLER                   PIC X(03).
003290     02  DSEXO                    PIC X(01).
003300     02  FILLER                   PIC X(03).
003310     02  DEDLVLO                  PIC X(02).
003320     02  FILLER                   PIC X(03).
003330     02  DSALO                    PIC X(12).
003340     02  FILLER                   PIC X(03).
003350     02  DBONUSO                  PIC X(12).
003360     02  FILLER                   PIC X(03).
003370     02  DCOMMO                   PIC X(12).
003380     02  FILLER                   PIC X(03).
003390     02  DMSGO                    PIC X(78).
