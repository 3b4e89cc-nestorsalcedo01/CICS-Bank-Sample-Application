       01  BNK1WBI.
           02  FILLER PIC X(12).
           02  COMPANYL    COMP  PIC  S9(4).
           02  COMPANYF    PICTURE X.
           02  FILLER REDEFINES COMPANYF.
             03 COMPANYA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  COMPANYI  PIC X(52).
           02  QUEUEL    COMP  PIC  S9(4).
           02  QUEUEF    PICTURE X.
           02  FILLER REDEFINES QUEUEF.
             03 QUEUEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  QUEUEI  PIC X(2).
           02  ITEML    COMP  PIC  S9(4).
           02  ITEMF    PICTURE X.
           02  FILLER REDEFINES ITEMF.
             03 ITEMA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ITEMI  PIC X(9).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTIONI  PIC X(1).
           02  PARML    COMP  PIC  S9(4).
           02  PARMF    PICTURE X.
           02  FILLER REDEFINES PARMF.
             03 PARMA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  PARMI  PIC X(15).
           02  TXT01L    COMP  PIC  S9(4).
           02  TXT01F    PICTURE X.
           02  FILLER REDEFINES TXT01F.
             03 TXT01A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT01I  PIC X(78).
           02  TXT02L    COMP  PIC  S9(4).
           02  TXT02F    PICTURE X.
           02  FILLER REDEFINES TXT02F.
             03 TXT02A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT02I  PIC X(78).
           02  TXT03L    COMP  PIC  S9(4).
           02  TXT03F    PICTURE X.
           02  FILLER REDEFINES TXT03F.
             03 TXT03A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT03I  PIC X(78).
           02  TXT04L    COMP  PIC  S9(4).
           02  TXT04F    PICTURE X.
           02  FILLER REDEFINES TXT04F.
             03 TXT04A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT04I  PIC X(78).
           02  TXT05L    COMP  PIC  S9(4).
           02  TXT05F    PICTURE X.
           02  FILLER REDEFINES TXT05F.
             03 TXT05A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT05I  PIC X(78).
           02  TXT06L    COMP  PIC  S9(4).
           02  TXT06F    PICTURE X.
           02  FILLER REDEFINES TXT06F.
             03 TXT06A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT06I  PIC X(78).
           02  TXT07L    COMP  PIC  S9(4).
           02  TXT07F    PICTURE X.
           02  FILLER REDEFINES TXT07F.
             03 TXT07A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT07I  PIC X(78).
           02  TXT08L    COMP  PIC  S9(4).
           02  TXT08F    PICTURE X.
           02  FILLER REDEFINES TXT08F.
             03 TXT08A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT08I  PIC X(78).
           02  TXT09L    COMP  PIC  S9(4).
           02  TXT09F    PICTURE X.
           02  FILLER REDEFINES TXT09F.
             03 TXT09A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT09I  PIC X(78).
           02  TXT10L    COMP  PIC  S9(4).
           02  TXT10F    PICTURE X.
           02  FILLER REDEFINES TXT10F.
             03 TXT10A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT10I  PIC X(78).
           02  TXT11L    COMP  PIC  S9(4).
           02  TXT11F    PICTURE X.
           02  FILLER REDEFINES TXT11F.
             03 TXT11A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT11I  PIC X(78).
           02  TXT12L    COMP  PIC  S9(4).
           02  TXT12F    PICTURE X.
           02  FILLER REDEFINES TXT12F.
             03 TXT12A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT12I  PIC X(78).
           02  TXT13L    COMP  PIC  S9(4).
           02  TXT13F    PICTURE X.
           02  FILLER REDEFINES TXT13F.
             03 TXT13A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT13I  PIC X(78).
           02  TXT14L    COMP  PIC  S9(4).
           02  TXT14F    PICTURE X.
           02  FILLER REDEFINES TXT14F.
             03 TXT14A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT14I  PIC X(78).
           02  TXT15L    COMP  PIC  S9(4).
           02  TXT15F    PICTURE X.
           02  FILLER REDEFINES TXT15F.
             03 TXT15A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT15I  PIC X(78).
           02  TXT16L    COMP  PIC  S9(4).
           02  TXT16F    PICTURE X.
           02  FILLER REDEFINES TXT16F.
             03 TXT16A    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TXT16I  PIC X(78).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
             03 MESSAGEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESSAGEI  PIC X(79).
       01  BNK1WBO REDEFINES BNK1WBI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  COMPANYC    PICTURE X.
           02  COMPANYP    PICTURE X.
           02  COMPANYH    PICTURE X.
           02  COMPANYV    PICTURE X.
           02  COMPANYU    PICTURE X.
           02  COMPANYM    PICTURE X.
           02  COMPANYO  PIC X(52).
           02  FILLER PICTURE X(3).
           02  QUEUEC    PICTURE X.
           02  QUEUEP    PICTURE X.
           02  QUEUEH    PICTURE X.
           02  QUEUEV    PICTURE X.
           02  QUEUEU    PICTURE X.
           02  QUEUEM    PICTURE X.
           02  QUEUEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ITEMC    PICTURE X.
           02  ITEMP    PICTURE X.
           02  ITEMH    PICTURE X.
           02  ITEMV    PICTURE X.
           02  ITEMU    PICTURE X.
           02  ITEMM    PICTURE X.
           02  ITEMO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONP    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONV    PICTURE X.
           02  ACTIONU    PICTURE X.
           02  ACTIONM    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PARMC    PICTURE X.
           02  PARMP    PICTURE X.
           02  PARMH    PICTURE X.
           02  PARMV    PICTURE X.
           02  PARMU    PICTURE X.
           02  PARMM    PICTURE X.
           02  PARMO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  TXT01C    PICTURE X.
           02  TXT01P    PICTURE X.
           02  TXT01H    PICTURE X.
           02  TXT01V    PICTURE X.
           02  TXT01U    PICTURE X.
           02  TXT01M    PICTURE X.
           02  TXT01O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT02C    PICTURE X.
           02  TXT02P    PICTURE X.
           02  TXT02H    PICTURE X.
           02  TXT02V    PICTURE X.
           02  TXT02U    PICTURE X.
           02  TXT02M    PICTURE X.
           02  TXT02O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT03C    PICTURE X.
           02  TXT03P    PICTURE X.
           02  TXT03H    PICTURE X.
           02  TXT03V    PICTURE X.
           02  TXT03U    PICTURE X.
           02  TXT03M    PICTURE X.
           02  TXT03O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT04C    PICTURE X.
           02  TXT04P    PICTURE X.
           02  TXT04H    PICTURE X.
           02  TXT04V    PICTURE X.
           02  TXT04U    PICTURE X.
           02  TXT04M    PICTURE X.
           02  TXT04O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT05C    PICTURE X.
           02  TXT05P    PICTURE X.
           02  TXT05H    PICTURE X.
           02  TXT05V    PICTURE X.
           02  TXT05U    PICTURE X.
           02  TXT05M    PICTURE X.
           02  TXT05O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT06C    PICTURE X.
           02  TXT06P    PICTURE X.
           02  TXT06H    PICTURE X.
           02  TXT06V    PICTURE X.
           02  TXT06U    PICTURE X.
           02  TXT06M    PICTURE X.
           02  TXT06O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT07C    PICTURE X.
           02  TXT07P    PICTURE X.
           02  TXT07H    PICTURE X.
           02  TXT07V    PICTURE X.
           02  TXT07U    PICTURE X.
           02  TXT07M    PICTURE X.
           02  TXT07O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT08C    PICTURE X.
           02  TXT08P    PICTURE X.
           02  TXT08H    PICTURE X.
           02  TXT08V    PICTURE X.
           02  TXT08U    PICTURE X.
           02  TXT08M    PICTURE X.
           02  TXT08O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT09C    PICTURE X.
           02  TXT09P    PICTURE X.
           02  TXT09H    PICTURE X.
           02  TXT09V    PICTURE X.
           02  TXT09U    PICTURE X.
           02  TXT09M    PICTURE X.
           02  TXT09O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT10C    PICTURE X.
           02  TXT10P    PICTURE X.
           02  TXT10H    PICTURE X.
           02  TXT10V    PICTURE X.
           02  TXT10U    PICTURE X.
           02  TXT10M    PICTURE X.
           02  TXT10O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT11C    PICTURE X.
           02  TXT11P    PICTURE X.
           02  TXT11H    PICTURE X.
           02  TXT11V    PICTURE X.
           02  TXT11U    PICTURE X.
           02  TXT11M    PICTURE X.
           02  TXT11O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT12C    PICTURE X.
           02  TXT12P    PICTURE X.
           02  TXT12H    PICTURE X.
           02  TXT12V    PICTURE X.
           02  TXT12U    PICTURE X.
           02  TXT12M    PICTURE X.
           02  TXT12O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT13C    PICTURE X.
           02  TXT13P    PICTURE X.
           02  TXT13H    PICTURE X.
           02  TXT13V    PICTURE X.
           02  TXT13U    PICTURE X.
           02  TXT13M    PICTURE X.
           02  TXT13O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT14C    PICTURE X.
           02  TXT14P    PICTURE X.
           02  TXT14H    PICTURE X.
           02  TXT14V    PICTURE X.
           02  TXT14U    PICTURE X.
           02  TXT14M    PICTURE X.
           02  TXT14O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT15C    PICTURE X.
           02  TXT15P    PICTURE X.
           02  TXT15H    PICTURE X.
           02  TXT15V    PICTURE X.
           02  TXT15U    PICTURE X.
           02  TXT15M    PICTURE X.
           02  TXT15O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  TXT16C    PICTURE X.
           02  TXT16P    PICTURE X.
           02  TXT16H    PICTURE X.
           02  TXT16V    PICTURE X.
           02  TXT16U    PICTURE X.
           02  TXT16M    PICTURE X.
           02  TXT16O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEP    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEV    PICTURE X.
           02  MESSAGEU    PICTURE X.
           02  MESSAGEM    PICTURE X.
           02  MESSAGEO  PIC X(79).
