       01  BNK1TEI.
           02  FILLER PIC X(12).
           02  COMPANYL    COMP  PIC  S9(4).
           02  COMPANYF    PICTURE X.
           02  FILLER REDEFINES COMPANYF.
             03 COMPANYA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  COMPANYI  PIC X(52).
           02  BRSCL    COMP  PIC  S9(4).
           02  BRSCF    PICTURE X.
           02  FILLER REDEFINES BRSCF.
             03 BRSCA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  BRSCI  PIC X(6).
           02  TILLIDL    COMP  PIC  S9(4).
           02  TILLIDF    PICTURE X.
           02  FILLER REDEFINES TILLIDF.
             03 TILLIDA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TILLIDI  PIC X(4).
           02  FUNCL    COMP  PIC  S9(4).
           02  FUNCF    PICTURE X.
           02  FILLER REDEFINES FUNCF.
             03 FUNCA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  FUNCI  PIC X(1).
           02  ACCNOL    COMP  PIC  S9(4).
           02  ACCNOF    PICTURE X.
           02  FILLER REDEFINES ACCNOF.
             03 ACCNOA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACCNOI  PIC X(8).
           02  AMOUNTL    COMP  PIC  S9(4).
           02  AMOUNTF    PICTURE X.
           02  FILLER REDEFINES AMOUNTF.
             03 AMOUNTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  AMOUNTI  PIC X(13).
           02  TREFL    COMP  PIC  S9(4).
           02  TREFF    PICTURE X.
           02  FILLER REDEFINES TREFF.
             03 TREFA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  TREFI  PIC X(12).
           02  DECLCSHL    COMP  PIC  S9(4).
           02  DECLCSHF    PICTURE X.
           02  FILLER REDEFINES DECLCSHF.
             03 DECLCSHA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DECLCSHI  PIC X(14).
           02  ITEMSEQL    COMP  PIC  S9(4).
           02  ITEMSEQF    PICTURE X.
           02  FILLER REDEFINES ITEMSEQF.
             03 ITEMSEQA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ITEMSEQI  PIC X(9).
           02  AVBALL    COMP  PIC  S9(4).
           02  AVBALF    PICTURE X.
           02  FILLER REDEFINES AVBALF.
             03 AVBALA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  AVBALI  PIC X(14).
           02  ACTBALL    COMP  PIC  S9(4).
           02  ACTBALF    PICTURE X.
           02  FILLER REDEFINES ACTBALF.
             03 ACTBALA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  ACTBALI  PIC X(14).
           02  OPENCSHL    COMP  PIC  S9(4).
           02  OPENCSHF    PICTURE X.
           02  FILLER REDEFINES OPENCSHF.
             03 OPENCSHA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OPENCSHI  PIC X(14).
           02  DEPOSL    COMP  PIC  S9(4).
           02  DEPOSF    PICTURE X.
           02  FILLER REDEFINES DEPOSF.
             03 DEPOSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  DEPOSI  PIC X(14).
           02  WDRAWSL    COMP  PIC  S9(4).
           02  WDRAWSF    PICTURE X.
           02  FILLER REDEFINES WDRAWSF.
             03 WDRAWSA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  WDRAWSI  PIC X(14).
           02  EXPCSHL    COMP  PIC  S9(4).
           02  EXPCSHF    PICTURE X.
           02  FILLER REDEFINES EXPCSHF.
             03 EXPCSHA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  EXPCSHI  PIC X(14).
           02  OVSHRTL    COMP  PIC  S9(4).
           02  OVSHRTF    PICTURE X.
           02  FILLER REDEFINES OVSHRTF.
             03 OVSHRTA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  OVSHRTI  PIC X(14).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
             03 MESSAGEA    PICTURE X.
           02  FILLER   PICTURE X(6).
           02  MESSAGEI  PIC X(79).
       01  BNK1TEO REDEFINES BNK1TEI.
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
           02  BRSCC    PICTURE X.
           02  BRSCP    PICTURE X.
           02  BRSCH    PICTURE X.
           02  BRSCV    PICTURE X.
           02  BRSCU    PICTURE X.
           02  BRSCM    PICTURE X.
           02  BRSCO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TILLIDC    PICTURE X.
           02  TILLIDP    PICTURE X.
           02  TILLIDH    PICTURE X.
           02  TILLIDV    PICTURE X.
           02  TILLIDU    PICTURE X.
           02  TILLIDM    PICTURE X.
           02  TILLIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  FUNCC    PICTURE X.
           02  FUNCP    PICTURE X.
           02  FUNCH    PICTURE X.
           02  FUNCV    PICTURE X.
           02  FUNCU    PICTURE X.
           02  FUNCM    PICTURE X.
           02  FUNCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACCNOC    PICTURE X.
           02  ACCNOP    PICTURE X.
           02  ACCNOH    PICTURE X.
           02  ACCNOV    PICTURE X.
           02  ACCNOU    PICTURE X.
           02  ACCNOM    PICTURE X.
           02  ACCNOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AMOUNTC    PICTURE X.
           02  AMOUNTP    PICTURE X.
           02  AMOUNTH    PICTURE X.
           02  AMOUNTV    PICTURE X.
           02  AMOUNTU    PICTURE X.
           02  AMOUNTM    PICTURE X.
           02  AMOUNTO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  TREFC    PICTURE X.
           02  TREFP    PICTURE X.
           02  TREFH    PICTURE X.
           02  TREFV    PICTURE X.
           02  TREFU    PICTURE X.
           02  TREFM    PICTURE X.
           02  TREFO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DECLCSHC    PICTURE X.
           02  DECLCSHP    PICTURE X.
           02  DECLCSHH    PICTURE X.
           02  DECLCSHV    PICTURE X.
           02  DECLCSHU    PICTURE X.
           02  DECLCSHM    PICTURE X.
           02  DECLCSHO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ITEMSEQC    PICTURE X.
           02  ITEMSEQP    PICTURE X.
           02  ITEMSEQH    PICTURE X.
           02  ITEMSEQV    PICTURE X.
           02  ITEMSEQU    PICTURE X.
           02  ITEMSEQM    PICTURE X.
           02  ITEMSEQO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  AVBALC    PICTURE X.
           02  AVBALP    PICTURE X.
           02  AVBALH    PICTURE X.
           02  AVBALV    PICTURE X.
           02  AVBALU    PICTURE X.
           02  AVBALM    PICTURE X.
           02  AVBALO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  ACTBALC    PICTURE X.
           02  ACTBALP    PICTURE X.
           02  ACTBALH    PICTURE X.
           02  ACTBALV    PICTURE X.
           02  ACTBALU    PICTURE X.
           02  ACTBALM    PICTURE X.
           02  ACTBALO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  OPENCSHC    PICTURE X.
           02  OPENCSHP    PICTURE X.
           02  OPENCSHH    PICTURE X.
           02  OPENCSHV    PICTURE X.
           02  OPENCSHU    PICTURE X.
           02  OPENCSHM    PICTURE X.
           02  OPENCSHO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  DEPOSC    PICTURE X.
           02  DEPOSP    PICTURE X.
           02  DEPOSH    PICTURE X.
           02  DEPOSV    PICTURE X.
           02  DEPOSU    PICTURE X.
           02  DEPOSM    PICTURE X.
           02  DEPOSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  WDRAWSC    PICTURE X.
           02  WDRAWSP    PICTURE X.
           02  WDRAWSH    PICTURE X.
           02  WDRAWSV    PICTURE X.
           02  WDRAWSU    PICTURE X.
           02  WDRAWSM    PICTURE X.
           02  WDRAWSO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  EXPCSHC    PICTURE X.
           02  EXPCSHP    PICTURE X.
           02  EXPCSHH    PICTURE X.
           02  EXPCSHV    PICTURE X.
           02  EXPCSHU    PICTURE X.
           02  EXPCSHM    PICTURE X.
           02  EXPCSHO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  OVSHRTC    PICTURE X.
           02  OVSHRTP    PICTURE X.
           02  OVSHRTH    PICTURE X.
           02  OVSHRTV    PICTURE X.
           02  OVSHRTU    PICTURE X.
           02  OVSHRTM    PICTURE X.
           02  OVSHRTO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEP    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEV    PICTURE X.
           02  MESSAGEU    PICTURE X.
           02  MESSAGEM    PICTURE X.
           02  MESSAGEO  PIC X(79).
