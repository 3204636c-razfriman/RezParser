000880     ASSIGN TO                                                    EXEC84.2
000890     XXXXX079                                                     EXEC84.2
000900     ORGANIZATION SEQUENTIAL.                                     EXEC84.2
000901*    "*HEADER DATA" AND "*HEADER CLBRY" MEMBERS ARE EXTRACTED TO  EXEC84.2
000902*    THEIR OWN DATASETS, NOT MIXED INTO SOURCE-COBOL-PROGRAMS.    EXEC84.2
000903     SELECT  SOURCE-DATA-FILES                                    EXEC84.2
000904     ASSIGN TO                                                    EXEC84.2
000905     XXXXX080                                                     EXEC84.2
000906     ORGANIZATION SEQUENTIAL.                                     EXEC84.2
000907     SELECT  SOURCE-COPY-LIBRARY                                  EXEC84.2
000908     ASSIGN TO                                                    EXEC84.2
000909     XXXXX081                                                     EXEC84.2
000910     ORGANIZATION SEQUENTIAL.                                     EXEC84.2
000911     SELECT  OPTIONAL CLASSIFICATION-FILE                         EXEC84.2
000912     ASSIGN TO                                                    EXEC84.2
000913     XXXXX082                                                     EXEC84.2
000914     ORGANIZATION SEQUENTIAL.                                     EXEC84.2
000915     SELECT  RESULTS-FILE                                         EXEC84.2
000916     ASSIGN TO                                                    EXEC84.2
000917     XXXXX083                                                     EXEC84.2
000918     ORGANIZATION SEQUENTIAL.                                     EXEC84.2
000919     SELECT  OPTIONAL CHANGE-LEDGER-FILE                          EXEC84.2
000920     ASSIGN TO                                                    EXEC84.2
000921     XXXXX084                                                     EXEC84.2
000922     ORGANIZATION INDEXED                                         EXEC84.2
000923     ACCESS MODE DYNAMIC                                          EXEC84.2
000924     RECORD KEY LG-KEY                                            EXEC84.2
000925     FILE STATUS LG-FILE-STATUS.                                  EXEC84.2
000926*    EACH NAMED EXTRACT STREAM ("*STREAM" CARD) HAS A DATASET OF  EXEC84.2
000927*    ITS OWN, NAMED FROM THE STREAM.  LIKE THE MEMBER FILE IT IS  EXEC84.2
000928*    RE-ASSIGNED AND RE-OPENED FOR EACH PROGRAM THE STREAM TAKES. EXEC84.2
000929     SELECT  STREAM-OUTPUT-FILE                                   EXEC84.2
000930     ASSIGN TO                                                    EXEC84.2
000931     WY-STREAM-DSN                                                EXEC84.2
000932     ORGANIZATION SEQUENTIAL.                                     EXEC84.2
000933*    EACH RUN WRITES CONTROL TOTALS FOR THE POPULATION IT         EXEC84.2
000934*    CREATES, AND THE NEXT RUN'S PRESCAN CHECKS ITS INPUT TAPE    EXEC84.2
000935*    AGAINST THEM.                                                EXEC84.2
000936*    THE TWO TRAVEL AS A PAIR, LIKE POPULATION-FILE AND           EXEC84.2
000937*    UPDATED-POPULATION-FILE.                                     EXEC84.2
000938     SELECT  OPTIONAL CONTROL-TOTALS-FILE                         EXEC84.2
000939     ASSIGN TO                                                    EXEC84.2
000940     XXXXX085                                                     EXEC84.2
000941     ORGANIZATION SEQUENTIAL.                                     EXEC84.2
000942     SELECT  NEW-CONTROL-TOTALS-FILE                              EXEC84.2
000943     ASSIGN TO                                                    EXEC84.2
000944     XXXXX086                                                     EXEC84.2
000945     ORGANIZATION SEQUENTIAL.                                     EXEC84.2
000946*    UPDATE DECKS PREPARED AHEAD OF THE CYCLE THEY BELONG TO ARE  EXEC84.2
000947*    HELD ON THE STAGING FILE UNTIL THEY FALL DUE.                EXEC84.2
000948     SELECT  OPTIONAL STAGING-FILE                                EXEC84.2
000949     ASSIGN TO                                                    EXEC84.2
000950     XXXXX087                                                     EXEC84.2
000951     ORGANIZATION INDEXED                                         EXEC84.2
000952     ACCESS MODE DYNAMIC                                          EXEC84.2
000953     RECORD KEY SG-KEY                                            EXEC84.2
000954     FILE STATUS SG-FILE-STATUS.                                  EXEC84.2
000955 DATA DIVISION.                                                   EXEC84.2
000956 FILE SECTION.                                                    EXEC84.2
000957 FD  POPULATION-FILE                                              EXEC84.2
000958     RECORD CONTAINS 80 TO 2400 CHARACTERS.                       EXEC84.2
000959 01  SOURCE-IN-2400.                                              EXEC84.2
000960     02 SOURCE-IN                    PIC X(80).                   EXEC84.2
000970     02 SOURCE-IN-REST               PIC X(2320).                 EXEC84.2
000980 FD  CONTROL-CARD-FILE.                                           EXEC84.2
001240     02  PX-PROG-ID              PIC X(6).                        EXEC84.2
001250     02  PX-BLOCK-NO             PIC 9(6).                        EXEC84.2
001260     02  FILLER                  PIC X(68).                       EXEC84.2
001261*    ONE EXTRA RECORD, KEYED "*STAMP", RECORDS WHICH GENERATION OFEXEC84.2
001262*    THE POPULATION THE INDEX WAS BUILT FROM (SEE D10-9A-1).      EXEC84.2
001263 01  POPULATION-INDEX-STAMP.                                      EXEC84.2
001264     02  PX-STAMP-KEY            PIC X(6).                        EXEC84.2
001265     02  PX-STAMP-RUN-DATE       PIC X(6).                        EXEC84.2
001266     02  PX-STAMP-RUN-TIME       PIC 9(8).                        EXEC84.2
001267     02  PX-STAMP-BUILT-DATE     PIC X(6).                        EXEC84.2
001268     02  PX-STAMP-BUILT-TIME     PIC 9(8).                        EXEC84.2
001269     02  FILLER                  PIC X(46).                       EXEC84.2
001270 FD  RUN-MANIFEST-FILE.                                           EXEC84.2
001280 01  MANIFEST-REC.                                                EXEC84.2
001290     02  MF-PROG-ID              PIC X(6).                        EXEC84.2
001340     02  MF-LINES-DELETED        PIC 9(6).                        EXEC84.2
001350     02  MF-COMMENTS-DELETED     PIC 9(6).                        EXEC84.2
001360     02  MF-CODE-REMOVED         PIC 9(6).                        EXEC84.2
001370     02  MF-MEMBER-TYPE          PIC X(5).                        EXEC84.2
001371     02  MF-EXTRACTED            PIC X.                           EXEC84.2
001372     02  MF-MODULE               PIC XX.                          EXEC84.2
001373     02  MF-LEVEL                PIC X.                           EXEC84.2
001374     02  MF-STREAM-FLAG          PIC X      OCCURS 8.             EXEC84.2
001375     02  FILLER                  PIC X(33).                       EXEC84.2
001376*    ONE TRAILER RECORD PER EXTRACT STREAM FOLLOWS THE PROGRAM    EXEC84.2
001377*    RECORDS.  MF-ST-TYPE SITS WHERE MF-MEMBER-TYPE DOES, SO A    EXEC84.2
001378*    READER TAKING ONLY "COBOL" RECORDS PASSES OVER IT.           EXEC84.2
001379 01  MANIFEST-STREAM-REC.                                         EXEC84.2
001380     02  MF-ST-ID                PIC X(6).                        EXEC84.2
001381     02  MF-ST-NAME              PIC X(8).                        EXEC84.2
001382     02  MF-ST-SELECTED          PIC 9(6).                        EXEC84.2
001383     02  MF-ST-EXTRACTED         PIC 9(6).                        EXEC84.2
001384     02  MF-ST-WITHHELD          PIC 9(6).                        EXEC84.2
001385     02  MF-ST-FAILED            PIC 9(6).                        EXEC84.2
001386     02  FILLER                  PIC X(5).                        EXEC84.2
001387     02  MF-ST-TYPE              PIC X(5).                        EXEC84.2
001388     02  MF-ST-MODE              PIC X(8).                        EXEC84.2
001389     02  MF-ST-LINES             PIC 9(8).                        EXEC84.2
001390     02  FILLER                  PIC X(29).                       EXEC84.2
001391 FD  AUDIT-FILE.                                                  EXEC84.2
001392 01  AUDIT-REC.                                                   EXEC84.2
001400     02  AU-PROG-ID              PIC X(6).                        EXEC84.2
001410     02  AU-SEQ                  PIC X(6).                        EXEC84.2
001420     02  AU-REASON               PIC X(12).                       EXEC84.2
001690     02  FILLER                  PIC X.                           EXEC84.2
001700     02  AP-CARD-CT              PIC 9(4).                        EXEC84.2
001710     02  FILLER                  PIC X(69).                       EXEC84.2
001711 FD  SOURCE-DATA-FILES                                            EXEC84.2
001712     BLOCK CONTAINS 1 RECORDS.                                    EXEC84.2
001713 01  DT-OUT.                                                      EXEC84.2
001714     02 FILLER PIC X(72).                                         EXEC84.2
001715     02 FILLER PIC X(8).                                          EXEC84.2
001716 FD  SOURCE-COPY-LIBRARY                                          EXEC84.2
001717     BLOCK CONTAINS 1 RECORDS.                                    EXEC84.2
001718 01  LB-OUT.                                                      EXEC84.2
001719     02 FILLER PIC X(72).                                         EXEC84.2
001720     02 FILLER PIC X(8).                                          EXEC84.2
001721 FD  CLASSIFICATION-FILE.                                         EXEC84.2
001722 01  CLASS-REC.                                                   EXEC84.2
001723     02  CL-PROG-ID              PIC X(6).                        EXEC84.2
001724     02  FILLER                  PIC X.                           EXEC84.2
001725     02  CL-MODE                 PIC X.                           EXEC84.2
001726     02  FILLER                  PIC X.                           EXEC84.2
001727     02  CL-REASON               PIC X(50).                       EXEC84.2
001728     02  FILLER                  PIC X(21).                       EXEC84.2
001729 FD  RESULTS-FILE.                                                EXEC84.2
001730 01  RESULT-REC.                                                  EXEC84.2
001731     02  RS-PROG-ID              PIC X(6).                        EXEC84.2
001732     02  FILLER                  PIC X.                           EXEC84.2
001733     02  RS-PASS-CT              PIC 9(4).                        EXEC84.2
001734     02  FILLER                  PIC X.                           EXEC84.2
001735     02  RS-FAIL-CT              PIC 9(4).                        EXEC84.2
001736     02  FILLER                  PIC X.                           EXEC84.2
001737     02  RS-DELETED-CT           PIC 9(4).                        EXEC84.2
001738     02  FILLER                  PIC X.                           EXEC84.2
001739     02  RS-INSPECT-CT           PIC 9(4).                        EXEC84.2
001740     02  FILLER                  PIC X(54).                       EXEC84.2
001741 FD  CHANGE-LEDGER-FILE.                                          EXEC84.2
001742 01  LEDGER-REC.                                                  EXEC84.2
001743     02  LG-KEY.                                                  EXEC84.2
001744         03  LG-PROG-ID          PIC X(6).                        EXEC84.2
001745         03  LG-CYCLE-DATE       PIC 9(8).                        EXEC84.2
001746         03  LG-CYCLE-TIME       PIC 9(8).                        EXEC84.2
001747         03  LG-CARD-NO          PIC 9(6).                        EXEC84.2
001748     02  LG-CHANGE-REF           PIC X(12).                       EXEC84.2
001749     02  LG-CARD-CT              PIC 9(4).                        EXEC84.2
001750     02  LG-LINES-INSERTED       PIC 9(6).                        EXEC84.2
001751     02  LG-LINES-REPLACED       PIC 9(6).                        EXEC84.2
001752     02  LG-LINES-DELETED        PIC 9(6).                        EXEC84.2
001753     02  LG-APPROVAL             PIC X(8).                        EXEC84.2
001754     02  FILLER                  PIC X(10).                       EXEC84.2
001755 FD  STREAM-OUTPUT-FILE.                                          EXEC84.2
001756 01  STREAM-OUT                  PIC X(80).                       EXEC84.2
001757 FD  CONTROL-TOTALS-FILE.                                         EXEC84.2
001758 01  TOTALS-IN-REC               PIC X(80).                       EXEC84.2
001759 FD  NEW-CONTROL-TOTALS-FILE.                                     EXEC84.2
001760 01  TOTALS-OUT-REC              PIC X(80).                       EXEC84.2
001761*    STAGE NUMBER ZERO IS THE CONTROL RECORD, HOLDING THE LAST    EXEC84.2
001762*    STAGE NUMBER GIVEN OUT.  EACH STAGED DECK HAS ITS HEADER AT  EXEC84.2
001763*    CARD SEQUENCE ZERO, THEN ITS CARDS FROM THE *START CARD ON.  EXEC84.2
001764 FD  STAGING-FILE.                                                EXEC84.2
001765 01  STAGING-REC.                                                 EXEC84.2
001766     02  SG-KEY.                                                  EXEC84.2
001767         03  SG-STAGE-NO         PIC 9(6).                        EXEC84.2
001768         03  SG-CARD-SEQ         PIC 9(4).                        EXEC84.2
001769     02  SG-CARD-TEXT            PIC X(80).                       EXEC84.2
001770     02  FILLER                  PIC X(23).                       EXEC84.2
001771 01  STAGING-HEAD-REC.                                            EXEC84.2
001772     02  FILLER                  PIC X(10).                       EXEC84.2
001773     02  SG-STATUS               PIC X.                           EXEC84.2
001774     02  SG-PROG-ID              PIC X(6).                        EXEC84.2
001775     02  SG-SUBMITTER            PIC X(8).                        EXEC84.2
001776     02  SG-CHANGE-REF           PIC X(12).                       EXEC84.2
001777     02  SG-EFFECTIVE-DATE       PIC 9(8).                        EXEC84.2
001778     02  SG-SUBMIT-DATE          PIC 9(8).                        EXEC84.2
001779     02  SG-CARD-CT              PIC 9(4).                        EXEC84.2
001780     02  SG-DONE-DATE            PIC 9(8).                        EXEC84.2
001781     02  SG-REASON               PIC X(40).                       EXEC84.2
001782     02  FILLER                  PIC X(8).                        EXEC84.2
001783 01  STAGING-CONTROL-REC.                                         EXEC84.2
001784     02  FILLER                  PIC X(10).                       EXEC84.2
001785     02  SG-LAST-STAGE-NO        PIC 9(6).                        EXEC84.2
001786     02  FILLER                  PIC X(97).                       EXEC84.2
001787 WORKING-STORAGE SECTION.                                         EXEC84.2
001788                                                                  EXEC84.2
001789 01  FILLER                          PIC X(40)  VALUE             EXEC84.2
001790            "NEWEXEC WORKING-STORAGE STARTS HERE ==->".           EXEC84.2
001791 01  BLOCK-TYPE                      PIC X(5).                    EXEC84.2
001792 01  SUB1                            PIC S9(3)  COMP.             EXEC84.2
001793 01  SUB2                            PIC S9(3)  COMP.             EXEC84.2
001794 01  SUB3                            PIC S9(3)  COMP.             EXEC84.2
001800 01  SUB4                            PIC S9(3)  COMP.             EXEC84.2
001810 01  SUB5                            PIC S9(3)  COMP.             EXEC84.2
001820 01  SUB6                            PIC S9(3)  COMP.             EXEC84.2
003030     10      FILLER                  PIC X.                       EXEC84.2
003040     10      WB-SUBS-TEXT            PIC X(60).                   EXEC84.2
003050     10      FILLER                  PIC X(12).                   EXEC84.2
003051*    A DECK SUBMITTED BY A "*STAGE" RUN ALSO CARRIES ITS SUBMITTEREXEC84.2
003052*    (COLUMNS 30-37) AND EFFECTIVE DATE, YYMMDD (COLUMNS 39-44).  EXEC84.2
003060   05        WB-START-CARD           REDEFINES  WB-FILL.          EXEC84.2
003070     10      WB-STAR-START           PIC X(6).                    EXEC84.2
003080     10      FILLER                  PIC X.                       EXEC84.2
003090     10      WB-UPDATE-PROG          PIC X(6).                    EXEC84.2
003100     10      FILLER                  PIC X.                       EXEC84.2
003110     10      WB-RENUMBER             PIC X.                       EXEC84.2
003120     10      FILLER                  PIC X.                       EXEC84.2
003121     10      WB-CHANGE-REF           PIC X(12).                   EXEC84.2
003122     10      FILLER                  PIC X.                       EXEC84.2
003123     10      WB-SUBMITTER            PIC X(8).                    EXEC84.2
003124     10      FILLER                  PIC X.                       EXEC84.2
003125     10      WB-EFFECTIVE-DATE       PIC X(6).                    EXEC84.2
003126     10      FILLER                  PIC X(36).                   EXEC84.2
003130   05        WB-DELETE-CARD          REDEFINES  WB-FILL.          EXEC84.2
003140     10      WB-DELETE-LIT           PIC X(7).                    EXEC84.2
003150     10      FILLER                  PIC X.                       EXEC84.2
003500     10      FILLER                  PIC X.                       EXEC84.2
003510     10      WB-XLIB-TEXT            PIC X(60).                   EXEC84.2
003520     10      FILLER                  PIC X(3).                    EXEC84.2
003521   05        WB-CLASS-CARD          REDEFINES  WB-FILL.           EXEC84.2
003522     10      WB-CLASS-LIT            PIC X(10).                   EXEC84.2
003523     10      FILLER                  PIC X.                       EXEC84.2
003524     10      WB-CLASS-PROG           PIC X(6).                    EXEC84.2
003525     10      FILLER                  PIC X.                       EXEC84.2
003526     10      WB-CLASS-MODE           PIC X.                       EXEC84.2
003527     10      FILLER                  PIC X.                       EXEC84.2
003528     10      WB-CLASS-REASON         PIC X(50).                   EXEC84.2
003529     10      FILLER                  PIC X(10).                   EXEC84.2
003530   05        WB-FIND-CARD           REDEFINES  WB-FILL.           EXEC84.2
003540     10      WB-FIND-LIT             PIC X(5).                    EXEC84.2
003550     10      FILLER                  PIC X.                       EXEC84.2
003600     10      FILLER                  PIC X.                       EXEC84.2
003610     10      WB-SELLEVEL-VAL         PIC X.                       EXEC84.2
003620     10      FILLER                  PIC X(65).                   EXEC84.2
003621   05        WB-LEDG-PROG-CARD      REDEFINES  WB-FILL.           EXEC84.2
003622     10      WB-LEDG-PROG-LIT        PIC X(10).                   EXEC84.2
003623     10      FILLER                  PIC X.                       EXEC84.2
003624     10      WB-LEDG-PROG            PIC X(6).                    EXEC84.2
003625     10      FILLER                  PIC X(63).                   EXEC84.2
003626   05        WB-LEDG-MODULE-CARD    REDEFINES  WB-FILL.           EXEC84.2
003627     10      WB-LEDG-MODULE-LIT      PIC X(12).                   EXEC84.2
003628     10      FILLER                  PIC X.                       EXEC84.2
003629     10      WB-LEDG-MODULE          PIC XX.                      EXEC84.2
003630     10      FILLER                  PIC X(65).                   EXEC84.2
003631   05        WB-LEDG-DATES-CARD     REDEFINES  WB-FILL.           EXEC84.2
003632     10      WB-LEDG-DATES-LIT       PIC X(11).                   EXEC84.2
003633     10      FILLER                  PIC X.                       EXEC84.2
003634     10      WB-LEDG-FROM            PIC X(6).                    EXEC84.2
003635     10      FILLER                  PIC X.                       EXEC84.2
003636     10      WB-LEDG-TO              PIC X(6).                    EXEC84.2
003637     10      FILLER                  PIC X(55).                   EXEC84.2
003638   05        WB-STREAM-CARD         REDEFINES  WB-FILL.           EXEC84.2
003639     10      WB-STREAM-LIT           PIC X(7).                    EXEC84.2
003640     10      FILLER                  PIC X.                       EXEC84.2
003641     10      WB-STREAM-NAME          PIC X(8).                    EXEC84.2
003642     10      FILLER                  PIC X.                       EXEC84.2
003643     10      WB-STREAM-MODE          PIC X(5).                    EXEC84.2
003644     10      FILLER                  PIC X.                       EXEC84.2
003645     10      WB-STREAM-PROFILE       PIC X(20).                   EXEC84.2
003646     10      FILLER                  PIC X(37).                   EXEC84.2
003647   05        WB-STREAM-PROG-CARD    REDEFINES  WB-FILL.           EXEC84.2
003648     10      WB-STRPROG-LIT          PIC X(12).                   EXEC84.2
003649     10      FILLER                  PIC X.                       EXEC84.2
003650     10      WB-STRPROG-STREAM       PIC X(8).                    EXEC84.2
003651     10      FILLER                  PIC X.                       EXEC84.2
003652     10      WB-STRPROG-PROG         PIC X(5).                    EXEC84.2
003653     10      FILLER                  PIC X(53).                   EXEC84.2
003654   05        WB-STREAM-MODULE-CARD  REDEFINES  WB-FILL.           EXEC84.2
003655     10      WB-STRMOD-LIT           PIC X(14).                   EXEC84.2
003656     10      FILLER                  PIC X.                       EXEC84.2
003657     10      WB-STRMOD-STREAM        PIC X(8).                    EXEC84.2
003658     10      FILLER                  PIC X.                       EXEC84.2
003659     10      WB-STRMOD-MODULE        PIC XX.                      EXEC84.2
003660     10      FILLER                  PIC X.                       EXEC84.2
003661     10      WB-STRMOD-LEVEL         PIC X.                       EXEC84.2
003662     10      FILLER                  PIC X(52).                   EXEC84.2
003663   05        WB-STREAM-LEVEL-CARD   REDEFINES  WB-FILL.           EXEC84.2
003664     10      WB-STRLEV-LIT           PIC X(13).                   EXEC84.2
003665     10      FILLER                  PIC X.                       EXEC84.2
003666     10      WB-STRLEV-STREAM        PIC X(8).                    EXEC84.2
003667     10      FILLER                  PIC X.                       EXEC84.2
003668     10      WB-STRLEV-LEVEL         PIC X.                       EXEC84.2
003669     10      FILLER                  PIC X(56).                   EXEC84.2
003670   05        WB-POP-OVERRIDE-CARD   REDEFINES  WB-FILL.           EXEC84.2
003671     10      WB-POPOVR-LIT           PIC X(13).                   EXEC84.2
003672     10      FILLER                  PIC X.                       EXEC84.2
003673     10      WB-POPOVR-PROG          PIC X(6).                    EXEC84.2
003674     10      FILLER                  PIC X(60).                   EXEC84.2
003675   05        WB-RETRIEVE-CARD       REDEFINES  WB-FILL.           EXEC84.2
003676     10      WB-RETR-LIT             PIC X(9).                    EXEC84.2
003677     10      FILLER                  PIC X.                       EXEC84.2
003678     10      WB-RETR-OUTPUT          PIC X(6).                    EXEC84.2
003679     10      FILLER                  PIC X.                       EXEC84.2
003680     10      WB-RETR-SUBST           PIC X(5).                    EXEC84.2
003681     10      FILLER                  PIC X(58).                   EXEC84.2
003682   05        WB-RETR-PROG-CARD      REDEFINES  WB-FILL.           EXEC84.2
003683     10      WB-RETRPROG-LIT         PIC X(10).                   EXEC84.2
003684     10      FILLER                  PIC X.                       EXEC84.2
003685     10      WB-RETRPROG             PIC X(6).                    EXEC84.2
003686     10      FILLER                  PIC X(63).                   EXEC84.2
003687/                                                                 EXEC84.2
003688 01  WC-CURRENT-POP-RECORD.                                       EXEC84.2
003689   05        WC-1.                                                EXEC84.2
003690     10      WC-END-OF-POPFILE       PIC X(16).                   EXEC84.2
003691     10      FILLER                  PIC X(64).                   EXEC84.2
003692   05        WC-HEADER               REDEFINES WC-1.              EXEC84.2
003693     10      WC-STAR-HEADER          PIC X(7).                    EXEC84.2
003700     10      FILLER                  PIC X.                       EXEC84.2
003710     10      WC-COBOL                PIC X(5).                    EXEC84.2
003720     10      FILLER                  PIC X.                       EXEC84.2
005790 05        WZ-RESTART-POINT-FOUND  PIC X      VALUE "N".          EXEC84.2
005800 05        WZ-WRITTEN-TO-SOURCE    PIC X.                         EXEC84.2
005810 05        WZ-WRITTEN-TO-NEWPOP    PIC X.                         EXEC84.2
005811 05        WZ-TYPE-SUPPRESSED      PIC X.                         EXEC84.2
005820 05        WZ-PROFILE-FOUND        PIC X.                         EXEC84.2
005830 01  WZ-VERSION-CARD.                                             EXEC84.2
005840     10  FILLER                      PIC X(55) VALUE              EXEC84.2
005930     05  WY-PROFILE               OCCURS 20.                      EXEC84.2
005940         10  WY-PROFILE-NAME       PIC X(20).                     EXEC84.2
005950         10  WY-PROFILE-SWITCHES   PIC X(26).                     EXEC84.2
005951*    NAMED EXTRACT STREAMS ("*STREAM" CARDS).  EACH STREAM HAS ITSEXEC84.2
005952*    OWN SELECTION, EXTRACT MODE AND SWITCH PROFILE, RESOLVED BY  EXEC84.2
005953*    C30-2 INTO THE FLAGS BELOW.  WY-STREAM-CURR IS THE CURRENT   EXEC84.2
005954*    PROGRAM'S STANDING IN THE STREAM ("Y" TAKEN, "W" WITHHELD,   EXEC84.2
005955*    "F" LOST TO A MERGE FAILURE, "N" NOT SELECTED).              EXEC84.2
005956 01  WY-STREAM-TABLE.                                             EXEC84.2
005957     05  WY-STREAM                OCCURS 8.                       EXEC84.2
005958         10  WY-STREAM-NAME        PIC X(8).                      EXEC84.2
005959         10  WY-STREAM-PROFILE     PIC X(20).                     EXEC84.2
005960         10  WY-STREAM-MODE        PIC X(5).                      EXEC84.2
005961         10  WY-STREAM-SWITCHES    PIC X(26).                     EXEC84.2
005962         10  FILLER                REDEFINES WY-STREAM-SWITCHES.  EXEC84.2
005963             15  WY-STREAM-SW      PIC X      OCCURS 26.          EXEC84.2
005964         10  WY-STREAM-ALL         PIC X.                         EXEC84.2
005965         10  WY-STREAM-AUTO        PIC X.                         EXEC84.2
005966         10  WY-STREAM-MAN         PIC X.                         EXEC84.2
005967         10  WY-STREAM-DELTA       PIC X.                         EXEC84.2
005968         10  WY-STREAM-NO-SOURCE   PIC X.                         EXEC84.2
005969         10  WY-STREAM-PROG-CT     PIC 9(3).                      EXEC84.2
005970         10  WY-STREAM-PROG        PIC X(5)   OCCURS 50.          EXEC84.2
005971         10  WY-STREAM-MODULE-CT   PIC 9(3).                      EXEC84.2
005972         10  WY-STREAM-MODULE-ENTRY           OCCURS 20.          EXEC84.2
005973             15  WY-STREAM-MODULE  PIC XX.                        EXEC84.2
005974             15  WY-STREAM-MOD-LEVEL                              EXEC84.2
005975                                   PIC X.                         EXEC84.2
005976         10  WY-STREAM-LEVEL       PIC X.                         EXEC84.2
005977         10  WY-STREAM-CURR        PIC X.                         EXEC84.2
005978         10  WY-STREAM-SELECTED    PIC 9(6).                      EXEC84.2
005979         10  WY-STREAM-EXTRACTED   PIC 9(6).                      EXEC84.2
005980         10  WY-STREAM-WITHHELD    PIC 9(6).                      EXEC84.2
005981         10  WY-STREAM-FAILED      PIC 9(6).                      EXEC84.2
005982         10  WY-STREAM-LINES       PIC 9(8).                      EXEC84.2
005983 01  WY-STREAM-CT                 PIC 9      VALUE ZERO.          EXEC84.2
005984 01  WY-STREAM-IX                 PIC 99.                         EXEC84.2
005985 01  WY-STREAM-SUB                PIC 9(3).                       EXEC84.2
005986 01  WY-STREAM-KEY                PIC X(8).                       EXEC84.2
005987 01  WY-STREAM-HIT                PIC X.                          EXEC84.2
005988 01  WY-STREAM-DSN                PIC X(8).                       EXEC84.2
005989 01  WY-STREAM-WN-IX              PIC 9(3).                       EXEC84.2
005990 01  WY-STREAM-LIST               PIC X(96).                      EXEC84.2
005991 01  WY-STREAM-LIST-POS           PIC 99.                         EXEC84.2
005992 01  WY-MODE-TEXT                 PIC X(8).                       EXEC84.2
005993 01  WY-RPT-CT                    PIC ZZ9.                        EXEC84.2
005994 01  WY-RPT-MOD                   PIC ZZ9.                        EXEC84.2
005995 01  WY-STREAM-HEAD.                                              EXEC84.2
005996     05  FILLER                   PIC X(19)  VALUE                EXEC84.2
005997         " STREAM    MODE    ".                                   EXEC84.2
005998     05  FILLER                   PIC X(40)  VALUE                EXEC84.2
005999         "  SELECTED EXTRACTED  WITHHELD    FAILED".              EXEC84.2
006000     05  FILLER                   PIC X(15)  VALUE                EXEC84.2
006001         "  LINES WRITTEN".                                       EXEC84.2
006002 01  WY-STREAM-LINE.                                              EXEC84.2
006003     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
006004     05  WY-SL-NAME               PIC X(8).                       EXEC84.2
006005     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
006006     05  WY-SL-MODE               PIC X(8).                       EXEC84.2
006007     05  WY-SL-SELECTED           PIC Z(9)9.                      EXEC84.2
006008     05  WY-SL-EXTRACTED          PIC Z(9)9.                      EXEC84.2
006009     05  WY-SL-WITHHELD           PIC Z(9)9.                      EXEC84.2
006010     05  WY-SL-FAILED             PIC Z(9)9.                      EXEC84.2
006011     05  WY-SL-LINES              PIC Z(14)9.                     EXEC84.2
006012 01  PX-FILE-STATUS              PIC XX.                          EXEC84.2
006013 01  CK-FILE-STATUS              PIC XX.                          EXEC84.2
006014 01  LG-FILE-STATUS              PIC XX.                          EXEC84.2
006015 01  SG-FILE-STATUS              PIC XX.                          EXEC84.2
006016 01  WZ-INDEX-ERROR-COUNT        PIC 9(4).                        EXEC84.2
006017 01  WZ-MIN-BLOCK-NO             PIC 9(6).                        EXEC84.2
006018 01  WZ-NEWPOP-BUFFER.                                            EXEC84.2
006019     05  WZ-NEWPOP-LINE          PIC X(80)  OCCURS 30.            EXEC84.2
006020 01  WZ-NEWPOP-INDEX             PIC 99     VALUE ZERO.           EXEC84.2
006030 01  WZ-INPOP-BUFFER.                                             EXEC84.2
006040     05  WZ-INPOP-LINE           PIC X(80)  OCCURS 30.            EXEC84.2
006250         10  WU-DECK-APPLIED      PIC X.                          EXEC84.2
006260         10  WU-DECK-FAIL-CARD    PIC 9(6).                       EXEC84.2
006270         10  WU-DECK-FAIL-TEXT    PIC X(40).                      EXEC84.2
006271         10  WU-DECK-LEAD         PIC 9(3).                       EXEC84.2
006272         10  WU-DECK-POS          PIC 9(3).                       EXEC84.2
006273         10  WU-DECK-RENUMBER     PIC X.                          EXEC84.2
006274         10  WU-DECK-HIGH-SEQ     PIC X(6).                       EXEC84.2
006275         10  WU-DECK-RESORTED     PIC 9(4).                       EXEC84.2
006276         10  WU-DECK-CHANGE-REF   PIC X(12).                      EXEC84.2
006277         10  WU-DECK-APPROVAL     PIC X(8).                       EXEC84.2
006278         10  WU-DECK-INS-CT       PIC 9(6).                       EXEC84.2
006279         10  WU-DECK-REP-CT       PIC 9(6).                       EXEC84.2
006280         10  WU-DECK-DEL-CT       PIC 9(6).                       EXEC84.2
006281 01  WZ-DECKS-READ-CT             PIC 9(3)   VALUE ZERO.          EXEC84.2
006290 01  WZ-DECK-OVERFLOW             PIC X      VALUE "N".           EXEC84.2
006300 01  WZ-UNAPPLIED-DECKS           PIC 9(3).                       EXEC84.2
006310 01  WZ-RPT-DECK-CT               PIC ZZZ9.                       EXEC84.2
006320 01  WZ-VERIFY-ONLY               PIC X      VALUE "N".           EXEC84.2
006330 01  WZ-DECK-TRACKED              PIC X      VALUE "N".           EXEC84.2
006340 01  WZ-DECK-PREV-SEQ             PIC X(6).                       EXEC84.2
006341*    THE UPDATE PART OF CONTROL-CARD-FILE, HELD SO THE DECKS CAN  EXEC84.2
006342*    BE PUT INTO POPULATION/SEQUENCE ORDER BEFORE THE MERGE.      EXEC84.2
006343*    WU-ORDER IS THE ORDER THE CARDS ARE HANDED TO THE MERGE.     EXEC84.2
006344 01  WU-CARD-TABLE.                                               EXEC84.2
006345     05  WU-CARD-ENTRY            OCCURS 2000.                    EXEC84.2
006346         10  WU-CARD-TEXT         PIC X(80).                      EXEC84.2
006347         10  WU-CARD-NO           PIC 9(6).                       EXEC84.2
006348         10  WU-CARD-DECK         PIC 9(3).                       EXEC84.2
006349         10  WU-CARD-HIGH         PIC X(6).                       EXEC84.2
006350         10  WU-CARD-KEY.                                         EXEC84.2
006351             15  WU-KEY-POS       PIC 9(3).                       EXEC84.2
006352             15  WU-KEY-PROG      PIC X(6).                       EXEC84.2
006353             15  WU-KEY-KIND      PIC 9.                          EXEC84.2
006354             15  WU-KEY-SEQ       PIC X(6).                       EXEC84.2
006355             15  WU-KEY-CARD-NO   PIC 9(6).                       EXEC84.2
006356 01  WU-ORDER-TABLE.                                              EXEC84.2
006357     05  WU-ORDER                 OCCURS 2000                     EXEC84.2
006358                                  PIC 9(4).                       EXEC84.2
006359 01  WU-CARD-CT                   PIC 9(4)   VALUE ZERO.          EXEC84.2
006360 01  WU-ORDER-CT                  PIC 9(4)   VALUE ZERO.          EXEC84.2
006361 01  WU-SERVE-IX                  PIC 9(4)   VALUE ZERO.          EXEC84.2
006362 01  WU-CARD-IX                   PIC 9(4)   VALUE ZERO.          EXEC84.2
006363 01  WU-SORT-IX                   PIC 9(4).                       EXEC84.2
006364 01  WU-SORT-JX                   PIC 9(4).                       EXEC84.2
006365 01  WU-SORT-PREV                 PIC 9(4).                       EXEC84.2
006366 01  WU-SORT-HOLD                 PIC 9(4).                       EXEC84.2
006367 01  WU-SHIFTING                  PIC X.                          EXEC84.2
006368 01  WU-START-CT                  PIC 9(4)   VALUE ZERO.          EXEC84.2
006369 01  WU-SORTED                    PIC X      VALUE "N".           EXEC84.2
006370 01  WU-FILE-EOF                  PIC X      VALUE "N".           EXEC84.2
006371 01  WU-OVER-HELD                 PIC X      VALUE "N".           EXEC84.2
006372 01  WU-OVER-CARD                 PIC X(80).                      EXEC84.2
006373 01  WU-OVER-CARD-NO              PIC 9(6).                       EXEC84.2
006374 01  WU-LOOKAHEAD-DECK            PIC 9(3)   VALUE ZERO.          EXEC84.2
006375 01  WU-CARD-OWNER                PIC 9(3)   VALUE ZERO.          EXEC84.2
006376 01  WU-CURR-DECK                 PIC 9(3).                       EXEC84.2
006377 01  WU-CHECK-IX                  PIC 9(3).                       EXEC84.2
006378 01  WU-MARK-IX                   PIC 9(3).                       EXEC84.2
006379 01  WU-MARK-LEAD                 PIC 9(3).                       EXEC84.2
006380 01  WU-MARK-STATUS               PIC X.                          EXEC84.2
006381 01  WU-THIS-SEQ                  PIC X(6).                       EXEC84.2
006382 01  WU-PREV-HIGH                 PIC X(6).                       EXEC84.2
006383 01  WU-PREV-OWNER                PIC 9(3).                       EXEC84.2
006384 01  WU-RESCAN                    PIC X.                          EXEC84.2
006385 01  WU-LOSER                     PIC 9(3).                       EXEC84.2
006386 01  WU-WINNER                    PIC 9(3).                       EXEC84.2
006387 01  WU-HIGH-CARD-NO              PIC 9(6).                       EXEC84.2
006388 01  WU-HIGH-DECK                 PIC 9(3).                       EXEC84.2
006389 01  WU-CONFLICT-CT               PIC 9(3)   VALUE ZERO.          EXEC84.2
006390 01  WU-LISTED-CT                 PIC 9(3)   VALUE ZERO.          EXEC84.2
006391 01  WU-RPT-CARDNO                PIC ZZZZZ9.                     EXEC84.2
006392 01  WU-RPT-CT                    PIC ZZZ9.                       EXEC84.2
006393 01  WK-BACKOUT-START-CARD.                                       EXEC84.2
006394     05  FILLER                   PIC X(6)   VALUE "*START".      EXEC84.2
006395     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
006396     05  WK-BO-START-PROG         PIC X(6).                       EXEC84.2
006397     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
006400     05  FILLER                   PIC X      VALUE "N".           EXEC84.2
006410     05  FILLER                   PIC X(65)  VALUE SPACES.        EXEC84.2
006420 01  WK-BACKOUT-DELETE-CARD.                                      EXEC84.2
006560     05  WM-ROLLUP-ENTRY          OCCURS 100.                     EXEC84.2
006570         10  WM-MODULE            PIC XX.                         EXEC84.2
006580         10  WM-LEVEL             PIC X.                          EXEC84.2
006581         10  WM-TYPE              PIC X(5).                       EXEC84.2
006590         10  WM-PROGS-FOUND       PIC 9(6).                       EXEC84.2
006600         10  WM-SOURCE-PROGS      PIC 9(6).                       EXEC84.2
006610         10  WM-LINES-COBOL       PIC 9(6).                       EXEC84.2
006770     05  WM-RL-MODULE             PIC XX.                         EXEC84.2
006780     05  FILLER                   PIC X(7)   VALUE " LEVEL ".     EXEC84.2
006790     05  WM-RL-LEVEL              PIC X.                          EXEC84.2
006791     05  FILLER                   PIC X(6)   VALUE " TYPE ".      EXEC84.2
006792     05  WM-RL-TYPE               PIC X(5).                       EXEC84.2
006800     05  FILLER                   PIC X(7)   VALUE " PROGS".      EXEC84.2
006810     05  WM-RL-PROGS              PIC Z(5)9.                      EXEC84.2
006820     05  FILLER                   PIC X(8)   VALUE " SOURCE".     EXEC84.2
007290         10  WN-QUAR              PIC X.                          EXEC84.2
007300         10  WN-QUAR-REASON       PIC X(30).                      EXEC84.2
007310         10  WN-FIND-HIT          PIC X.                          EXEC84.2
007311         10  WN-TYPE              PIC X(5).                       EXEC84.2
007312         10  WN-MODULE            PIC XX.                         EXEC84.2
007313         10  WN-LEVEL             PIC X.                          EXEC84.2
007314         10  WN-STREAM-SEL        PIC X      OCCURS 8.            EXEC84.2
007315         10  WN-LINES             PIC 9(8).                       EXEC84.2
007316         10  WN-HASH              PIC 9(15).                      EXEC84.2
007317         10  WN-TOT-SEEN          PIC X.                          EXEC84.2
007320 01  WN-HEADER-CT                 PIC 9(3)   VALUE ZERO.          EXEC84.2
007330 01  WN-HDR-OVERFLOW              PIC X      VALUE "N".           EXEC84.2
007340 01  WN-EXTRA-SELECT-TABLE.                                       EXEC84.2
007380 01  WN-EXTRA-OVERFLOW            PIC X      VALUE "N".           EXEC84.2
007390 01  WN-EXTRA-KIND                PIC X(10).                      EXEC84.2
007400 01  WN-NEEDED-SUB                PIC X(6).                       EXEC84.2
007401*    POPULATION CONTROL TOTALS.  WV-OLD- HOLDS WHAT THE LAST CYCLEEXEC84.2
007402*    WROTE FOR THE TAPE NOW MOUNTED, WV-IN- WHAT THE PRESCAN FOUNDEXEC84.2
007403*    ON IT, AND WV-NEW- WHAT THIS RUN WRITES TO                   EXEC84.2
007404*    UPDATED-POPULATION-FILE.  A PROGRAM'S HASH TOTAL FOLDS IN    EXEC84.2
007405*    EVERY LINE IN ORDER, SO A CHANGED, MOVED, ADDED OR DROPPED   EXEC84.2
007406*    LINE ALL CHANGE IT.                                          EXEC84.2
007407 01  WV-OLD-TOTALS-TABLE.                                         EXEC84.2
007408     05  WV-OLD-ENTRY             OCCURS 600.                     EXEC84.2
007409         10  WV-OLD-PROG          PIC X(6).                       EXEC84.2
007410         10  WV-OLD-LINES         PIC 9(8).                       EXEC84.2
007411         10  WV-OLD-HASH          PIC 9(15).                      EXEC84.2
007412 01  WV-OLD-CT                    PIC 9(3)   VALUE ZERO.          EXEC84.2
007413 01  WV-OLD-FOUND                 PIC X      VALUE "N".           EXEC84.2
007414 01  WV-OLD-EOF                   PIC X      VALUE "N".           EXEC84.2
007415 01  WV-OLD-PROGS                 PIC 9(6)   VALUE ZERO.          EXEC84.2
007416 01  WV-OLD-TOTAL-LINES           PIC 9(9)   VALUE ZERO.          EXEC84.2
007417 01  WV-OLD-RUN-DATE              PIC X(6)   VALUE SPACES.        EXEC84.2
007418 01  WV-OLD-RUN-TIME              PIC 9(8)   VALUE ZERO.          EXEC84.2
007419 01  WV-IN-PROGS                  PIC 9(6)   VALUE ZERO.          EXEC84.2
007420 01  WV-IN-LINES                  PIC 9(9)   VALUE ZERO.          EXEC84.2
007421 01  WV-IN-IX                     PIC 9(3)   VALUE ZERO.          EXEC84.2
007422 01  WV-NEW-TOTALS-TABLE.                                         EXEC84.2
007423     05  WV-NEW-ENTRY             OCCURS 600.                     EXEC84.2
007424         10  WV-NEW-PROG          PIC X(6).                       EXEC84.2
007425         10  WV-NEW-LINES         PIC 9(8).                       EXEC84.2
007426         10  WV-NEW-HASH          PIC 9(15).                      EXEC84.2
007427 01  WV-NEW-CT                    PIC 9(3)   VALUE ZERO.          EXEC84.2
007428 01  WV-NEW-IX                    PIC 9(3)   VALUE ZERO.          EXEC84.2
007429 01  WV-NEW-PROGS                 PIC 9(6)   VALUE ZERO.          EXEC84.2
007430 01  WV-NEW-TOTAL-LINES           PIC 9(9)   VALUE ZERO.          EXEC84.2
007431 01  WV-OVR-ALL                   PIC X      VALUE "N".           EXEC84.2
007432 01  WV-OVR-TABLE.                                                EXEC84.2
007433     05  WV-OVR-PROG              PIC X(6)   OCCURS 50.           EXEC84.2
007434 01  WV-OVR-CT                    PIC 99     VALUE ZERO.          EXEC84.2
007435 01  WV-OVR-HIT                   PIC X.                          EXEC84.2
007436 01  WV-DIFF-CT                   PIC 9(4)   VALUE ZERO.          EXEC84.2
007437 01  WV-ACCEPTED-CT               PIC 9(4)   VALUE ZERO.          EXEC84.2
007438 01  WV-MERGE-REFUSED             PIC X      VALUE "N".           EXEC84.2
007439 01  WV-MATCH-IX                  PIC 9(3).                       EXEC84.2
007440 01  WV-DIFF-PROG                 PIC X(6).                       EXEC84.2
007441 01  WV-DIFF-TEXT                 PIC X(50).                      EXEC84.2
007442*    ONE CONTROL-TOTALS RECORD - "P" PER PROGRAM, IN POPULATION   EXEC84.2
007443*    ORDER, THEN ONE "T" TRAILER FOR THE WHOLE TAPE.              EXEC84.2
007444 01  WV-TOTALS-REC.                                               EXEC84.2
007445     05  WV-TR-TYPE               PIC X.                          EXEC84.2
007446     05  WV-TR-PROG               PIC X(6).                       EXEC84.2
007447     05  WV-TR-LINES              PIC 9(8).                       EXEC84.2
007448     05  WV-TR-HASH               PIC 9(15).                      EXEC84.2
007449     05  FILLER                   PIC X(50).                      EXEC84.2
007450 01  WV-TOTALS-TRAILER            REDEFINES  WV-TOTALS-REC.       EXEC84.2
007451     05  FILLER                   PIC X.                          EXEC84.2
007452     05  WV-TT-PROGS              PIC 9(6).                       EXEC84.2
007453     05  WV-TT-LINES              PIC 9(9).                       EXEC84.2
007454     05  WV-TT-RUN-DATE           PIC X(6).                       EXEC84.2
007455     05  WV-TT-RUN-TIME           PIC 9(8).                       EXEC84.2
007456     05  FILLER                   PIC X(50).                      EXEC84.2
007457*    THE LINE IS HASHED THREE BYTES AT A TIME: EACH PIECE, WITH A EXEC84.2
007458*    LOW-VALUE BYTE IN FRONT, IS READ AS A BINARY FULLWORD AND    EXEC84.2
007459*    WEIGHTED BY ITS POSITION.                                    EXEC84.2
007460 01  WV-HASH-AREA.                                                EXEC84.2
007461     05  WV-HASH-TEXT.                                            EXEC84.2
007462         10  WV-HASH-LINE         PIC X(80).                      EXEC84.2
007463         10  FILLER               PIC X      VALUE SPACE.         EXEC84.2
007464     05  FILLER                   REDEFINES  WV-HASH-TEXT.        EXEC84.2
007465         10  WV-HASH-PIECE        PIC X(3)   OCCURS 27.           EXEC84.2
007466 01  WV-HASH-WORD-AREA.                                           EXEC84.2
007467     05  WV-HASH-WORD-X.                                          EXEC84.2
007468         10  FILLER               PIC X      VALUE LOW-VALUE.     EXEC84.2
007469         10  WV-HASH-CHARS        PIC X(3).                       EXEC84.2
007470     05  WV-HASH-WORD             REDEFINES  WV-HASH-WORD-X       EXEC84.2
007471                                  PIC 9(9)   COMP.                EXEC84.2
007472 01  WV-HASH-SUB                  PIC 99.                         EXEC84.2
007473 01  WV-LINE-SUM                  PIC 9(11).                      EXEC84.2
007474 01  WV-HASH-TOTAL                PIC 9(15).                      EXEC84.2
007475 01  WV-HASH-WORK                 PIC 9(17).                      EXEC84.2
007476 01  WV-HASH-QUOT                 PIC 9(3).                       EXEC84.2
007477 01  WV-RPT-PROGS                 PIC ZZZZZ9.                     EXEC84.2
007478 01  WV-RPT-LINES                 PIC ZZZZZZZZ9.                  EXEC84.2
007479 01  WV-RPT-EXPECT                PIC ZZZZZZZZ9.                  EXEC84.2
007480 01  WV-RPT-CT                    PIC ZZZ9.                       EXEC84.2
007481                                                                  EXEC84.2
007482 01  WD-DIR-TABLE.                                                EXEC84.2
007483     05  WD-DIR-ENTRY             OCCURS 600.                     EXEC84.2
007484         10  WD-DIR-PROG          PIC X(6).                       EXEC84.2
007485         10  WD-DIR-LINES         PIC 9(6).                       EXEC84.2
007486         10  WD-DIR-MODULE        PIC XX.                         EXEC84.2
007487         10  WD-DIR-LEVEL         PIC X.                          EXEC84.2
007488         10  WD-DIR-TYPE          PIC X(5).                       EXEC84.2
007489 01  WD-DIR-CT                    PIC 9(3)   VALUE ZERO.          EXEC84.2
007490 01  WD-DIR-OVERFLOW              PIC X      VALUE "N".           EXEC84.2
007491 01  WD-DIR-LINE.                                                 EXEC84.2
007500     05  FILLER                   PIC X(8)   VALUE " MEMBER ".    EXEC84.2
007510     05  WD-DL-PROG               PIC X(6).                       EXEC84.2
007520     05  FILLER                   PIC X(7)   VALUE " LINES".      EXEC84.2
007550     05  WD-DL-MODULE             PIC XX.                         EXEC84.2
007560     05  FILLER                   PIC X(7)   VALUE " LEVEL ".     EXEC84.2
007570     05  WD-DL-LEVEL              PIC X.                          EXEC84.2
007571     05  FILLER                   PIC X(6)   VALUE " TYPE ".      EXEC84.2
007572     05  WD-DL-TYPE               PIC X(5).                       EXEC84.2
007580 01  WZ-MEMBER-NAME               PIC X(6).                       EXEC84.2
007590 01  WZ-MEMBER-OPEN               PIC X      VALUE "N".           EXEC84.2
007600 01  WZ-MEMBER-LINE-CT            PIC 9(6)   VALUE ZERO.          EXEC84.2
008010     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
008020     05  WL-OUT-TEXT              PIC X(60).                      EXEC84.2
008030     05  FILLER                   PIC X(12)  VALUE SPACES.        EXEC84.2
008031 01  WI-CLASS-TABLE.                                              EXEC84.2
008032     05  WI-CLASS-ENTRY           OCCURS 600.                     EXEC84.2
008033         10  WI-CLASS-PROG        PIC X(6).                       EXEC84.2
008034         10  WI-CLASS-MODE        PIC X.                          EXEC84.2
008035         10  WI-CLASS-REASON      PIC X(50).                      EXEC84.2
008036 01  WI-CLASS-CT                  PIC 9(3)   VALUE ZERO.          EXEC84.2
008037 01  WI-CLASS-IX                  PIC 9(3)   VALUE ZERO.          EXEC84.2
008038 01  WI-CLASS-EOF                 PIC X.                          EXEC84.2
008039 01  WI-CLASS-LOADED-CT           PIC 9(3)   VALUE ZERO.          EXEC84.2
008040 01  WI-CLASS-BAD-CT              PIC 9(3)   VALUE ZERO.          EXEC84.2
008041 01  WI-CLASS-WRITTEN-CT          PIC 9(3)   VALUE ZERO.          EXEC84.2
008042 01  WI-CLASS-CHANGED             PIC X      VALUE "N".           EXEC84.2
008043 01  WI-CLASS-OVERFLOW            PIC X      VALUE "N".           EXEC84.2
008044 01  WI-ECHO-ACTION               PIC X(8).                       EXEC84.2
008045 01  WI-CURR-MODE                 PIC X.                          EXEC84.2
008046 01  WI-MODE-SKIP                 PIC X      VALUE "N".           EXEC84.2
008047 01  WI-SKIPPED-CT                PIC 9(6)   VALUE ZERO.          EXEC84.2
008048 01  WI-UNCLASS-TABLE.                                            EXEC84.2
008049     05  WI-UNCLASS-PROG          OCCURS 600                      EXEC84.2
008050                                  PIC X(6).                       EXEC84.2
008051 01  WI-UNCLASS-CT                PIC 9(3)   VALUE ZERO.          EXEC84.2
008052 01  WI-UNCLASS-OVERFLOW          PIC X      VALUE "N".           EXEC84.2
008053 01  WI-RPT-CT                    PIC ZZ9.                        EXEC84.2
008054 01  WI-RPT-BAD                   PIC ZZ9.                        EXEC84.2
008055 01  WI-MODE-TEXT                 PIC X(9).                       EXEC84.2
008056 01  WO-CERT-TABLE.                                               EXEC84.2
008057     05  WO-CERT-ENTRY            OCCURS 600.                     EXEC84.2
008058         10  WO-PROG              PIC X(6).                       EXEC84.2
008059         10  WO-MODULE            PIC XX.                         EXEC84.2
008060         10  WO-LEVEL             PIC X.                          EXEC84.2
008061         10  WO-RESULTS           PIC X.                          EXEC84.2
008062         10  WO-EXTRACTED         PIC X.                          EXEC84.2
008063         10  WO-PASS              PIC 9(5).                       EXEC84.2
008064         10  WO-FAIL              PIC 9(5).                       EXEC84.2
008065         10  WO-DELETED           PIC 9(5).                       EXEC84.2
008066         10  WO-INSPECT           PIC 9(5).                       EXEC84.2
008067 01  WO-CERT-CT                   PIC 9(3)   VALUE ZERO.          EXEC84.2
008068 01  WO-CERT-IX                   PIC 9(3)   VALUE ZERO.          EXEC84.2
008069 01  WO-CERT-OVERFLOW             PIC X      VALUE "N".           EXEC84.2
008070 01  WO-STRAY-TABLE.                                              EXEC84.2
008071     05  WO-STRAY-ENTRY           OCCURS 200.                     EXEC84.2
008072         10  WO-STRAY-PROG        PIC X(6).                       EXEC84.2
008073         10  WO-STRAY-WHY         PIC X(24).                      EXEC84.2
008074 01  WO-STRAY-CT                  PIC 9(3)   VALUE ZERO.          EXEC84.2
008075 01  WO-STRAY-OVERFLOW            PIC X      VALUE "N".           EXEC84.2
008076 01  WO-ML-TABLE.                                                 EXEC84.2
008077     05  WO-ML-ENTRY              OCCURS 100.                     EXEC84.2
008078         10  WO-ML-MODULE         PIC XX.                         EXEC84.2
008079         10  WO-ML-LEVEL          PIC X.                          EXEC84.2
008080         10  WO-ML-PROGS          PIC 9(5).                       EXEC84.2
008081         10  WO-ML-PASS           PIC 9(6).                       EXEC84.2
008082         10  WO-ML-FAIL           PIC 9(6).                       EXEC84.2
008083         10  WO-ML-DELETED        PIC 9(6).                       EXEC84.2
008084         10  WO-ML-INSPECT        PIC 9(6).                       EXEC84.2
008085         10  WO-ML-NO-RESULT      PIC 9(5).                       EXEC84.2
008086 01  WO-ML-CT                     PIC 9(3)   VALUE ZERO.          EXEC84.2
008087 01  WO-ML-IX                     PIC 9(3)   VALUE ZERO.          EXEC84.2
008088 01  WO-ML-OVERFLOW               PIC X      VALUE "N".           EXEC84.2
008089 01  WO-MANIFEST-EOF              PIC X.                          EXEC84.2
008090 01  WO-RESULT-EOF                PIC X.                          EXEC84.2
008091 01  WO-BAD-RESULTS               PIC 9(5)   VALUE ZERO.          EXEC84.2
008092 01  WO-STATUS                    PIC X(9).                       EXEC84.2
008093 01  WO-GT-PASS                   PIC 9(6)   VALUE ZERO.          EXEC84.2
008094 01  WO-GT-FAIL                   PIC 9(6)   VALUE ZERO.          EXEC84.2
008095 01  WO-GT-DELETED                PIC 9(6)   VALUE ZERO.          EXEC84.2
008096 01  WO-GT-INSPECT                PIC 9(6)   VALUE ZERO.          EXEC84.2
008097 01  WO-GT-NO-RESULT              PIC 9(5)   VALUE ZERO.          EXEC84.2
008098 01  WO-PROGS-PASSED              PIC 9(5)   VALUE ZERO.          EXEC84.2
008099 01  WO-PROGS-FAILED              PIC 9(5)   VALUE ZERO.          EXEC84.2
008100 01  WO-PROGS-INSPECT             PIC 9(5)   VALUE ZERO.          EXEC84.2
008101 01  WO-PROGS-DELETED             PIC 9(5)   VALUE ZERO.          EXEC84.2
008102 01  WO-RPT-CT                    PIC ZZZZ9.                      EXEC84.2
008103 01  WO-CERT-LINE.                                                EXEC84.2
008104     05  FILLER                   PIC X(9)   VALUE " PROGRAM ".   EXEC84.2
008105     05  WO-CL-PROG               PIC X(6).                       EXEC84.2
008106     05  FILLER                   PIC X(8)   VALUE " MODULE ".    EXEC84.2
008107     05  WO-CL-MODULE             PIC XX.                         EXEC84.2
008108     05  FILLER                   PIC X(7)   VALUE " LEVEL ".     EXEC84.2
008109     05  WO-CL-LEVEL              PIC X.                          EXEC84.2
008110     05  FILLER                   PIC X(6)   VALUE " PASS".       EXEC84.2
008111     05  WO-CL-PASS               PIC Z(5)9.                      EXEC84.2
008112     05  FILLER                   PIC X(6)   VALUE " FAIL".       EXEC84.2
008113     05  WO-CL-FAIL               PIC Z(5)9.                      EXEC84.2
008114     05  FILLER                   PIC X(9)   VALUE " DELETED".    EXEC84.2
008115     05  WO-CL-DELETED            PIC Z(5)9.                      EXEC84.2
008116     05  FILLER                   PIC X(9)   VALUE " INSPECT".    EXEC84.2
008117     05  WO-CL-INSPECT            PIC Z(5)9.                      EXEC84.2
008118     05  FILLER                   PIC X(2)   VALUE SPACES.        EXEC84.2
008119     05  WO-CL-STATUS             PIC X(9).                       EXEC84.2
008120 01  WO-ML-LINE.                                                  EXEC84.2
008121     05  FILLER                   PIC X(8)   VALUE " MODULE ".    EXEC84.2
008122     05  WO-MR-MODULE             PIC XX.                         EXEC84.2
008123     05  FILLER                   PIC X(7)   VALUE " LEVEL ".     EXEC84.2
008124     05  WO-MR-LEVEL              PIC X.                          EXEC84.2
008125     05  FILLER                   PIC X(7)   VALUE " PROGS".      EXEC84.2
008126     05  WO-MR-PROGS              PIC Z(4)9.                      EXEC84.2
008127     05  FILLER                   PIC X(6)   VALUE " PASS".       EXEC84.2
008128     05  WO-MR-PASS               PIC Z(5)9.                      EXEC84.2
008129     05  FILLER                   PIC X(6)   VALUE " FAIL".       EXEC84.2
008130     05  WO-MR-FAIL               PIC Z(5)9.                      EXEC84.2
008131     05  FILLER                   PIC X(9)   VALUE " DELETED".    EXEC84.2
008132     05  WO-MR-DELETED            PIC Z(5)9.                      EXEC84.2
008133     05  FILLER                   PIC X(9)   VALUE " INSPECT".    EXEC84.2
008134     05  WO-MR-INSPECT            PIC Z(5)9.                      EXEC84.2
008135     05  FILLER                   PIC X(11)  VALUE " NO RESULT".  EXEC84.2
008136     05  WO-MR-NO-RESULT          PIC Z(4)9.                      EXEC84.2
008137*    CHANGE LEDGER - ONE ENTRY PER APPLIED *START DECK, WRITTEN BYEXEC84.2
008138*    E10-10 AND READ BACK BY THE "*LEDGER" INQUIRY IN G20.        EXEC84.2
008139 01  WW-APPR-STATUS               PIC X(8).                       EXEC84.2
008140 01  WW-DATE-YYMMDD               PIC 9(6).                       EXEC84.2
008141 01  FILLER                       REDEFINES  WW-DATE-YYMMDD.      EXEC84.2
008142     05  WW-DATE-YY               PIC 99.                         EXEC84.2
008143     05  FILLER                   PIC 9(4).                       EXEC84.2
008144 01  WW-DATE-CCYYMMDD             PIC 9(8).                       EXEC84.2
008145 01  WW-CYCLE-DATE                PIC 9(8).                       EXEC84.2
008146 01  WW-ADDED-CT                  PIC 9(4)   VALUE ZERO.          EXEC84.2
008147 01  WW-DUP-CT                    PIC 9(4)   VALUE ZERO.          EXEC84.2
008148 01  WW-LG-ERROR-CT               PIC 9(4)   VALUE ZERO.          EXEC84.2
008149 01  WW-LEDGER-EOF                PIC X.                          EXEC84.2
008150 01  WW-SEL-PROG-TABLE.                                           EXEC84.2
008151     05  WW-SEL-PROG              OCCURS 200                      EXEC84.2
008152                                  PIC X(6).                       EXEC84.2
008153 01  WW-SEL-PROG-CT               PIC 9(3)   VALUE ZERO.          EXEC84.2
008154 01  WW-SEL-MODULE-TABLE.                                         EXEC84.2
008155     05  WW-SEL-MODULE            OCCURS 40                       EXEC84.2
008156                                  PIC XX.                         EXEC84.2
008157 01  WW-SEL-MODULE-CT             PIC 9(3)   VALUE ZERO.          EXEC84.2
008158 01  WW-SEL-DATES                 PIC X      VALUE "N".           EXEC84.2
008159 01  WW-DATE-FROM                 PIC 9(8)   VALUE ZERO.          EXEC84.2
008160 01  WW-DATE-TO                   PIC 9(8)   VALUE 99999999.      EXEC84.2
008161 01  WW-SEL-IX                    PIC 9(3).                       EXEC84.2
008162 01  WW-MATCH-IX                  PIC 9(3).                       EXEC84.2
008163 01  WW-ENTRY-HOLD                PIC 9(5).                       EXEC84.2
008164 01  WW-WANTED                    PIC X.                          EXEC84.2
008165 01  WW-LAST-PROG                 PIC X(6).                       EXEC84.2
008166 01  WW-ENTRY-CT                  PIC 9(5)   VALUE ZERO.          EXEC84.2
008167 01  WW-PROG-CT                   PIC 9(5)   VALUE ZERO.          EXEC84.2
008168 01  WW-GT-INS                    PIC 9(8)   VALUE ZERO.          EXEC84.2
008169 01  WW-GT-REP                    PIC 9(8)   VALUE ZERO.          EXEC84.2
008170 01  WW-GT-DEL                    PIC 9(8)   VALUE ZERO.          EXEC84.2
008171 01  WW-RPT-CT                    PIC ZZZZ9.                      EXEC84.2
008172 01  WW-RPT-LINES                 PIC ZZZZZZZ9.                   EXEC84.2
008173 01  WW-LEDGER-HEAD.                                              EXEC84.2
008174     05  FILLER                   PIC X(43)  VALUE                EXEC84.2
008175         " PROGRAM   CYCLE DATE   CARD  CHANGE REF   ".           EXEC84.2
008176     05  FILLER                   PIC X(44)  VALUE                EXEC84.2
008177         "   CARDS INSERTED REPLACED  DELETED APPROVAL".          EXEC84.2
008178 01  WW-LEDGER-LINE.                                              EXEC84.2
008179     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
008180     05  WW-LL-PROG               PIC X(6).                       EXEC84.2
008181     05  FILLER                   PIC X(4)   VALUE SPACES.        EXEC84.2
008182     05  WW-LL-CCYY               PIC 9(4).                       EXEC84.2
008183     05  FILLER                   PIC X      VALUE "/".           EXEC84.2
008184     05  WW-LL-MM                 PIC 99.                         EXEC84.2
008185     05  FILLER                   PIC X      VALUE "/".           EXEC84.2
008186     05  WW-LL-DD                 PIC 99.                         EXEC84.2
008187     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
008188     05  WW-LL-CARD               PIC Z(5)9.                      EXEC84.2
008189     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008190     05  WW-LL-REF                PIC X(12).                      EXEC84.2
008191     05  FILLER                   PIC X(5)   VALUE SPACES.        EXEC84.2
008192     05  WW-LL-CARDS              PIC Z(3)9.                      EXEC84.2
008193     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
008194     05  WW-LL-INS                PIC Z(7)9.                      EXEC84.2
008195     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
008196     05  WW-LL-REP                PIC Z(7)9.                      EXEC84.2
008197     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
008198     05  WW-LL-DEL                PIC Z(7)9.                      EXEC84.2
008199     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
008200     05  WW-LL-APPROVAL           PIC X(8).                       EXEC84.2
008201 01  WW-DATE-SPLIT                PIC 9(8).                       EXEC84.2
008202 01  FILLER                       REDEFINES  WW-DATE-SPLIT.       EXEC84.2
008203     05  WW-SPLIT-CCYY            PIC 9(4).                       EXEC84.2
008204     05  WW-SPLIT-MM              PIC 99.                         EXEC84.2
008205     05  WW-SPLIT-DD              PIC 99.                         EXEC84.2
008206*    "*RETRIEVE" RUN - PROGRAMS NAMED ON "*RETR-PROG" CARDS ARE   EXEC84.2
008207*    COPIED STRAIGHT OFF THE POPULATION BY WAY OF ITS INDEX (G30).EXEC84.2
008208*    WG-STATE: I = ON THE INDEX, NOT YET POSITIONED TO; S = STILL EXEC84.2
008209*    TO BE FOUND BY SCANNING; R = RETRIEVED THROUGH THE INDEX;    EXEC84.2
008210*    F = FOUND BY SCANNING; M = NOT ON THE POPULATION.            EXEC84.2
008211 01  WG-TO-MEMBER                 PIC X      VALUE "N".           EXEC84.2
008212 01  WG-APPLY-SUBST               PIC X      VALUE "N".           EXEC84.2
008213 01  WG-RETR-TABLE.                                               EXEC84.2
008214     05  WG-RETR-ENTRY            OCCURS 50.                      EXEC84.2
008215         10  WG-PROG              PIC X(6).                       EXEC84.2
008216         10  WG-BLOCK             PIC 9(8).                       EXEC84.2
008217         10  WG-STATE             PIC X.                          EXEC84.2
008218         10  WG-ON-INDEX          PIC X.                          EXEC84.2
008219         10  WG-LINES             PIC 9(6).                       EXEC84.2
008220         10  WG-XSUB-CT           PIC 9(4).                       EXEC84.2
008221 01  WG-PROG-CT                   PIC 9(3)   VALUE ZERO.          EXEC84.2
008222 01  WG-IX                        PIC 9(3).                       EXEC84.2
008223 01  WG-NEXT-IX                   PIC 9(3).                       EXEC84.2
008224 01  WG-DUP                       PIC X.                          EXEC84.2
008225 01  WG-PASS-DONE                 PIC X.                          EXEC84.2
008226 01  WG-SCAN-CT                   PIC 9(3)   VALUE ZERO.          EXEC84.2
008227 01  WG-INDEXED-CT                PIC 9(3)   VALUE ZERO.          EXEC84.2
008228 01  WG-FOUND-CT                  PIC 9(3)   VALUE ZERO.          EXEC84.2
008229 01  WG-MOVED-CT                  PIC 9(3)   VALUE ZERO.          EXEC84.2
008230 01  WG-MISSING-CT                PIC 9(3)   VALUE ZERO.          EXEC84.2
008231 01  WG-STAMP-FOUND               PIC X.                          EXEC84.2
008232 01  WG-STAMP-RUN-DATE            PIC X(6).                       EXEC84.2
008233 01  WG-STAMP-RUN-TIME            PIC 9(8).                       EXEC84.2
008234 01  WG-STAMP-BUILT-DATE          PIC X(6).                       EXEC84.2
008235 01  WG-STAMP-BUILT-TIME          PIC 9(8).                       EXEC84.2
008236 01  WG-INDEX-WHEN                PIC 9(16).                      EXEC84.2
008237 01  WG-TAPE-WHEN                 PIC 9(16).                      EXEC84.2
008238 01  WG-RPT-CT                    PIC ZZ9.                        EXEC84.2
008239 01  WG-RPT-LINE                  PIC Z(7)9.                      EXEC84.2
008240 01  WG-RETR-HEAD.                                                EXEC84.2
008241     05  FILLER                   PIC X(48)  VALUE                EXEC84.2
008242         " PROGRAM  POP LINE  HOW FOUND                   ".      EXEC84.2
008243     05  FILLER                   PIC X(17)  VALUE                EXEC84.2
008244         "   LINES  X-CARDS".                                     EXEC84.2
008245 01  WG-RETR-LINE.                                                EXEC84.2
008246     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
008247     05  WG-RL-PROG               PIC X(6).                       EXEC84.2
008248     05  FILLER                   PIC X(3)   VALUE SPACES.        EXEC84.2
008249     05  WG-RL-BLOCK              PIC Z(7)9.                      EXEC84.2
008250     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008251     05  WG-RL-HOW                PIC X(28).                      EXEC84.2
008252     05  WG-RL-LINES              PIC Z(7)9.                      EXEC84.2
008253     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008254     05  WG-RL-XSUB               PIC Z(6)9.                      EXEC84.2
008255*    STAGED UPDATE DECKS.  A "*STAGE" RUN (G40) SUBMITS ITS DECKS EXEC84.2
008256*    TO STAGING-FILE; A CYCLE RUN TAKES THE DUE, APPROVED ONES IN EXEC84.2
008257*    D10-1C3 AND E10-13 MARKS EACH ONE APPLIED OR FAILED.         EXEC84.2
008258*    SG-STATUS: Q = QUEUED, A = APPLIED, F = FAILED.              EXEC84.2
008259 01  WU-PULL-TABLE.                                               EXEC84.2
008260     05  WU-PULL-ENTRY            OCCURS 100.                     EXEC84.2
008261         10  WU-PULL-STAGE-NO     PIC 9(6).                       EXEC84.2
008262         10  WU-PULL-CARD-NO      PIC 9(6).                       EXEC84.2
008263 01  WU-PULL-CT                   PIC 9(3)   VALUE ZERO.          EXEC84.2
008264 01  WU-PULL-IX                   PIC 9(3).                       EXEC84.2
008265 01  WU-PULL-DECK                 PIC 9(3).                       EXEC84.2
008266 01  WU-STAGE-PULLING             PIC X      VALUE "N".           EXEC84.2
008267 01  WU-STAGE-TAKING              PIC X.                          EXEC84.2
008268 01  WU-STAGE-EOF                 PIC X.                          EXEC84.2
008269 01  WU-STAGE-CTL-FOUND           PIC X.                          EXEC84.2
008270 01  WU-STAGE-DECK-OK             PIC X.                          EXEC84.2
008271 01  WU-STAGE-APPROVED            PIC X.                          EXEC84.2
008272 01  WU-STAGE-LAST-NO             PIC 9(6).                       EXEC84.2
008273 01  WU-STAGE-DECK-END            PIC 9(4).                       EXEC84.2
008274 01  WU-STAGE-CARD-CT             PIC 9(4).                       EXEC84.2
008275 01  WU-STAGE-TODAY               PIC 9(8).                       EXEC84.2
008276 01  WU-STAGE-TODAY-NO            PIC 9(7).                       EXEC84.2
008277 01  WU-STAGE-EFFECTIVE           PIC 9(8).                       EXEC84.2
008278 01  WU-STAGE-DATE                PIC 9(8).                       EXEC84.2
008279 01  WU-STAGE-DATE-TEXT           PIC X(10).                      EXEC84.2
008280 01  WU-STAGE-DAY-NO              PIC 9(7).                       EXEC84.2
008281 01  WU-STAGE-YEARS               PIC 9(4).                       EXEC84.2
008282 01  WU-STAGE-QUOT                PIC 9(4).                       EXEC84.2
008283 01  WU-STAGE-REM                 PIC 9(4).                       EXEC84.2
008284 01  WU-STAGE-WAITED              PIC 9(5).                       EXEC84.2
008285 01  WU-STAGED-CT                 PIC 9(4)   VALUE ZERO.          EXEC84.2
008286 01  WU-STAGE-REJECT-CT           PIC 9(4)   VALUE ZERO.          EXEC84.2
008287 01  WU-STAGE-ERROR-CT            PIC 9(4)   VALUE ZERO.          EXEC84.2
008288 01  WU-STAGE-QUEUED-CT           PIC 9(4)   VALUE ZERO.          EXEC84.2
008289 01  WU-STAGE-DUE-CT              PIC 9(4)   VALUE ZERO.          EXEC84.2
008290 01  WU-STAGE-LATER-CT            PIC 9(4)   VALUE ZERO.          EXEC84.2
008291 01  WU-STAGE-UNAPPR-CT           PIC 9(4)   VALUE ZERO.          EXEC84.2
008292 01  WU-STAGE-NOROOM-CT           PIC 9(4)   VALUE ZERO.          EXEC84.2
008293 01  WU-STAGE-APPLIED-CT          PIC 9(4)   VALUE ZERO.          EXEC84.2
008294 01  WU-STAGE-FAILED-CT           PIC 9(4)   VALUE ZERO.          EXEC84.2
008295 01  WU-STAGE-MARK-A-CT           PIC 9(4)   VALUE ZERO.          EXEC84.2
008296 01  WU-STAGE-MARK-F-CT           PIC 9(4)   VALUE ZERO.          EXEC84.2
008297 01  WU-STAGE-OLDEST-NO           PIC 9(6).                       EXEC84.2
008298 01  WU-STAGE-OLDEST-PROG         PIC X(6).                       EXEC84.2
008299 01  WU-STAGE-OLDEST-REF          PIC X(12).                      EXEC84.2
008300 01  WU-STAGE-OLDEST-DAYS         PIC 9(5).                       EXEC84.2
008301 01  WU-RPT-DAYS                  PIC ZZZZ9.                      EXEC84.2
008302 01  WU-CUM-DAYS-VALUES           PIC X(36)  VALUE                EXEC84.2
008303         "000031059090120151181212243273304334".                  EXEC84.2
008304 01  FILLER                       REDEFINES  WU-CUM-DAYS-VALUES.  EXEC84.2
008305     05  WU-CUM-DAYS              PIC 9(3)   OCCURS 12.           EXEC84.2
008306 01  WU-STAGE-HEAD.                                               EXEC84.2
008307     05  FILLER                   PIC X(41)  VALUE                EXEC84.2
008308         "  STAGE  PROGRAM  CHANGE-REF    SUBMITTER".             EXEC84.2
008309     05  FILLER                   PIC X(50)  VALUE                EXEC84.2
008310         " SUBMITTED   EFFECTIVE   CARDS   DAYS  DISPOSITION".    EXEC84.2
008311 01  WU-STAGE-LINE.                                               EXEC84.2
008312     05  FILLER                   PIC X      VALUE SPACE.         EXEC84.2
008313     05  WU-SL-STAGE              PIC Z(5)9.                      EXEC84.2
008314     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008315     05  WU-SL-PROG               PIC X(6).                       EXEC84.2
008316     05  FILLER                   PIC X(3)   VALUE SPACES.        EXEC84.2
008317     05  WU-SL-REF                PIC X(12).                      EXEC84.2
008318     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008319     05  WU-SL-SUBMITTER          PIC X(8).                       EXEC84.2
008320     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008321     05  WU-SL-SUBMITTED          PIC X(10).                      EXEC84.2
008322     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008323     05  WU-SL-EFFECTIVE          PIC X(10).                      EXEC84.2
008324     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008325     05  WU-SL-CARDS              PIC Z(4)9.                      EXEC84.2
008326     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008327     05  WU-SL-DAYS               PIC Z(4)9.                      EXEC84.2
008328     05  FILLER                   PIC XX     VALUE SPACES.        EXEC84.2
008329     05  WU-SL-DISP               PIC X(24).                      EXEC84.2
008330                                                                  EXEC84.2
008331                                                                  EXEC84.2
008332 01  WH-PREV-REC.                                                 EXEC84.2
008333     05  WH-PREV-DATE             PIC X(6).                       EXEC84.2
008334     05  WH-PREV-TIME             PIC 9(8).                       EXEC84.2
008335     05  WH-PREV-SWITCHES         PIC X(26).                      EXEC84.2
008336     05  WH-PREV-PROGS            PIC 9(6).                       EXEC84.2
008337     05  WH-PREV-SOURCE           PIC 9(6).                       EXEC84.2
008338     05  WH-PREV-NEWPOP           PIC 9(6).                       EXEC84.2
008339     05  WH-PREV-LINES            PIC 9(8).                       EXEC84.2
008340     05  WH-PREV-SECS             PIC 9(8).                       EXEC84.2
008341     05  FILLER                   PIC X(6).                       EXEC84.2
008342 01  WH-PREV-FOUND                PIC X.                          EXEC84.2
008343 01  WH-HIST-EOF                  PIC X.                          EXEC84.2
008344 01  WH-DATE-WORK                 PIC 9(6).                       EXEC84.2
008345 01  WH-DELTA                     PIC S9(8).                      EXEC84.2
008346 01  WH-TREND-LABEL               PIC X(22).                      EXEC84.2
008347 01  WH-RPT-OLD                   PIC ZZZZZZZ9.                   EXEC84.2
008348 01  WH-RPT-NEW                   PIC ZZZZZZZ9.                   EXEC84.2
008349 01  WH-RPT-DELTA                 PIC ++++++++9.                  EXEC84.2
008350 01  WZ-VENDOR-MERGE              PIC X      VALUE "N".           EXEC84.2
008351 01  WZ-CERTIFY-RUN               PIC X      VALUE "N".           EXEC84.2
008352 01  WZ-LEDGER-RUN                PIC X      VALUE "N".           EXEC84.2
008353 01  WZ-RETRIEVE-RUN              PIC X      VALUE "N".           EXEC84.2
008354 01  WZ-STAGE-RUN                 PIC X      VALUE "N".           EXEC84.2
008355 01  WZ-FORMAT-ALL                PIC X      VALUE "N".           EXEC84.2
008356                                                                  EXEC84.2
008357 01  WR-LOCAL-HDR                 PIC X(80).                      EXEC84.2
008358 01  WR-LOCAL-PROG                PIC X(6).                       EXEC84.2
008359 01  WR-LOCAL-ACTIVE              PIC X.                          EXEC84.2
008360 01  WR-LOCAL-CT                  PIC 9(4).                       EXEC84.2
008361 01  WR-LOCAL-TABLE.                                              EXEC84.2
008362     05  WR-LOCAL-LINE            OCCURS 5000                     EXEC84.2
008363                                  PIC X(80).                      EXEC84.2
008364 01  WR-VENDOR-HDR                PIC X(80).                      EXEC84.2
008365 01  WR-VENDOR-PROG               PIC X(6).                       EXEC84.2
008366 01  WR-VENDOR-ACTIVE             PIC X.                          EXEC84.2
008367 01  WR-VENDOR-CT                 PIC 9(4).                       EXEC84.2
008368 01  WR-VENDOR-TABLE.                                             EXEC84.2
008369     05  WR-VENDOR-LINE           OCCURS 5000                     EXEC84.2
008370                                  PIC X(80).                      EXEC84.2
008371 01  WR-VENDOR-EOF                PIC X.                          EXEC84.2
008380 01  WR-LOCAL-PREV-PROG           PIC X(6).                       EXEC84.2
008390 01  WR-VENDOR-PREV-PROG          PIC X(6).                       EXEC84.2
008400 01  WR-ORDER-TAPE                PIC X(6).                       EXEC84.2
008790 01  WP-EMIT-SRC-FLAG-TABLE.                                      EXEC84.2
008800     05  WP-EMIT-SRC-FLAG         OCCURS 5000                     EXEC84.2
008810                                  PIC X.                          EXEC84.2
008811*    "Y" AGAINST EACH BUFFERED LINE THE MERGE CHANGED (OR THE     EXEC84.2
008812*    HEADER), FOR THE DELTA-MODE EXTRACT STREAMS.                 EXEC84.2
008813 01  WP-EMIT-CHG-TABLE.                                           EXEC84.2
008814     05  WP-EMIT-CHG              OCCURS 5000                     EXEC84.2
008815                                  PIC X.                          EXEC84.2
008820 01  WP-BO-CT                     PIC 9(4).                       EXEC84.2
008830 01  WP-BO-TABLE.                                                 EXEC84.2
008840     05  WP-BO-LINE               OCCURS 5000                     EXEC84.2
008910 01  WZ-FAIL-PRESET               PIC X      VALUE "N".           EXEC84.2
008920 01  WZ-FAIL-CARD-NO              PIC 9(6).                       EXEC84.2
008930 01  WZ-FAIL-CARD-TEXT            PIC X(40).                      EXEC84.2
008931*    REFERENCE-FORMAT CHECK OF EACH INSERTED OR REPLACING CARD    EXEC84.2
008932*    LINE (AND, UNDER "*FORMAT-ALL", OF EVERY LINE OF A SELECTED  EXEC84.2
008933*    PROGRAM) IN D10-8F.  WZ-FMT-LINE HOLDS COLUMNS 7-80 OF THE   EXEC84.2
008934*    LINE.  A FINDING IS GRADED W = WARNING OR R = REJECT, AND A  EXEC84.2
008935*    REJECTED CARD FAILS ITS DECK.                                EXEC84.2
008936 01  WZ-FMT-LINE.                                                 EXEC84.2
008937     05  WZ-FMT-IND               PIC X.                          EXEC84.2
008938     05  WZ-FMT-AREA-A            PIC X(4).                       EXEC84.2
008939     05  WZ-FMT-AREA-B            PIC X(61).                      EXEC84.2
008940     05  WZ-FMT-IDENT             PIC X(8).                       EXEC84.2
008941 01  FILLER                       REDEFINES  WZ-FMT-LINE.         EXEC84.2
008942     05  WZ-FMT-CHAR              PIC X      OCCURS 74.           EXEC84.2
008943 01  WZ-FMT-FROM-CARD             PIC X.                          EXEC84.2
008944 01  WZ-FMT-REJECTED              PIC X.                          EXEC84.2
008945 01  WZ-FMT-REJECT-TEXT           PIC X(40).                      EXEC84.2
008946 01  WZ-FMT-FIND-GRADE            PIC X.                          EXEC84.2
008947 01  WZ-FMT-MESSAGE               PIC X(40).                      EXEC84.2
008948 01  WZ-FMT-PREV-CODE             PIC X      VALUE "N".           EXEC84.2
008949 01  WZ-FMT-SCAN-END              PIC 99.                         EXEC84.2
008950 01  WZ-FMT-IX                    PIC 99.                         EXEC84.2
008951 01  WZ-FMT-BAD-IX                PIC 99.                         EXEC84.2
008952 01  WZ-FMT-COL                   PIC 99.                         EXEC84.2
008953 01  WZ-FMT-GRADE-TEXT            PIC X(7).                       EXEC84.2
008954 01  WZ-FMT-WHERE                 PIC X(6).                       EXEC84.2
008955 01  WZ-FMT-WHERE-NO              PIC X(6).                       EXEC84.2
008956 01  WZ-FMT-WARN-CT               PIC 9(5)   VALUE ZERO.          EXEC84.2
008957 01  WZ-FMT-REJECT-CT             PIC 9(5)   VALUE ZERO.          EXEC84.2
008958 01  WZ-FMT-POP-CT                PIC 9(5)   VALUE ZERO.          EXEC84.2
008959 01  WZ-FMT-RPT-WARN              PIC ZZZZ9.                      EXEC84.2
008960                                                                  EXEC84.2
008961 01  WP-FLUSH-IX                  PIC 9(4).                       EXEC84.2
008962 01  WT-APPROVAL-TABLE.                                           EXEC84.2
008963     05  WT-APPROVAL-ENTRY        OCCURS 200.                     EXEC84.2
008970         10  WT-APPR-PROG         PIC X(6).                       EXEC84.2
008980         10  WT-APPR-CARD-CT      PIC 9(4).                       EXEC84.2
008990 01  WT-APPROVALS-CT              PIC 9(3)   VALUE ZERO.          EXEC84.2
009050 01  WZ-APPROVAL-OVERRIDE         PIC X      VALUE "N".           EXEC84.2
009060 01  WZ-AUDIT-OPEN                PIC X      VALUE "N".           EXEC84.2
009070 01  WZ-REJECTED-CT               PIC 9(3)   VALUE ZERO.          EXEC84.2
009071 01  WZ-DATA-MEMBERS              PIC 9(6)   VALUE ZERO.          EXEC84.2
009072 01  WZ-LIBRARY-MEMBERS           PIC 9(6)   VALUE ZERO.          EXEC84.2
009073 01  WZ-SUPPRESSED-CT             PIC 9(6)   VALUE ZERO.          EXEC84.2
009074 01  WZ-EXTRACTED-CT              PIC 9(6)   VALUE ZERO.          EXEC84.2
009075 01  WZ-RPT-MEMBERS               PIC ZZZZZ9.                     EXEC84.2
009080 PROCEDURE DIVISION.                                              EXEC84.2
009090*==================                                               EXEC84.2
009100*                                                                 EXEC84.2
009200                                                                  EXEC84.2
009210     PERFORM C10-PROCESS-MONITOR.                                 EXEC84.2
009220                                                                  EXEC84.2
009221*    A "*CERTIFY" RUN IS THE FOLLOW-ON STEP AFTER THE EXTRACTED   EXEC84.2
009222*    TESTS HAVE BEEN COMPILED AND EXECUTED.  IT READS THEIR       EXEC84.2
009223*    RESULTS AGAINST THE RUN MANIFEST AND ONLY REPORTS - NOTHING  EXEC84.2
009224*    IS MERGED OR WRITTEN, SO NONE OF THE MERGE REPORTS OR TOTALS EXEC84.2
009225*    APPLY AND G10 ENDS THE RUN ITSELF.                           EXEC84.2
009226     IF      WZ-CERTIFY-RUN = "Y"                                 EXEC84.2
009227             PERFORM G10-CERTIFY-RESULTS                          EXEC84.2
009228     END-IF.                                                      EXEC84.2
009229*    A "*LEDGER" RUN ANSWERS A CHANGE-HISTORY INQUIRY FROM THE    EXEC84.2
009230*    CHANGE LEDGER.  LIKE "*CERTIFY" IT MERGES AND WRITES NOTHING,EXEC84.2
009231*    AND G20 ENDS THE RUN ITSELF.                                 EXEC84.2
009232     IF      WZ-LEDGER-RUN = "Y"                                  EXEC84.2
009233             PERFORM G20-LEDGER-INQUIRY                           EXEC84.2
009234     END-IF.                                                      EXEC84.2
009235*    A "*RETRIEVE" RUN COPIES THE PROGRAMS NAMED ON ITS           EXEC84.2
009236*    "*RETR-PROG" CARDS STRAIGHT OFF THE POPULATION BY WAY OF THE EXEC84.2
009237*    INDEX.  IT TOO MERGES AND WRITES NOTHING, AND G30 ENDS THE   EXEC84.2
009238*    RUN ITSELF.                                                  EXEC84.2
009239     IF      WZ-RETRIEVE-RUN = "Y"                                EXEC84.2
009240             PERFORM G30-RETRIEVE-PROGRAMS                        EXEC84.2
009241     END-IF.                                                      EXEC84.2
009242*    A "*STAGE" RUN SUBMITS ITS UPDATE DECKS TO THE STAGING FILE  EXEC84.2
009243*    FOR A LATER CYCLE INSTEAD OF APPLYING THEM, AND LISTS THE    EXEC84.2
009244*    QUEUE.  G40 ENDS THE RUN ITSELF.                             EXEC84.2
009245     IF      WZ-STAGE-RUN = "Y"                                   EXEC84.2
009246             PERFORM G40-STAGE-UPDATE-DECKS                       EXEC84.2
009247     END-IF.                                                      EXEC84.2
009248                                                                  EXEC84.2
009249*    A "*VENDOR-MERGE" RUN REPLACES THE NORMAL PRESCAN/MERGE      EXEC84.2
009250*    PASS WITH THE TWO-TAPE PROGRAM-LEVEL MERGE IN F10.           EXEC84.2
009251     IF      WZ-VENDOR-MERGE = "Y"                                EXEC84.2
009260             PERFORM F10-VENDOR-MERGE                             EXEC84.2
009270     ELSE                                                         EXEC84.2
009280             PERFORM C80-PRESCAN-POPULATION                       EXEC84.2
009720     PERFORM B20-INIT-X-CARDS 200 TIMES.                          EXEC84.2
009730     MOVE   "    OMITTED" TO WX-X-CARD (84).                      EXEC84.2
009740     PERFORM B10-4-LOAD-X-LIBRARY.                                EXEC84.2
009741     PERFORM B10-5-LOAD-CLASSIFICATION.                           EXEC84.2
009750     MOVE    ZERO TO WZ-LINES-COBOL.                              EXEC84.2
009760     MOVE    ZERO TO WZ-LINES-INSERTED.                           EXEC84.2
009770     MOVE    ZERO TO WZ-LINES-REPLACED.                           EXEC84.2
010580     ELSE                                                         EXEC84.2
010590             ADD  1 TO WL-LIB-BAD-CT                              EXEC84.2
010600     END-IF.                                                      EXEC84.2
010601                                                                  EXEC84.2
010602******************************************************************EXEC84.2
010603**   LOADS THE PERSISTENT AUTOMATIC/MANUAL CLASSIFICATION OF    * EXEC84.2
010604**   EVERY PROGRAM ID - "A" FOR A TEST THAT RUNS UNATTENDED,    * EXEC84.2
010605**   "M" FOR ONE THAT NEEDS AN OPERATOR AT THE CONSOLE - WITH   * EXEC84.2
010606**   THE REASON FOR IT.  EXTRACT-AUTO (SWITCH 2) AND            * EXEC84.2
010607**   EXTRACT-MAN (SWITCH 3) SELECT ON IT IN D10-4E.  AS WITH    * EXEC84.2
010608**   THE X-CARD LIBRARY, ONLY THE *CLASS-ADD / *CLASS-REP /     * EXEC84.2
010609**   *CLASS-DEL CARDS CHANGE IT AND E10-9 REWRITES THE DATASET; * EXEC84.2
010610**   BAD RECORDS ARE COUNTED HERE AND REPORTED BY C50.          * EXEC84.2
010611******************************************************************EXEC84.2
010612 B10-5-LOAD-CLASSIFICATION.                                       EXEC84.2
010613     MOVE    ZERO TO WI-CLASS-CT.                                 EXEC84.2
010614     MOVE    "N" TO WI-CLASS-EOF.                                 EXEC84.2
010615     OPEN    INPUT   CLASSIFICATION-FILE.                         EXEC84.2
010616     PERFORM B10-5-1-READ-ONE-CLASS                               EXEC84.2
010617             UNTIL   WI-CLASS-EOF = "Y".                          EXEC84.2
010618     CLOSE   CLASSIFICATION-FILE.                                 EXEC84.2
010619                                                                  EXEC84.2
010620 B10-5-1-READ-ONE-CLASS.                                          EXEC84.2
010621     READ    CLASSIFICATION-FILE                                  EXEC84.2
010622             AT END MOVE "Y" TO WI-CLASS-EOF                      EXEC84.2
010623         NOT AT END PERFORM B10-5-2-STORE-ONE-CLASS               EXEC84.2
010624     END-READ.                                                    EXEC84.2
010625                                                                  EXEC84.2
010626 B10-5-2-STORE-ONE-CLASS.                                         EXEC84.2
010627     IF      CL-PROG-ID NOT = SPACES                              EXEC84.2
010628         AND (CL-MODE = "A" OR CL-MODE = "M")                     EXEC84.2
010629         AND WI-CLASS-CT < 600                                    EXEC84.2
010630             ADD  1 TO WI-CLASS-CT                                EXEC84.2
010631             MOVE CL-PROG-ID TO WI-CLASS-PROG (WI-CLASS-CT)       EXEC84.2
010632             MOVE CL-MODE TO WI-CLASS-MODE (WI-CLASS-CT)          EXEC84.2
010633             MOVE CL-REASON TO WI-CLASS-REASON (WI-CLASS-CT)      EXEC84.2
010634             ADD  1 TO WI-CLASS-LOADED-CT                         EXEC84.2
010635     ELSE                                                         EXEC84.2
010636             ADD  1 TO WI-CLASS-BAD-CT                            EXEC84.2
010637     END-IF.                                                      EXEC84.2
010638                                                                  EXEC84.2
010639                                                                  EXEC84.2
010640                                                                  EXEC84.2
010641                                                                  EXEC84.2
010650 B20-INIT-X-CARDS SECTION.                                        EXEC84.2
010660*========================                                         EXEC84.2
010670 B20-1-INIT.                                                      EXEC84.2
011300             PERFORM C20-4-APPLY-PROFILE                          EXEC84.2
011310         WHEN    WB-9  = "*SAVEPROF"                              EXEC84.2
011320             PERFORM C20-5-SAVE-PROFILE                           EXEC84.2
011321         WHEN    WB-8  = "*CERTIFY"                               EXEC84.2
011322             MOVE    "Y" TO WZ-CERTIFY-RUN                        EXEC84.2
011323         WHEN    WB-7  = "*LEDGER"                                EXEC84.2
011324             MOVE    "Y" TO WZ-LEDGER-RUN                         EXEC84.2
011325         WHEN    WB-10 = "*LEDG-PROG"                             EXEC84.2
011326             PERFORM C20-22-LEDGER-PROG                           EXEC84.2
011327         WHEN    WB-12 = "*LEDG-MODULE"                           EXEC84.2
011328             PERFORM C20-23-LEDGER-MODULE                         EXEC84.2
011329         WHEN    WB-11 = "*LEDG-DATES"                            EXEC84.2
011330             PERFORM C20-24-LEDGER-DATES                          EXEC84.2
011331         WHEN    WB-9  = "*RETRIEVE"                              EXEC84.2
011332             PERFORM C20-32-RETRIEVE                              EXEC84.2
011333         WHEN    WB-10 = "*RETR-PROG"                             EXEC84.2
011334             PERFORM C20-33-RETRIEVE-PROG                         EXEC84.2
011335         WHEN    WB-6  = "*STAGE"                                 EXEC84.2
011336             MOVE    "Y" TO WZ-STAGE-RUN                          EXEC84.2
011337         WHEN    WB-11 = "*FORMAT-ALL"                            EXEC84.2
011338             MOVE    "Y" TO WZ-FORMAT-ALL                         EXEC84.2
011339         WHEN    WB-9  = "*XLIB-ADD"                              EXEC84.2
011340             PERFORM C20-10-XLIB-ADD                              EXEC84.2
011350         WHEN    WB-9  = "*XLIB-REP"                              EXEC84.2
011360             PERFORM C20-11-XLIB-REPLACE                          EXEC84.2
011370         WHEN    WB-9  = "*XLIB-DEL"                              EXEC84.2
011380             PERFORM C20-12-XLIB-DELETE                           EXEC84.2
011381         WHEN    WB-10 = "*CLASS-ADD"                             EXEC84.2
011382             PERFORM C20-16-CLASS-ADD                             EXEC84.2
011383         WHEN    WB-10 = "*CLASS-REP"                             EXEC84.2
011384             PERFORM C20-17-CLASS-REPLACE                         EXEC84.2
011385         WHEN    WB-10 = "*CLASS-DEL"                             EXEC84.2
011386             PERFORM C20-18-CLASS-DELETE                          EXEC84.2
011390         WHEN    WB-9  = "*OVERRIDE"                              EXEC84.2
011400             MOVE    "Y" TO WZ-APPROVAL-OVERRIDE                  EXEC84.2
011410         WHEN    WB-10 = "*AUDIT-ON"                              EXEC84.2
011530             MOVE    WB-SELLEVEL-VAL TO WZ-SELECT-LEVEL-VALUE     EXEC84.2
011540         WHEN    WB-14 = "*SELECT-MODULE"                         EXEC84.2
011550             PERFORM C20-7-SELECT-MODULE                          EXEC84.2
011551         WHEN    WB-8  = "*STREAM "                               EXEC84.2
011552             PERFORM C20-26-DEFINE-STREAM                         EXEC84.2
011553         WHEN    WB-12 = "*STREAM-PROG"                           EXEC84.2
011554             PERFORM C20-27-STREAM-PROG                           EXEC84.2
011555         WHEN    WB-14 = "*STREAM-MODULE"                         EXEC84.2
011556             PERFORM C20-28-STREAM-MODULE                         EXEC84.2
011557         WHEN    WB-13 = "*STREAM-LEVEL"                          EXEC84.2
011558             PERFORM C20-29-STREAM-LEVEL                          EXEC84.2
011559         WHEN    WB-13 = "*POP-OVERRIDE"                          EXEC84.2
011560             PERFORM C20-31-POP-OVERRIDE                          EXEC84.2
011561         WHEN    WB-X-HYPHEN = "X-"                               EXEC84.2
011570             CONTINUE                                             EXEC84.2
011580         WHEN    OTHER                                            EXEC84.2
011590             MOVE  "UNRECOGNIZED CONTROL CARD" TO WZ-ERROR-MESSAGEEXEC84.2
014510         INTO PRINT-DATA.                                         EXEC84.2
014520     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
014530                                                                  EXEC84.2
014531******************************************************************EXEC84.2
014532**   MAINTENANCE OF THE PERSISTENT AUTOMATIC/MANUAL              *EXEC84.2
014533**   CLASSIFICATION, ON THE SAME STRICT RULES AS THE X-CARD      *EXEC84.2
014534**   LIBRARY ABOVE.  EVERY ENTRY MUST CARRY A REASON, SO THE     *EXEC84.2
014535**   NEXT ANALYST CAN SEE WHY A TEST NEEDS (OR DOES NOT NEED)    *EXEC84.2
014536**   AN OPERATOR.                                                *EXEC84.2
014537******************************************************************EXEC84.2
014538 C20-16-CLASS-ADD.                                                EXEC84.2
014539     PERFORM C20-19-CHECK-CLASS-CARD.                             EXEC84.2
014540     IF      WZ-ERROR-MESSAGE NOT = SPACES                        EXEC84.2
014541             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014542     ELSE                                                         EXEC84.2
014543         IF  WI-CLASS-IX > ZERO                                   EXEC84.2
014544             MOVE "CLASSIFICATION EXISTS - USE *CLASS-REP"        EXEC84.2
014545                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014546             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014547         ELSE                                                     EXEC84.2
014548         IF  WI-CLASS-CT NOT < 600                                EXEC84.2
014549             IF WI-CLASS-OVERFLOW NOT = "Y"                       EXEC84.2
014550                 MOVE "Y" TO WI-CLASS-OVERFLOW                    EXEC84.2
014551                 MOVE "OVER 600 CLASSIFICATIONS - TABLE FULL"     EXEC84.2
014552                     TO WZ-ERROR-MESSAGE                          EXEC84.2
014553                 PERFORM C20-8-INVALID-CARD                       EXEC84.2
014554             END-IF                                               EXEC84.2
014555         ELSE                                                     EXEC84.2
014556             ADD  1 TO WI-CLASS-CT                                EXEC84.2
014557             MOVE WI-CLASS-CT TO WI-CLASS-IX                      EXEC84.2
014558             MOVE WB-CLASS-PROG TO WI-CLASS-PROG (WI-CLASS-IX)    EXEC84.2
014559             PERFORM C20-20-APPLY-CLASS-ENTRY                     EXEC84.2
014560             MOVE "ADDED" TO WI-ECHO-ACTION                       EXEC84.2
014561             PERFORM C20-21-ECHO-CLASS-CHANGE                     EXEC84.2
014562         END-IF                                                   EXEC84.2
014563         END-IF                                                   EXEC84.2
014564     END-IF.                                                      EXEC84.2
014565                                                                  EXEC84.2
014566 C20-17-CLASS-REPLACE.                                            EXEC84.2
014567     PERFORM C20-19-CHECK-CLASS-CARD.                             EXEC84.2
014568     IF      WZ-ERROR-MESSAGE NOT = SPACES                        EXEC84.2
014569             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014570     ELSE                                                         EXEC84.2
014571         IF  WI-CLASS-IX = ZERO                                   EXEC84.2
014572             MOVE "NO SUCH CLASSIFICATION - USE *CLASS-ADD"       EXEC84.2
014573                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014574             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014575         ELSE                                                     EXEC84.2
014576             PERFORM C20-20-APPLY-CLASS-ENTRY                     EXEC84.2
014577             MOVE "REPLACED" TO WI-ECHO-ACTION                    EXEC84.2
014578             PERFORM C20-21-ECHO-CLASS-CHANGE                     EXEC84.2
014579         END-IF                                                   EXEC84.2
014580     END-IF.                                                      EXEC84.2
014581                                                                  EXEC84.2
014582*    A DELETED ENTRY IS BLANKED IN PLACE RATHER THAN CLOSED UP;   EXEC84.2
014583*    E10-9 LEAVES BLANK ENTRIES OUT WHEN IT REWRITES THE DATASET. EXEC84.2
014584 C20-18-CLASS-DELETE.                                             EXEC84.2
014585     MOVE    ZERO TO WI-CLASS-IX.                                 EXEC84.2
014586     PERFORM C20-19A-FIND-CLASS-ENTRY                             EXEC84.2
014587             VARYING SUB3 FROM 1 BY 1                             EXEC84.2
014588             UNTIL   SUB3 > WI-CLASS-CT                           EXEC84.2
014589                OR   WI-CLASS-IX > ZERO.                          EXEC84.2
014590     IF      WB-CLASS-PROG = SPACES                               EXEC84.2
014591             MOVE "PROGRAM ID MISSING ON CLASSIFICATION CARD"     EXEC84.2
014592                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014593             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014594     ELSE                                                         EXEC84.2
014595     IF      WI-CLASS-IX = ZERO                                   EXEC84.2
014596             MOVE "NO SUCH CLASSIFICATION TO DELETE"              EXEC84.2
014597                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014598             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014599     ELSE                                                         EXEC84.2
014600             MOVE SPACES TO WI-CLASS-ENTRY (WI-CLASS-IX)          EXEC84.2
014601             MOVE "Y" TO WI-CLASS-CHANGED                         EXEC84.2
014602             MOVE "DELETED" TO WI-ECHO-ACTION                     EXEC84.2
014603             PERFORM C20-21-ECHO-CLASS-CHANGE                     EXEC84.2
014604     END-IF                                                       EXEC84.2
014605     END-IF.                                                      EXEC84.2
014606                                                                  EXEC84.2
014608*    COMMON CHECKS FOR *CLASS-ADD AND *CLASS-REP.  LEAVES THE     EXEC84.2
014609*    ERROR TEXT IN WZ-ERROR-MESSAGE (SPACES WHEN THE CARD IS GOOD)EXEC84.2
014610*    AND THE TABLE ENTRY FOR THE PROGRAM, IF ANY, IN WI-CLASS-IX. EXEC84.2
014611 C20-19-CHECK-CLASS-CARD.                                         EXEC84.2
014612     MOVE    SPACES TO WZ-ERROR-MESSAGE.                          EXEC84.2
014613     MOVE    ZERO TO WI-CLASS-IX.                                 EXEC84.2
014614     IF      WB-CLASS-PROG = SPACES                               EXEC84.2
014615             MOVE "PROGRAM ID MISSING ON CLASSIFICATION CARD"     EXEC84.2
014616                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014617     ELSE                                                         EXEC84.2
014618     IF      WB-CLASS-MODE NOT = "A" AND WB-CLASS-MODE NOT = "M"  EXEC84.2
014619             MOVE "CLASSIFICATION MUST BE A (AUTO) OR M (MANUAL)" EXEC84.2
014620                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014621     ELSE                                                         EXEC84.2
014622     IF      WB-CLASS-REASON = SPACES                             EXEC84.2
014623             MOVE "CLASSIFICATION CARD MUST GIVE A REASON"        EXEC84.2
014624                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014625     ELSE                                                         EXEC84.2
014626             PERFORM C20-19A-FIND-CLASS-ENTRY                     EXEC84.2
014627                     VARYING SUB3 FROM 1 BY 1                     EXEC84.2
014628                     UNTIL   SUB3 > WI-CLASS-CT                   EXEC84.2
014629                        OR   WI-CLASS-IX > ZERO                   EXEC84.2
014630     END-IF                                                       EXEC84.2
014631     END-IF                                                       EXEC84.2
014632     END-IF.                                                      EXEC84.2
014633                                                                  EXEC84.2
014634 C20-19A-FIND-CLASS-ENTRY.                                        EXEC84.2
014635     IF      WI-CLASS-PROG (SUB3) = WB-CLASS-PROG                 EXEC84.2
014636             MOVE SUB3 TO WI-CLASS-IX                             EXEC84.2
014637     END-IF.                                                      EXEC84.2
014638                                                                  EXEC84.2
014639 C20-20-APPLY-CLASS-ENTRY.                                        EXEC84.2
014640     MOVE    WB-CLASS-MODE TO WI-CLASS-MODE (WI-CLASS-IX).        EXEC84.2
014641     MOVE    WB-CLASS-REASON TO WI-CLASS-REASON (WI-CLASS-IX).    EXEC84.2
014642     MOVE    "Y" TO WI-CLASS-CHANGED.                             EXEC84.2
014643                                                                  EXEC84.2
014644 C20-21-ECHO-CLASS-CHANGE.                                        EXEC84.2
014645     IF      WB-CLASS-MODE = "A"                                  EXEC84.2
014646             MOVE "AUTOMATIC" TO WI-MODE-TEXT                     EXEC84.2
014647     ELSE                                                         EXEC84.2
014648             MOVE "MANUAL" TO WI-MODE-TEXT                        EXEC84.2
014649     END-IF.                                                      EXEC84.2
014650     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
014651     IF      WI-ECHO-ACTION = "DELETED"                           EXEC84.2
014652             STRING " ** CLASSIFICATION OF " DELIMITED BY SIZE    EXEC84.2
014653                    WB-CLASS-PROG            DELIMITED BY SIZE    EXEC84.2
014654                    " DELETED"               DELIMITED BY SIZE    EXEC84.2
014655                 INTO PRINT-DATA                                  EXEC84.2
014656     ELSE                                                         EXEC84.2
014657             STRING " ** CLASSIFICATION OF " DELIMITED BY SIZE    EXEC84.2
014658                    WB-CLASS-PROG            DELIMITED BY SIZE    EXEC84.2
014659                    " "                      DELIMITED BY SIZE    EXEC84.2
014660                    WI-ECHO-ACTION           DELIMITED BY SPACE   EXEC84.2
014661                    " - "                    DELIMITED BY SIZE    EXEC84.2
014662                    WI-MODE-TEXT             DELIMITED BY SPACE   EXEC84.2
014663                    " - "                    DELIMITED BY SIZE    EXEC84.2
014664                    WB-CLASS-REASON          DELIMITED BY SIZE    EXEC84.2
014665                 INTO PRINT-DATA                                  EXEC84.2
014666     END-IF.                                                      EXEC84.2
014667     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
014668                                                                  EXEC84.2
014669******************************************************************EXEC84.2
014670**   "*LEDGER" INQUIRY SELECTIONS.  "*LEDG-PROG" AND             *EXEC84.2
014671**   "*LEDG-MODULE" CARDS NAME THE PROGRAMS WHOSE HISTORY IS     *EXEC84.2
014672**   WANTED (UP TO 200 / 40); "*LEDG-DATES YYMMDD YYMMDD" LIMITS *EXEC84.2
014673**   THE INQUIRY TO CYCLES RUN BETWEEN THE TWO DATES INCLUSIVE.  *EXEC84.2
014674**   WITH NO SELECTION CARDS THE WHOLE LEDGER IS PRINTED.        *EXEC84.2
014675******************************************************************EXEC84.2
014676 C20-22-LEDGER-PROG.                                              EXEC84.2
014677     IF      WW-SEL-PROG-CT < 200                                 EXEC84.2
014678             ADD  1 TO WW-SEL-PROG-CT                             EXEC84.2
014679             MOVE WB-LEDG-PROG TO WW-SEL-PROG (WW-SEL-PROG-CT)    EXEC84.2
014680     ELSE                                                         EXEC84.2
014681             MOVE "LEDGER PROGRAM TABLE FULL - MAX 200"           EXEC84.2
014682                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014683             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014684     END-IF.                                                      EXEC84.2
014685                                                                  EXEC84.2
014686 C20-23-LEDGER-MODULE.                                            EXEC84.2
014687     IF      WW-SEL-MODULE-CT < 40                                EXEC84.2
014688             ADD  1 TO WW-SEL-MODULE-CT                           EXEC84.2
014689             MOVE WB-LEDG-MODULE                                  EXEC84.2
014690                 TO WW-SEL-MODULE (WW-SEL-MODULE-CT)              EXEC84.2
014691     ELSE                                                         EXEC84.2
014692             MOVE "LEDGER MODULE TABLE FULL - MAX 40"             EXEC84.2
014693                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014694             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014695     END-IF.                                                      EXEC84.2
014696                                                                  EXEC84.2
014697 C20-24-LEDGER-DATES.                                             EXEC84.2
014698     IF      WB-LEDG-FROM NOT NUMERIC                             EXEC84.2
014699         OR  WB-LEDG-TO NOT NUMERIC                               EXEC84.2
014700             MOVE "*LEDG-DATES NEEDS TWO YYMMDD DATES"            EXEC84.2
014701                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014702             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014703     ELSE                                                         EXEC84.2
014704             MOVE WB-LEDG-FROM TO WW-DATE-YYMMDD                  EXEC84.2
014705             PERFORM C20-25-WINDOW-DATE                           EXEC84.2
014706             MOVE WW-DATE-CCYYMMDD TO WW-DATE-FROM                EXEC84.2
014707             MOVE WB-LEDG-TO TO WW-DATE-YYMMDD                    EXEC84.2
014708             PERFORM C20-25-WINDOW-DATE                           EXEC84.2
014709             MOVE WW-DATE-CCYYMMDD TO WW-DATE-TO                  EXEC84.2
014710             MOVE "Y" TO WW-SEL-DATES                             EXEC84.2
014711         IF  WW-DATE-TO < WW-DATE-FROM                            EXEC84.2
014712             MOVE "*LEDG-DATES RANGE IS BACKWARDS"                EXEC84.2
014713                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014714             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014715         END-IF                                                   EXEC84.2
014716     END-IF.                                                      EXEC84.2
014717                                                                  EXEC84.2
014718*    SIX-DIGIT DATES (ACCEPT ... FROM DATE AND THE INQUIRY CARDS) EXEC84.2
014719*    ARE WINDOWED SO THE LEDGER KEEPS ITS ORDER ACROSS CENTURIES: EXEC84.2
014720*    YEARS 00-49 ARE 20YY, 50-99 ARE 19YY.                        EXEC84.2
014721 C20-25-WINDOW-DATE.                                              EXEC84.2
014722     IF      WW-DATE-YY < 50                                      EXEC84.2
014723             COMPUTE WW-DATE-CCYYMMDD = 20000000 + WW-DATE-YYMMDD EXEC84.2
014724     ELSE                                                         EXEC84.2
014725             COMPUTE WW-DATE-CCYYMMDD = 19000000 + WW-DATE-YYMMDD EXEC84.2
014726     END-IF.                                                      EXEC84.2
014727                                                                  EXEC84.2
014728******************************************************************EXEC84.2
014729**   NAMED EXTRACT STREAMS.  "*STREAM NAME MODE PROFILE" DEFINES *EXEC84.2
014730**   A STREAM - THE NAME IS ALSO THE NAME OF ITS OUTPUT DATASET, *EXEC84.2
014731**   THE MODE (ALL, AUTO, MAN OR DELTA) AND THE PROFILE ARE      *EXEC84.2
014732**   OPTIONAL, AND A STREAM WITH NO PROFILE TAKES THE RUN'S OWN  *EXEC84.2
014733**   SWITCHES.  "*STREAM-PROG", "*STREAM-MODULE" AND             *EXEC84.2
014734**   "*STREAM-LEVEL" CARDS THEN GIVE THAT STREAM ITS SELECTION,  *EXEC84.2
014735**   EXACTLY AS THE "*SELECT-..." CARDS DO FOR THE RUN; A STREAM *EXEC84.2
014736**   WITH NO SELECTION CARDS TAKES EVERY PROGRAM.  THE STREAM    *EXEC84.2
014737**   MUST BE DEFINED BEFORE ITS SELECTION CARDS ARE KEYED.       *EXEC84.2
014738******************************************************************EXEC84.2
014739 C20-26-DEFINE-STREAM.                                            EXEC84.2
014740     MOVE    WB-STREAM-NAME TO WY-STREAM-KEY.                     EXEC84.2
014741     PERFORM C20-30-FIND-STREAM.                                  EXEC84.2
014742     IF      WB-STREAM-NAME = SPACES                              EXEC84.2
014743             MOVE "*STREAM CARD HAS NO STREAM NAME"               EXEC84.2
014744                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014745             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014746     ELSE                                                         EXEC84.2
014747     IF      WY-STREAM-HIT = "Y"                                  EXEC84.2
014748             MOVE "STREAM IS ALREADY DEFINED" TO WZ-ERROR-MESSAGE EXEC84.2
014749             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014750     ELSE                                                         EXEC84.2
014751     IF      WB-STREAM-MODE NOT = SPACES                          EXEC84.2
014752         AND WB-STREAM-MODE NOT = "ALL"                           EXEC84.2
014753         AND WB-STREAM-MODE NOT = "AUTO"                          EXEC84.2
014754         AND WB-STREAM-MODE NOT = "MAN"                           EXEC84.2
014755         AND WB-STREAM-MODE NOT = "DELTA"                         EXEC84.2
014756             MOVE "STREAM MODE MUST BE ALL, AUTO, MAN OR DELTA"   EXEC84.2
014757                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014758             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014759     ELSE                                                         EXEC84.2
014760     IF      WY-STREAM-CT NOT < 8                                 EXEC84.2
014761             MOVE "STREAM TABLE FULL - MAX 8" TO WZ-ERROR-MESSAGE EXEC84.2
014762             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014763     ELSE                                                         EXEC84.2
014764             ADD  1 TO WY-STREAM-CT                               EXEC84.2
014765             MOVE SPACES TO WY-STREAM (WY-STREAM-CT)              EXEC84.2
014766             MOVE WB-STREAM-NAME TO WY-STREAM-NAME (WY-STREAM-CT) EXEC84.2
014767             MOVE WB-STREAM-MODE TO WY-STREAM-MODE (WY-STREAM-CT) EXEC84.2
014768             MOVE WB-STREAM-PROFILE                               EXEC84.2
014769                 TO WY-STREAM-PROFILE (WY-STREAM-CT)              EXEC84.2
014770             MOVE ZERO TO WY-STREAM-PROG-CT (WY-STREAM-CT)        EXEC84.2
014771             MOVE ZERO TO WY-STREAM-MODULE-CT (WY-STREAM-CT)      EXEC84.2
014772             MOVE ZERO TO WY-STREAM-SELECTED (WY-STREAM-CT)       EXEC84.2
014773             MOVE ZERO TO WY-STREAM-EXTRACTED (WY-STREAM-CT)      EXEC84.2
014774             MOVE ZERO TO WY-STREAM-WITHHELD (WY-STREAM-CT)       EXEC84.2
014775             MOVE ZERO TO WY-STREAM-FAILED (WY-STREAM-CT)         EXEC84.2
014776             MOVE ZERO TO WY-STREAM-LINES (WY-STREAM-CT)          EXEC84.2
014777             MOVE "N" TO WY-STREAM-CURR (WY-STREAM-CT)            EXEC84.2
014778     END-IF                                                       EXEC84.2
014779     END-IF                                                       EXEC84.2
014780     END-IF                                                       EXEC84.2
014781     END-IF.                                                      EXEC84.2
014782                                                                  EXEC84.2
014783 C20-27-STREAM-PROG.                                              EXEC84.2
014784     MOVE    WB-STRPROG-STREAM TO WY-STREAM-KEY.                  EXEC84.2
014785     PERFORM C20-30-FIND-STREAM.                                  EXEC84.2
014786     IF      WY-STREAM-HIT NOT = "Y"                              EXEC84.2
014787             MOVE "STREAM NOT DEFINED BY AN EARLIER *STREAM CARD" EXEC84.2
014788                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014789             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014790     ELSE                                                         EXEC84.2
014791     IF      WY-STREAM-PROG-CT (WY-STREAM-IX) < 50                EXEC84.2
014792             ADD  1 TO WY-STREAM-PROG-CT (WY-STREAM-IX)           EXEC84.2
014793             MOVE WY-STREAM-PROG-CT (WY-STREAM-IX)                EXEC84.2
014794                 TO WY-STREAM-SUB                                 EXEC84.2
014795             MOVE WB-STRPROG-PROG                                 EXEC84.2
014796                 TO WY-STREAM-PROG (WY-STREAM-IX, WY-STREAM-SUB)  EXEC84.2
014797     ELSE                                                         EXEC84.2
014798             MOVE "STREAM PROGRAM TABLE FULL - MAX 50"            EXEC84.2
014799                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014800             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014801     END-IF                                                       EXEC84.2
014802     END-IF.                                                      EXEC84.2
014803                                                                  EXEC84.2
014804 C20-28-STREAM-MODULE.                                            EXEC84.2
014805     MOVE    WB-STRMOD-STREAM TO WY-STREAM-KEY.                   EXEC84.2
014806     PERFORM C20-30-FIND-STREAM.                                  EXEC84.2
014807     IF      WY-STREAM-HIT NOT = "Y"                              EXEC84.2
014808             MOVE "STREAM NOT DEFINED BY AN EARLIER *STREAM CARD" EXEC84.2
014809                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014810             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014811     ELSE                                                         EXEC84.2
014812     IF      WY-STREAM-MODULE-CT (WY-STREAM-IX) < 20              EXEC84.2
014813             ADD  1 TO WY-STREAM-MODULE-CT (WY-STREAM-IX)         EXEC84.2
014814             MOVE WY-STREAM-MODULE-CT (WY-STREAM-IX)              EXEC84.2
014815                 TO WY-STREAM-SUB                                 EXEC84.2
014816             MOVE WB-STRMOD-MODULE                                EXEC84.2
014817                 TO WY-STREAM-MODULE (WY-STREAM-IX, WY-STREAM-SUB)EXEC84.2
014818             MOVE WB-STRMOD-LEVEL                                 EXEC84.2
014819                 TO WY-STREAM-MOD-LEVEL                           EXEC84.2
014820                    (WY-STREAM-IX, WY-STREAM-SUB)                 EXEC84.2
014821     ELSE                                                         EXEC84.2
014822             MOVE "STREAM MODULE TABLE FULL - MAX 20"             EXEC84.2
014823                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014824             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014825     END-IF                                                       EXEC84.2
014826     END-IF.                                                      EXEC84.2
014827                                                                  EXEC84.2
014828 C20-29-STREAM-LEVEL.                                             EXEC84.2
014829     MOVE    WB-STRLEV-STREAM TO WY-STREAM-KEY.                   EXEC84.2
014830     PERFORM C20-30-FIND-STREAM.                                  EXEC84.2
014831     IF      WY-STREAM-HIT NOT = "Y"                              EXEC84.2
014832             MOVE "STREAM NOT DEFINED BY AN EARLIER *STREAM CARD" EXEC84.2
014833                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014834             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014835     ELSE                                                         EXEC84.2
014836     IF      WB-STRLEV-LEVEL = SPACE                              EXEC84.2
014837             MOVE "*STREAM-LEVEL CARD HAS NO LEVEL"               EXEC84.2
014838                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014839             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014840     ELSE                                                         EXEC84.2
014841             MOVE WB-STRLEV-LEVEL                                 EXEC84.2
014842                 TO WY-STREAM-LEVEL (WY-STREAM-IX)                EXEC84.2
014843     END-IF                                                       EXEC84.2
014844     END-IF.                                                      EXEC84.2
014845                                                                  EXEC84.2
014846 C20-30-FIND-STREAM.                                              EXEC84.2
014847     MOVE    "N" TO WY-STREAM-HIT.                                EXEC84.2
014848     MOVE    ZERO TO WY-STREAM-IX.                                EXEC84.2
014849     PERFORM C20-30A-MATCH-STREAM                                 EXEC84.2
014850             VARYING WY-STREAM-SUB FROM 1 BY 1                    EXEC84.2
014851             UNTIL   WY-STREAM-SUB > WY-STREAM-CT                 EXEC84.2
014852                OR   WY-STREAM-HIT = "Y".                         EXEC84.2
014853                                                                  EXEC84.2
014854 C20-30A-MATCH-STREAM.                                            EXEC84.2
014855     IF      WY-STREAM-NAME (WY-STREAM-SUB) = WY-STREAM-KEY       EXEC84.2
014856             MOVE WY-STREAM-SUB TO WY-STREAM-IX                   EXEC84.2
014857             MOVE "Y" TO WY-STREAM-HIT                            EXEC84.2
014858     END-IF.                                                      EXEC84.2
014859                                                                  EXEC84.2
014860******************************************************************EXEC84.2
014861**   "*POP-OVERRIDE" LETS A DELIBERATELY SUBSTITUTED POPULATION  *EXEC84.2
014862**   THROUGH THE PRESCAN'S CONTROL-TOTAL CHECK (C80-15).  WITH A *EXEC84.2
014863**   PROGRAM ID IN COLUMNS 15-20 ONLY THAT PROGRAM'S DIFFERENCES *EXEC84.2
014864**   ARE ACCEPTED; WITHOUT ONE, EVERY DIFFERENCE IS.             *EXEC84.2
014865******************************************************************EXEC84.2
014866 C20-31-POP-OVERRIDE.                                             EXEC84.2
014867     IF      WB-POPOVR-PROG = SPACES                              EXEC84.2
014868             MOVE "Y" TO WV-OVR-ALL                               EXEC84.2
014869     ELSE                                                         EXEC84.2
014870     IF      WV-OVR-CT < 50                                       EXEC84.2
014871             ADD  1 TO WV-OVR-CT                                  EXEC84.2
014872             MOVE WB-POPOVR-PROG TO WV-OVR-PROG (WV-OVR-CT)       EXEC84.2
014873     ELSE                                                         EXEC84.2
014874             MOVE "POPULATION OVERRIDE TABLE FULL - MAX 50"       EXEC84.2
014875                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014876             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014877     END-IF                                                       EXEC84.2
014878     END-IF.                                                      EXEC84.2
014879                                                                  EXEC84.2
014880******************************************************************EXEC84.2
014881**   "*RETRIEVE" MAKES THIS A RETRIEVAL RUN (G30).  COLUMNS      *EXEC84.2
014882**   11-16 SAY WHERE EACH PROGRAM GOES - "LIST" (OR BLANK)       *EXEC84.2
014883**   PRINTS IT, "MEMBER" WRITES IT TO A MEMBER NAMED FROM ITS    *EXEC84.2
014884**   PROGRAM ID.  "SUBST" IN COLUMNS 18-22 APPLIES THIS DECK'S   *EXEC84.2
014885**   X-CARDS AS THE MERGE WOULD; OTHERWISE THE SOURCE IS COPIED  *EXEC84.2
014886**   AS IT STANDS.  "*RETR-PROG" CARDS (PROGRAM ID IN COLUMNS    *EXEC84.2
014887**   12-17) NAME THE PROGRAMS WANTED, UP TO 50, IN ANY ORDER.    *EXEC84.2
014888******************************************************************EXEC84.2
014889 C20-32-RETRIEVE.                                                 EXEC84.2
014890     MOVE    "Y" TO WZ-RETRIEVE-RUN.                              EXEC84.2
014891     IF      WB-RETR-OUTPUT = "MEMBER"                            EXEC84.2
014892             MOVE "Y" TO WG-TO-MEMBER                             EXEC84.2
014893     ELSE                                                         EXEC84.2
014894     IF      WB-RETR-OUTPUT NOT = SPACES                          EXEC84.2
014895         AND WB-RETR-OUTPUT NOT = "LIST"                          EXEC84.2
014896             MOVE "*RETRIEVE OUTPUT MUST BE LIST OR MEMBER"       EXEC84.2
014897                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014898             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014899     END-IF                                                       EXEC84.2
014900     END-IF.                                                      EXEC84.2
014901     IF      WB-RETR-SUBST = "SUBST"                              EXEC84.2
014902             MOVE "Y" TO WG-APPLY-SUBST                           EXEC84.2
014903     ELSE                                                         EXEC84.2
014904     IF      WB-RETR-SUBST NOT = SPACES                           EXEC84.2
014905             MOVE "*RETRIEVE COLUMNS 18-22 MUST BE SUBST OR BLANK"EXEC84.2
014906                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014907             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014908     END-IF                                                       EXEC84.2
014909     END-IF.                                                      EXEC84.2
014910                                                                  EXEC84.2
014911 C20-33-RETRIEVE-PROG.                                            EXEC84.2
014912     MOVE    "N" TO WG-DUP.                                       EXEC84.2
014913     PERFORM C20-33A-CHECK-DUPLICATE                              EXEC84.2
014914             VARYING WG-IX FROM 1 BY 1                            EXEC84.2
014915             UNTIL   WG-IX > WG-PROG-CT.                          EXEC84.2
014916     IF      WB-RETRPROG = SPACES                                 EXEC84.2
014917             MOVE "*RETR-PROG NEEDS A PROGRAM ID IN COLUMNS 12-17"EXEC84.2
014918                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014919             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014920     ELSE                                                         EXEC84.2
014921     IF      WG-DUP = "Y"                                         EXEC84.2
014922             MOVE "PROGRAM ALREADY NAMED ON A *RETR-PROG CARD"    EXEC84.2
014923                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014924             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014925     ELSE                                                         EXEC84.2
014926     IF      WG-PROG-CT < 50                                      EXEC84.2
014927             ADD  1 TO WG-PROG-CT                                 EXEC84.2
014928             MOVE WB-RETRPROG TO WG-PROG (WG-PROG-CT)             EXEC84.2
014929     ELSE                                                         EXEC84.2
014930             MOVE "RETRIEVAL PROGRAM TABLE FULL - MAX 50"         EXEC84.2
014931                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014932             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014933     END-IF                                                       EXEC84.2
014934     END-IF                                                       EXEC84.2
014935     END-IF.                                                      EXEC84.2
014936                                                                  EXEC84.2
014937 C20-33A-CHECK-DUPLICATE.                                         EXEC84.2
014938     IF      WG-PROG (WG-IX) = WB-RETRPROG                        EXEC84.2
014939             MOVE "Y" TO WG-DUP                                   EXEC84.2
014940     END-IF.                                                      EXEC84.2
014941 C20-EXIT.                                                        EXEC84.2
014942     EXIT.                                                        EXEC84.2
014943/                                                                 EXEC84.2
014944                                                                  EXEC84.2
014945 C30-CHECK-COMBINATIONS SECTION.                                  EXEC84.2
014946*========================                                         EXEC84.2
014947*                                                                 EXEC84.2
014948******************************************************************EXEC84.2
014949**   CHECKS FOR CONTRADICTORY OPTION SWITCH COMBINATIONS.       * EXEC84.2
014950******************************************************************EXEC84.2
014951 C30-1-VALIDATE.                                                  EXEC84.2
014952     IF      WY-EXTRACT-DELTA = "Y"                               EXEC84.2
014953         AND (WY-EXTRACT-ALL = "Y"                                EXEC84.2
014954          OR  WY-EXTRACT-AUTO = "Y"                               EXEC84.2
014955          OR  WY-EXTRACT-MAN = "Y")                               EXEC84.2
014956             MOVE "EXTRACT MODES ARE MUTUALLY EXCLUSIVE"          EXEC84.2
014957                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014958             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014959     END-IF.                                                      EXEC84.2
014960*    A VENDOR MERGE NEVER APPLIES SELECTIONS - THE COMBINED       EXEC84.2
014961*    POPULATION MUST BE COMPLETE - SO A DECK KEYING BOTH IS A     EXEC84.2
014962*    MISTAKE, NOT A RUN THAT SILENTLY IGNORES ITS *SELECT/*FIND   EXEC84.2
014963*    CARDS.                                                       EXEC84.2
014964     IF      WZ-VENDOR-MERGE = "Y"                                EXEC84.2
014965         AND (WY-SELECT-PROG = "Y" OR WY-SELECT-MODULE = "Y"      EXEC84.2
014966          OR  WY-SELECT-LEVEL = "Y" OR WY-SELECT-FIND = "Y")      EXEC84.2
014967             MOVE "*VENDOR-MERGE CANNOT COMBINE WITH SELECTION"   EXEC84.2
014968                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014969             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014970     END-IF.                                                      EXEC84.2
014971                                                                  EXEC84.2
014972*    A CERTIFICATION RUN READS THE MANIFEST OF AN EARLIER RUN, SO EXEC84.2
014973*    IT CANNOT ALSO BE THE RUN THAT PRODUCES ONE.                 EXEC84.2
014974     IF      WZ-CERTIFY-RUN = "Y"                                 EXEC84.2
014975         AND WZ-VENDOR-MERGE = "Y"                                EXEC84.2
014976             MOVE "*CERTIFY CANNOT COMBINE WITH *VENDOR-MERGE"    EXEC84.2
014977                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014978             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014979     END-IF.                                                      EXEC84.2
014980*    A "*LEDGER" INQUIRY IS A RUN OF ITS OWN, AND ITS SELECTION   EXEC84.2
014981*    CARDS MEAN NOTHING TO ANY OTHER KIND OF RUN.                 EXEC84.2
014982     IF      WZ-LEDGER-RUN = "Y"                                  EXEC84.2
014983         AND (WZ-VENDOR-MERGE = "Y" OR WZ-CERTIFY-RUN = "Y")      EXEC84.2
014984             MOVE "*LEDGER CANNOT COMBINE WITH ANOTHER RUN MODE"  EXEC84.2
014985                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014986             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014987     END-IF.                                                      EXEC84.2
014988     IF      WZ-LEDGER-RUN NOT = "Y"                              EXEC84.2
014989         AND (WW-SEL-PROG-CT > ZERO OR WW-SEL-MODULE-CT > ZERO    EXEC84.2
014990          OR  WW-SEL-DATES = "Y")                                 EXEC84.2
014991             MOVE "*LEDG- SELECTION CARDS NEED A *LEDGER CARD"    EXEC84.2
014992                 TO WZ-ERROR-MESSAGE                              EXEC84.2
014993             PERFORM C20-8-INVALID-CARD                           EXEC84.2
014994     END-IF.                                                      EXEC84.2
014995*    A "*RETRIEVE" RUN ONLY READS THE POPULATION AND ITS INDEX,   EXEC84.2
014996*    AND ITS "*RETR-PROG" CARDS MEAN NOTHING TO ANY OTHER RUN.    EXEC84.2
014997     IF      WZ-RETRIEVE-RUN = "Y"                                EXEC84.2
014998         AND (WZ-VENDOR-MERGE = "Y" OR WZ-CERTIFY-RUN = "Y"       EXEC84.2
014999          OR  WZ-LEDGER-RUN = "Y")                                EXEC84.2
015000             MOVE "*RETRIEVE CANNOT COMBINE WITH ANOTHER RUN MODE"EXEC84.2
015001                 TO WZ-ERROR-MESSAGE                              EXEC84.2
015002             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015003     END-IF.                                                      EXEC84.2
015004     IF      WZ-RETRIEVE-RUN = "Y"                                EXEC84.2
015005         AND WG-PROG-CT = ZERO                                    EXEC84.2
015006             MOVE "*RETRIEVE NEEDS AT LEAST ONE *RETR-PROG CARD"  EXEC84.2
015007                 TO WZ-ERROR-MESSAGE                              EXEC84.2
015008             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015009     END-IF.                                                      EXEC84.2
015010     IF      WZ-RETRIEVE-RUN NOT = "Y"                            EXEC84.2
015011         AND WG-PROG-CT > ZERO                                    EXEC84.2
015012             MOVE "*RETR-PROG CARDS NEED A *RETRIEVE CARD"        EXEC84.2
015013                 TO WZ-ERROR-MESSAGE                              EXEC84.2
015014             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015015     END-IF.                                                      EXEC84.2
015016*    A "*STAGE" RUN ONLY FILES ITS DECKS AWAY FOR A LATER CYCLE.  EXEC84.2
015017     IF      WZ-STAGE-RUN = "Y"                                   EXEC84.2
015018         AND (WZ-VENDOR-MERGE = "Y" OR WZ-CERTIFY-RUN = "Y"       EXEC84.2
015019          OR  WZ-LEDGER-RUN = "Y" OR WZ-RETRIEVE-RUN = "Y"        EXEC84.2
015020          OR  WZ-VERIFY-ONLY = "Y")                               EXEC84.2
015021             MOVE "*STAGE CANNOT COMBINE WITH ANOTHER RUN MODE"   EXEC84.2
015022                 TO WZ-ERROR-MESSAGE                              EXEC84.2
015023             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015024     END-IF.                                                      EXEC84.2
015025*    "*FORMAT-ALL" CHECKS LINES AS THE MERGE EMITS THEM - A       EXEC84.2
015026*    VENDOR MERGE, CERTIFICATION RUN, LEDGER INQUIRY, RETRIEVAL   EXEC84.2
015027*    OR STAGING RUN EMITS NONE.                                   EXEC84.2
015028     IF      WZ-FORMAT-ALL = "Y"                                  EXEC84.2
015029         AND (WZ-VENDOR-MERGE = "Y" OR WZ-CERTIFY-RUN = "Y"       EXEC84.2
015030          OR  WZ-LEDGER-RUN = "Y" OR WZ-RETRIEVE-RUN = "Y"        EXEC84.2
015031          OR  WZ-STAGE-RUN = "Y")                                 EXEC84.2
015032             MOVE "*FORMAT-ALL CANNOT COMBINE WITH THIS RUN MODE" EXEC84.2
015033                 TO WZ-ERROR-MESSAGE                              EXEC84.2
015034             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015035     END-IF.                                                      EXEC84.2
015036                                                                  EXEC84.2
015037*    NAMED STREAMS SPLIT THE EXTRACT OF A NORMAL MERGE RUN - A    EXEC84.2
015038*    VENDOR MERGE, CERTIFICATION RUN, LEDGER INQUIRY, RETRIEVAL OREXEC84.2
015039*    STAGING RUN HAS NONE.                                        EXEC84.2
015040     IF      WY-STREAM-CT > ZERO                                  EXEC84.2
015041         AND (WZ-VENDOR-MERGE = "Y" OR WZ-CERTIFY-RUN = "Y"       EXEC84.2
015042          OR  WZ-LEDGER-RUN = "Y" OR WZ-RETRIEVE-RUN = "Y"        EXEC84.2
015043          OR  WZ-STAGE-RUN = "Y")                                 EXEC84.2
015044             MOVE "*STREAM CANNOT COMBINE WITH THIS RUN MODE"     EXEC84.2
015045                 TO WZ-ERROR-MESSAGE                              EXEC84.2
015046             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015047     END-IF.                                                      EXEC84.2
015048     PERFORM C30-2-RESOLVE-STREAM                                 EXEC84.2
015049             VARYING WY-STREAM-IX FROM 1 BY 1                     EXEC84.2
015050             UNTIL   WY-STREAM-IX > WY-STREAM-CT.                 EXEC84.2
015051                                                                  EXEC84.2
015052******************************************************************EXEC84.2
015053**   SETS EACH STREAM'S SWITCHES FROM ITS PROFILE (OR THE RUN'S  *EXEC84.2
015054**   OWN), THEN ITS EXTRACT MODE - A MODE KEYED ON THE *STREAM   *EXEC84.2
015055**   CARD OVERRIDES SWITCHES 1-4 OF THE PROFILE.  PROFILES ARE   *EXEC84.2
015056**   LOOKED UP HERE, ONCE THE WHOLE DECK IS IN, SO A "*SAVEPROF" *EXEC84.2
015057**   CARD ANYWHERE IN THE DECK CAN SERVE A STREAM.               *EXEC84.2
015058******************************************************************EXEC84.2
015059 C30-2-RESOLVE-STREAM.                                            EXEC84.2
015060     IF      WY-STREAM-PROFILE (WY-STREAM-IX) = SPACES            EXEC84.2
015061             MOVE WY-OPTION-SWITCHES                              EXEC84.2
015062                 TO WY-STREAM-SWITCHES (WY-STREAM-IX)             EXEC84.2
015063     ELSE                                                         EXEC84.2
015064             MOVE "N" TO WZ-PROFILE-FOUND                         EXEC84.2
015065             PERFORM C30-2A-FIND-STREAM-PROFILE                   EXEC84.2
015066                     VARYING SUB3 FROM 1 BY 1                     EXEC84.2
015067                     UNTIL   SUB3 > 20 OR WZ-PROFILE-FOUND = "Y"  EXEC84.2
015068             IF WZ-PROFILE-FOUND NOT = "Y"                        EXEC84.2
015069                 MOVE WY-OPTION-SWITCHES                          EXEC84.2
015070                     TO WY-STREAM-SWITCHES (WY-STREAM-IX)         EXEC84.2
015071                 MOVE SPACES TO WZ-ERROR-MESSAGE                  EXEC84.2
015072                 STRING "PROFILE FOR STREAM " DELIMITED BY SIZE   EXEC84.2
015073                        WY-STREAM-NAME (WY-STREAM-IX)             EXEC84.2
015074                                              DELIMITED BY SPACE  EXEC84.2
015075                        " WAS NOT FOUND"      DELIMITED BY SIZE   EXEC84.2
015076                     INTO WZ-ERROR-MESSAGE                        EXEC84.2
015077                 PERFORM C20-8-INVALID-CARD                       EXEC84.2
015078             END-IF                                               EXEC84.2
015079     END-IF.                                                      EXEC84.2
015080     MOVE    WY-STREAM-SW (WY-STREAM-IX, 1)                       EXEC84.2
015081         TO  WY-STREAM-ALL (WY-STREAM-IX).                        EXEC84.2
015082     MOVE    WY-STREAM-SW (WY-STREAM-IX, 2)                       EXEC84.2
015083         TO  WY-STREAM-AUTO (WY-STREAM-IX).                       EXEC84.2
015084     MOVE    WY-STREAM-SW (WY-STREAM-IX, 3)                       EXEC84.2
015085         TO  WY-STREAM-MAN (WY-STREAM-IX).                        EXEC84.2
015086     MOVE    WY-STREAM-SW (WY-STREAM-IX, 4)                       EXEC84.2
015087         TO  WY-STREAM-DELTA (WY-STREAM-IX).                      EXEC84.2
015088     MOVE    WY-STREAM-SW (WY-STREAM-IX, 12)                      EXEC84.2
015089         TO  WY-STREAM-NO-SOURCE (WY-STREAM-IX).                  EXEC84.2
015090     IF      WY-STREAM-MODE (WY-STREAM-IX) NOT = SPACES           EXEC84.2
015091             MOVE "N" TO WY-STREAM-ALL (WY-STREAM-IX)             EXEC84.2
015092             MOVE "N" TO WY-STREAM-AUTO (WY-STREAM-IX)            EXEC84.2
015093             MOVE "N" TO WY-STREAM-MAN (WY-STREAM-IX)             EXEC84.2
015094             MOVE "N" TO WY-STREAM-DELTA (WY-STREAM-IX)           EXEC84.2
015095             EVALUATE WY-STREAM-MODE (WY-STREAM-IX)               EXEC84.2
015096                 WHEN "ALL"                                       EXEC84.2
015097                     MOVE "Y" TO WY-STREAM-ALL (WY-STREAM-IX)     EXEC84.2
015098                 WHEN "AUTO"                                      EXEC84.2
015099                     MOVE "Y" TO WY-STREAM-AUTO (WY-STREAM-IX)    EXEC84.2
015100                 WHEN "MAN"                                       EXEC84.2
015101                     MOVE "Y" TO WY-STREAM-MAN (WY-STREAM-IX)     EXEC84.2
015102                 WHEN OTHER                                       EXEC84.2
015103                     MOVE "Y" TO WY-STREAM-DELTA (WY-STREAM-IX)   EXEC84.2
015104             END-EVALUATE                                         EXEC84.2
015105     END-IF.                                                      EXEC84.2
015106     IF      WY-STREAM-DELTA (WY-STREAM-IX) = "Y"                 EXEC84.2
015107         AND (WY-STREAM-ALL (WY-STREAM-IX) = "Y"                  EXEC84.2
015108          OR  WY-STREAM-AUTO (WY-STREAM-IX) = "Y"                 EXEC84.2
015109          OR  WY-STREAM-MAN (WY-STREAM-IX) = "Y")                 EXEC84.2
015110             MOVE SPACES TO WZ-ERROR-MESSAGE                      EXEC84.2
015111             STRING "STREAM "                 DELIMITED BY SIZE   EXEC84.2
015112                    WY-STREAM-NAME (WY-STREAM-IX)                 EXEC84.2
015113                                              DELIMITED BY SPACE  EXEC84.2
015114                    " EXTRACT MODES ARE MUTUALLY EXCLUSIVE"       EXEC84.2
015115                                              DELIMITED BY SIZE   EXEC84.2
015116                 INTO WZ-ERROR-MESSAGE                            EXEC84.2
015117             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015118     END-IF.                                                      EXEC84.2
015119     IF      WY-STREAM-ALL (WY-STREAM-IX) NOT = "Y"               EXEC84.2
015120         AND WY-STREAM-AUTO (WY-STREAM-IX) NOT = "Y"              EXEC84.2
015121         AND WY-STREAM-MAN (WY-STREAM-IX) NOT = "Y"               EXEC84.2
015122         AND WY-STREAM-DELTA (WY-STREAM-IX) NOT = "Y"             EXEC84.2
015123             MOVE SPACES TO WZ-ERROR-MESSAGE                      EXEC84.2
015124             STRING "STREAM "                 DELIMITED BY SIZE   EXEC84.2
015125                    WY-STREAM-NAME (WY-STREAM-IX)                 EXEC84.2
015126                                              DELIMITED BY SPACE  EXEC84.2
015127                    " HAS NO EXTRACT MODE"    DELIMITED BY SIZE   EXEC84.2
015128                 INTO WZ-ERROR-MESSAGE                            EXEC84.2
015129             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015130     END-IF.                                                      EXEC84.2
015131*    THE STREAMS SHARE ONE MERGE, SO THE MERGE AND LISTING        EXEC84.2
015132*    SWITCHES (5-9, 13, 14, 18 AND 19) ALWAYS COME FROM THE RUN.  EXEC84.2
015133*    A STREAM PROFILE THAT SETS THEM DIFFERENTLY IS NOT AN ERROR, EXEC84.2
015134*    BUT THE LISTING SAYS SO.                                     EXEC84.2
015135     MOVE    "N" TO WY-STREAM-HIT.                                EXEC84.2
015136     PERFORM C30-3-COMPARE-SHARED-SWITCH                          EXEC84.2
015137             VARYING SUB4 FROM 5 BY 1 UNTIL SUB4 > 19.            EXEC84.2
015138     IF      WY-STREAM-HIT = "Y"                                  EXEC84.2
015139             MOVE SPACES TO PRINT-DATA                            EXEC84.2
015140             STRING " ** STREAM "             DELIMITED BY SIZE   EXEC84.2
015141                    WY-STREAM-NAME (WY-STREAM-IX)                 EXEC84.2
015142                                              DELIMITED BY SPACE  EXEC84.2
015143                    ": MERGE AND LISTING SWITCHES IN ITS PROFILE" EXEC84.2
015144                                              DELIMITED BY SIZE   EXEC84.2
015145                    " ARE IGNORED - THE RUN'S OWN SETTINGS APPLY" EXEC84.2
015146                                              DELIMITED BY SIZE   EXEC84.2
015147                 INTO PRINT-DATA                                  EXEC84.2
015148             PERFORM X20-PRINT-DETAIL                             EXEC84.2
015149     END-IF.                                                      EXEC84.2
015150                                                                  EXEC84.2
015151 C30-2A-FIND-STREAM-PROFILE.                                      EXEC84.2
015152     IF      WY-PROFILE-NAME (SUB3)                               EXEC84.2
015153             = WY-STREAM-PROFILE (WY-STREAM-IX)                   EXEC84.2
015154             MOVE WY-PROFILE-SWITCHES (SUB3)                      EXEC84.2
015155                 TO WY-STREAM-SWITCHES (WY-STREAM-IX)             EXEC84.2
015156             MOVE "Y" TO WZ-PROFILE-FOUND                         EXEC84.2
015157     END-IF.                                                      EXEC84.2
015158                                                                  EXEC84.2
015159 C30-3-COMPARE-SHARED-SWITCH.                                     EXEC84.2
015160     IF      SUB4 < 10 OR SUB4 = 13 OR SUB4 = 14                  EXEC84.2
015161         OR  SUB4 = 18 OR SUB4 = 19                               EXEC84.2
015162         IF  (WY-STREAM-SW (WY-STREAM-IX, SUB4) = "Y"             EXEC84.2
015163              AND WY-OPT-SW (SUB4) NOT = "Y")                     EXEC84.2
015164          OR (WY-STREAM-SW (WY-STREAM-IX, SUB4) NOT = "Y"         EXEC84.2
015165              AND WY-OPT-SW (SUB4) = "Y")                         EXEC84.2
015166             MOVE "Y" TO WY-STREAM-HIT                            EXEC84.2
015167         END-IF                                                   EXEC84.2
015168     END-IF.                                                      EXEC84.2
015169                                                                  EXEC84.2
015170 C30-EXIT.                                                        EXEC84.2
015171     EXIT.                                                        EXEC84.2
015172/                                                                 EXEC84.2
015173                                                                  EXEC84.2
015174 C40-PROCESS-X-CARDS SECTION.                                     EXEC84.2
015175*=====================                                            EXEC84.2
015176*                                                                 EXEC84.2
015177******************************************************************EXEC84.2
015178**   STORES EACH X-CARDS SUBSTITUTION TEXT AND PROGRAM         *  EXEC84.2
015179**   POSITION INTO THE X-CARD TABLES, KEYED BY X-CARD NUMBER.   * EXEC84.2
015180******************************************************************EXEC84.2
015181 C40-1-STORE-X-CARD.                                              EXEC84.2
015182     IF      WB-X-CARD-NUM NOT NUMERIC                            EXEC84.2
015183         OR  WB-X-CARD-NUM NOT > ZERO                             EXEC84.2
015184         OR  WB-X-CARD-NUM > 200                                  EXEC84.2
015185             MOVE "X-CARD NUMBER OUT OF RANGE 001-200"            EXEC84.2
015186                 TO WZ-ERROR-MESSAGE                              EXEC84.2
015187             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015188     ELSE                                                         EXEC84.2
015189             MOVE WB-SUBS-TEXT TO WX-X-CARD (WB-X-CARD-NUM)       EXEC84.2
015190             MOVE WB-PROG-POS-NUM TO WX-PROG-POS (WB-X-CARD-NUM)  EXEC84.2
015191     END-IF.                                                      EXEC84.2
015192     READ    CONTROL-CARD-FILE INTO WB-CONTROL-DATA               EXEC84.2
015193             AT END MOVE "*END-MONITOR" TO WB-12                  EXEC84.2
015194         NOT AT END ADD 1 TO WZ-CARD-NUMBER                       EXEC84.2
015195     END-READ.                                                    EXEC84.2
015196                                                                  EXEC84.2
015197 C40-EXIT.                                                        EXEC84.2
015198     EXIT.                                                        EXEC84.2
015199/                                                                 EXEC84.2
015200                                                                  EXEC84.2
015201 C50-PRINT-OPTIONS SECTION.                                       EXEC84.2
015202*===========================                                      EXEC84.2
015203*                                                                 EXEC84.2
015204******************************************************************EXEC84.2
015205**   PRINTS THE OPTION SWITCH SETTINGS PAGE.  (THE X-CARD       * EXEC84.2
015210**   USAGE REPORT IS PRINTED SEPARATELY BY C60, ONCE THE MERGE  * EXEC84.2
015220**   HAS ACTUALLY RUN AND USAGE COUNTS EXIST - SEE C60 BELOW.)  * EXEC84.2
015230******************************************************************EXEC84.2
015450                 INTO PRINT-DATA                                  EXEC84.2
015460             PERFORM X20-PRINT-DETAIL                             EXEC84.2
015470     END-IF.                                                      EXEC84.2
015471     IF      WI-CLASS-LOADED-CT > ZERO OR WI-CLASS-BAD-CT > ZERO  EXEC84.2
015472             MOVE WI-CLASS-LOADED-CT TO WI-RPT-CT                 EXEC84.2
015473             MOVE WI-CLASS-BAD-CT TO WI-RPT-BAD                   EXEC84.2
015474             MOVE SPACES TO PRINT-DATA                            EXEC84.2
015475             STRING " AUTO/MANUAL CLASSIFICATION LOADED: "        EXEC84.2
015476                                                 DELIMITED BY SIZEEXEC84.2
015477                    WI-RPT-CT                  DELIMITED BY SIZE  EXEC84.2
015478                    " ENTRIES, "               DELIMITED BY SIZE  EXEC84.2
015479                    WI-RPT-BAD                 DELIMITED BY SIZE  EXEC84.2
015480                    " BAD RECORDS SKIPPED"     DELIMITED BY SIZE  EXEC84.2
015481                 INTO PRINT-DATA                                  EXEC84.2
015482             PERFORM X20-PRINT-DETAIL                             EXEC84.2
015483     END-IF.                                                      EXEC84.2
015484     IF      WZ-FORMAT-ALL = "Y"                                  EXEC84.2
015485             MOVE " FORMAT-CHECKING EVERY SELECTED PROGRAM LINE"  EXEC84.2
015486                 TO PRINT-DATA                                    EXEC84.2
015487             PERFORM X20-PRINT-DETAIL                             EXEC84.2
015488     END-IF.                                                      EXEC84.2
015489     IF      WY-STREAM-CT > ZERO                                  EXEC84.2
015490             MOVE SPACES TO PRINT-DATA                            EXEC84.2
015491             PERFORM X20-PRINT-DETAIL                             EXEC84.2
015492             MOVE " EXTRACT STREAMS -" TO PRINT-DATA              EXEC84.2
015493             PERFORM X20-PRINT-DETAIL                             EXEC84.2
015494             PERFORM C50-3-PRINT-ONE-STREAM                       EXEC84.2
015495                     VARYING WY-STREAM-IX FROM 1 BY 1             EXEC84.2
015496                     UNTIL   WY-STREAM-IX > WY-STREAM-CT          EXEC84.2
015497     END-IF.                                                      EXEC84.2
015498                                                                  EXEC84.2
015499 C50-2-BUILD-SWITCH-CHAR.                                         EXEC84.2
015500     MOVE    WY-OPT-SW (SUB4) TO WV-OPT (SUB4).                   EXEC84.2
015510                                                                  EXEC84.2
015511*    TWO LINES PER NAMED STREAM: ITS MODE AND PROFILE, THEN WHAT  EXEC84.2
015512*    ITS SELECTION CARDS ASK FOR.                                 EXEC84.2
015513 C50-3-PRINT-ONE-STREAM.                                          EXEC84.2
015514     PERFORM C50-4-SET-MODE-TEXT.                                 EXEC84.2
015515     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
015516     IF      WY-STREAM-PROFILE (WY-STREAM-IX) = SPACES            EXEC84.2
015517             STRING "   "                     DELIMITED BY SIZE   EXEC84.2
015518                    WY-STREAM-NAME (WY-STREAM-IX)                 EXEC84.2
015519                                              DELIMITED BY SIZE   EXEC84.2
015520                    "  MODE "                 DELIMITED BY SIZE   EXEC84.2
015521                    WY-MODE-TEXT              DELIMITED BY SIZE   EXEC84.2
015522                    "  PROFILE (RUN SWITCHES)"                    EXEC84.2
015523                                              DELIMITED BY SIZE   EXEC84.2
015524                 INTO PRINT-DATA                                  EXEC84.2
015525     ELSE                                                         EXEC84.2
015526             STRING "   "                     DELIMITED BY SIZE   EXEC84.2
015527                    WY-STREAM-NAME (WY-STREAM-IX)                 EXEC84.2
015528                                              DELIMITED BY SIZE   EXEC84.2
015529                    "  MODE "                 DELIMITED BY SIZE   EXEC84.2
015530                    WY-MODE-TEXT              DELIMITED BY SIZE   EXEC84.2
015531                    "  PROFILE "              DELIMITED BY SIZE   EXEC84.2
015532                    WY-STREAM-PROFILE (WY-STREAM-IX)              EXEC84.2
015533                                              DELIMITED BY SIZE   EXEC84.2
015534                 INTO PRINT-DATA                                  EXEC84.2
015535     END-IF.                                                      EXEC84.2
015536     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
015537     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
015538     IF      WY-STREAM-PROG-CT (WY-STREAM-IX) = ZERO              EXEC84.2
015539         AND WY-STREAM-MODULE-CT (WY-STREAM-IX) = ZERO            EXEC84.2
015540         AND WY-STREAM-LEVEL (WY-STREAM-IX) = SPACE               EXEC84.2
015541             MOVE "      SELECTS EVERY PROGRAM" TO PRINT-DATA     EXEC84.2
015542     ELSE                                                         EXEC84.2
015543             MOVE WY-STREAM-PROG-CT (WY-STREAM-IX) TO WY-RPT-CT   EXEC84.2
015544             MOVE WY-STREAM-MODULE-CT (WY-STREAM-IX) TO WY-RPT-MODEXEC84.2
015545             STRING "      SELECTS "          DELIMITED BY SIZE   EXEC84.2
015546                    WY-RPT-CT                 DELIMITED BY SIZE   EXEC84.2
015547                    " PROGRAMS, "             DELIMITED BY SIZE   EXEC84.2
015548                    WY-RPT-MOD                DELIMITED BY SIZE   EXEC84.2
015549                    " MODULES, LEVEL "        DELIMITED BY SIZE   EXEC84.2
015550                    WY-STREAM-LEVEL (WY-STREAM-IX)                EXEC84.2
015551                                              DELIMITED BY SIZE   EXEC84.2
015552                 INTO PRINT-DATA                                  EXEC84.2
015553     END-IF.                                                      EXEC84.2
015554     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
015555                                                                  EXEC84.2
015556 C50-4-SET-MODE-TEXT.                                             EXEC84.2
015557     IF      WY-STREAM-DELTA (WY-STREAM-IX) = "Y"                 EXEC84.2
015558             MOVE "DELTA" TO WY-MODE-TEXT                         EXEC84.2
015559     ELSE                                                         EXEC84.2
015560     IF      WY-STREAM-ALL (WY-STREAM-IX) = "Y"                   EXEC84.2
015561             MOVE "ALL" TO WY-MODE-TEXT                           EXEC84.2
015562     ELSE                                                         EXEC84.2
015563     IF      WY-STREAM-AUTO (WY-STREAM-IX) = "Y"                  EXEC84.2
015564         AND WY-STREAM-MAN (WY-STREAM-IX) = "Y"                   EXEC84.2
015565             MOVE "AUTO+MAN" TO WY-MODE-TEXT                      EXEC84.2
015566     ELSE                                                         EXEC84.2
015567     IF      WY-STREAM-AUTO (WY-STREAM-IX) = "Y"                  EXEC84.2
015568             MOVE "AUTO" TO WY-MODE-TEXT                          EXEC84.2
015569     ELSE                                                         EXEC84.2
015570     IF      WY-STREAM-MAN (WY-STREAM-IX) = "Y"                   EXEC84.2
015571             MOVE "MAN" TO WY-MODE-TEXT                           EXEC84.2
015572     ELSE                                                         EXEC84.2
015573             MOVE "NONE" TO WY-MODE-TEXT                          EXEC84.2
015574     END-IF                                                       EXEC84.2
015575     END-IF                                                       EXEC84.2
015576     END-IF                                                       EXEC84.2
015577     END-IF                                                       EXEC84.2
015578     END-IF.                                                      EXEC84.2
015579                                                                  EXEC84.2
015580 C50-EXIT.                                                        EXEC84.2
015581     EXIT.                                                        EXEC84.2
015582/                                                                 EXEC84.2
015583                                                                  EXEC84.2
015584 C80-PRESCAN-POPULATION SECTION.                                  EXEC84.2
015585*===============================                                  EXEC84.2
015586*                                                                 EXEC84.2
015590******************************************************************EXEC84.2
015600**   ONE READ-ONLY PASS OVER POPULATION-FILE BEFORE THE MERGE.   *EXEC84.2
015610**   EVERY *HEADER IS COLLECTED (PROGRAM ID PLUS THE TWO         *EXEC84.2
015930             PERFORM C20-8-INVALID-CARD                           EXEC84.2
015940     END-IF.                                                      EXEC84.2
015950     PERFORM C80-10-PRINT-QUARANTINE-REPORT.                      EXEC84.2
015951     PERFORM C80-15-VERIFY-CONTROL-TOTALS.                        EXEC84.2
015960     IF      WY-SELECT-FIND = "Y"                                 EXEC84.2
015970             PERFORM C80-13-ADD-FIND-SELECTIONS                   EXEC84.2
015980     END-IF.                                                      EXEC84.2
016010         OR  WY-SELECT-FIND = "Y"                                 EXEC84.2
016020             PERFORM C80-4-RESOLVE-DEPENDENCIES                   EXEC84.2
016030     END-IF.                                                      EXEC84.2
016031     IF      WY-STREAM-CT > ZERO                                  EXEC84.2
016032             PERFORM C80-14-RESOLVE-STREAMS                       EXEC84.2
016033     END-IF.                                                      EXEC84.2
016040                                                                  EXEC84.2
016050 C80-2-SCAN-ONE-LINE.                                             EXEC84.2
016060     PERFORM D10-9J-GET-POP-LINE.                                 EXEC84.2
016180                         PERFORM C80-12-CHECK-FIND-STRINGS        EXEC84.2
016190                     END-IF                                       EXEC84.2
016200                 END-IF                                           EXEC84.2
016201                 PERFORM C80-16-TOTAL-INCOMING-LINE               EXEC84.2
016210             END-IF                                               EXEC84.2
016220     END-IF.                                                      EXEC84.2
016230                                                                  EXEC84.2
016310             MOVE "N" TO WN-QUAR (WN-HEADER-CT)                   EXEC84.2
016320             MOVE "N" TO WN-FIND-HIT (WN-HEADER-CT)               EXEC84.2
016330             MOVE SPACES TO WN-QUAR-REASON (WN-HEADER-CT)         EXEC84.2
016331             MOVE WC-COBOL TO WN-TYPE (WN-HEADER-CT)              EXEC84.2
016332             MOVE WC-MODULE TO WN-MODULE (WN-HEADER-CT)           EXEC84.2
016333             MOVE WC-LEVEL TO WN-LEVEL (WN-HEADER-CT)             EXEC84.2
016334             MOVE ZERO TO WN-LINES (WN-HEADER-CT)                 EXEC84.2
016335             MOVE ZERO TO WN-HASH (WN-HEADER-CT)                  EXEC84.2
016336             MOVE "N" TO WN-TOT-SEEN (WN-HEADER-CT)               EXEC84.2
016340             MOVE WN-HEADER-CT TO WQ-CURR-IX                      EXEC84.2
016350             MOVE LOW-VALUES TO WQ-PREV-SEQ                       EXEC84.2
016360*            "*HEADER DATA" (TEST DATA FILE) AND "*HEADER CLBRY"  EXEC84.2
016361*            (COPY LIBRARY TEXT) MEMBERS ARE CARRIED AND UPDATED  EXEC84.2
016362*            LIKE PROGRAMS; ANY OTHER MEMBER TYPE IS MALFORMED.   EXEC84.2
016363             IF WC-PROG-ID = SPACES                               EXEC84.2
016364                OR (WC-COBOL NOT = "COBOL"                        EXEC84.2
016365                AND WC-COBOL NOT = "DATA "                        EXEC84.2
016366                AND WC-COBOL NOT = "CLBRY")                       EXEC84.2
016370                 MOVE "MALFORMED HEADER RECORD" TO WQ-REASON      EXEC84.2
016380                 PERFORM C80-3B-QUARANTINE-CURRENT                EXEC84.2
016390             END-IF                                               EXEC84.2
018630         END-IF                                                   EXEC84.2
018640     END-IF.                                                      EXEC84.2
018650                                                                  EXEC84.2
018651******************************************************************EXEC84.2
018652**   THE SAME RESOLUTION FOR EACH NAMED EXTRACT STREAM.  EVERY   *EXEC84.2
018653**   COLLECTED HEADER IS TESTED AGAINST THE STREAM'S OWN         *EXEC84.2
018654**   SELECTION (D10-4F2) AND THE ANSWER KEPT IN WN-STREAM-SEL;   *EXEC84.2
018655**   A SELECTED MAIN PROGRAM THEN PULLS ITS SUBPROGRAMS INTO     *EXEC84.2
018656**   THE SAME STREAM.  D10-4F READS THE ANSWER BACK AS EACH      *EXEC84.2
018657**   PROGRAM IS MERGED.                                          *EXEC84.2
018658******************************************************************EXEC84.2
018659 C80-14-RESOLVE-STREAMS.                                          EXEC84.2
018660     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
018661     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
018662     MOVE    "EXTRACT STREAM DEPENDENCY REPORT" TO PRINT-DATA.    EXEC84.2
018663     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
018664     PERFORM C80-14A-EVALUATE-ONE-HEADER                          EXEC84.2
018665             VARYING SUB5 FROM 1 BY 1                             EXEC84.2
018666             UNTIL   SUB5 > WN-HEADER-CT.                         EXEC84.2
018667     PERFORM C80-14C-PULL-IN-FOR-STREAM                           EXEC84.2
018668             VARYING WY-STREAM-IX FROM 1 BY 1                     EXEC84.2
018669             UNTIL   WY-STREAM-IX > WY-STREAM-CT.                 EXEC84.2
018670                                                                  EXEC84.2
018671 C80-14A-EVALUATE-ONE-HEADER.                                     EXEC84.2
018672     MOVE    SPACES TO WC-CURRENT-POP-RECORD.                     EXEC84.2
018673     MOVE    WN-PROG-ID (SUB5) TO WC-PROG-ID.                     EXEC84.2
018674     MOVE    WN-MODULE (SUB5) TO WC-MODULE.                       EXEC84.2
018675     MOVE    WN-LEVEL (SUB5) TO WC-LEVEL.                         EXEC84.2
018676     MOVE    WN-TYPE (SUB5) TO WC-COBOL.                          EXEC84.2
018677     PERFORM C80-14B-EVALUATE-FOR-STREAM                          EXEC84.2
018678             VARYING WY-STREAM-IX FROM 1 BY 1                     EXEC84.2
018679             UNTIL   WY-STREAM-IX > WY-STREAM-CT.                 EXEC84.2
018680                                                                  EXEC84.2
018681 C80-14B-EVALUATE-FOR-STREAM.                                     EXEC84.2
018682     PERFORM D10-4F2-CHECK-STREAM-SELECTION.                      EXEC84.2
018683     MOVE    WY-STREAM-HIT TO WN-STREAM-SEL (SUB5, WY-STREAM-IX). EXEC84.2
018684                                                                  EXEC84.2
018685 C80-14C-PULL-IN-FOR-STREAM.                                      EXEC84.2
018686     PERFORM C80-14D-PULL-IN-ONE-MAIN                             EXEC84.2
018687             VARYING SUB5 FROM 1 BY 1                             EXEC84.2
018688             UNTIL   SUB5 > WN-HEADER-CT.                         EXEC84.2
018689                                                                  EXEC84.2
018690 C80-14D-PULL-IN-ONE-MAIN.                                        EXEC84.2
018691     IF      WN-STREAM-SEL (SUB5, WY-STREAM-IX) = "Y"             EXEC84.2
018692             IF WN-SUBPRG (SUB5) NOT = SPACES                     EXEC84.2
018693                AND WN-SUBPRG (SUB5) NOT = WN-PROG-ID (SUB5)      EXEC84.2
018694                 MOVE WN-SUBPRG (SUB5) TO WN-NEEDED-SUB           EXEC84.2
018695                 PERFORM C80-14E-PULL-IN-ONE-SUB                  EXEC84.2
018696             END-IF                                               EXEC84.2
018697             IF WN-PROG2ID (SUB5) NOT = SPACES                    EXEC84.2
018698                AND WN-PROG2ID (SUB5) NOT = WN-PROG-ID (SUB5)     EXEC84.2
018699                AND WN-PROG2ID (SUB5) NOT = WN-SUBPRG (SUB5)      EXEC84.2
018700                 MOVE WN-PROG2ID (SUB5) TO WN-NEEDED-SUB          EXEC84.2
018701                 PERFORM C80-14E-PULL-IN-ONE-SUB                  EXEC84.2
018702             END-IF                                               EXEC84.2
018703     END-IF.                                                      EXEC84.2
018704                                                                  EXEC84.2
018705 C80-14E-PULL-IN-ONE-SUB.                                         EXEC84.2
018706     MOVE    "N" TO WN-DEP-FOUND.                                 EXEC84.2
018707     PERFORM C80-14F-MATCH-ONE-SUB                                EXEC84.2
018708             VARYING SUB2 FROM 1 BY 1                             EXEC84.2
018709             UNTIL   SUB2 > WN-HEADER-CT                          EXEC84.2
018710                OR   WN-DEP-FOUND = "Y".                          EXEC84.2
018711     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
018712     IF      WN-DEP-FOUND = "Y"                                   EXEC84.2
018713             STRING " ** STREAM "          DELIMITED BY SIZE      EXEC84.2
018714                    WY-STREAM-NAME (WY-STREAM-IX)                 EXEC84.2
018715                                           DELIMITED BY SPACE     EXEC84.2
018716                    ": MAIN "              DELIMITED BY SIZE      EXEC84.2
018717                    WN-PROG-ID (SUB5)      DELIMITED BY SIZE      EXEC84.2
018718                    " PULLS IN SUBPROGRAM " DELIMITED BY SIZE     EXEC84.2
018719                    WN-NEEDED-SUB          DELIMITED BY SIZE      EXEC84.2
018720                 INTO PRINT-DATA                                  EXEC84.2
018721     ELSE                                                         EXEC84.2
018722             STRING " ** STREAM "          DELIMITED BY SIZE      EXEC84.2
018723                    WY-STREAM-NAME (WY-STREAM-IX)                 EXEC84.2
018724                                           DELIMITED BY SPACE     EXEC84.2
018725                    ": MAIN "              DELIMITED BY SIZE      EXEC84.2
018726                    WN-PROG-ID (SUB5)      DELIMITED BY SIZE      EXEC84.2
018727                    " NAMES SUBPROGRAM "   DELIMITED BY SIZE      EXEC84.2
018728                    WN-NEEDED-SUB          DELIMITED BY SIZE      EXEC84.2
018729                    " - NOT IN POPULATION" DELIMITED BY SIZE      EXEC84.2
018730                 INTO PRINT-DATA                                  EXEC84.2
018731     END-IF.                                                      EXEC84.2
018732     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
018733                                                                  EXEC84.2
018734 C80-14F-MATCH-ONE-SUB.                                           EXEC84.2
018735     IF      WN-PROG-ID (SUB2) = WN-NEEDED-SUB                    EXEC84.2
018736             MOVE "Y" TO WN-DEP-FOUND                             EXEC84.2
018737             MOVE "Y" TO WN-STREAM-SEL (SUB2, WY-STREAM-IX)       EXEC84.2
018738     END-IF.                                                      EXEC84.2
018739                                                                  EXEC84.2
018740                                                                  EXEC84.2
018741******************************************************************EXEC84.2
018742**   POPULATION GENERATION CHECK.  THE LAST CYCLE'S CONTROL      *EXEC84.2
018743**   TOTALS (PROGRAM COUNT, LINE COUNT AND A HASH TOTAL PER      *EXEC84.2
018744**   PROGRAM ID) ARE CHECKED AGAINST WHAT THE PRESCAN FOUND ON   *EXEC84.2
018745**   THE MOUNTED TAPE.  A WRONG GENERATION BALANCES AT E10       *EXEC84.2
018746**   AGAINST ITSELF, SO IT CAN ONLY BE CAUGHT HERE.  EVERY       *EXEC84.2
018747**   PROGRAM THAT DIFFERS IS LISTED; UNLESS "*POP-OVERRIDE"      *EXEC84.2
018748**   ACCEPTS IT, THE MERGE IS REFUSED AND THE RUN CARRIES ON AS  *EXEC84.2
018749**   A "*VERIFY" RUN, SO THE DECKS ARE STILL EDITED BUT NOTHING  *EXEC84.2
018750**   IS WRITTEN.  WITH NO CONTROL TOTALS (THE FIRST CYCLE) THE   *EXEC84.2
018751**   TAPE IS NOT CHECKED.                                        *EXEC84.2
018752******************************************************************EXEC84.2
018753 C80-15-VERIFY-CONTROL-TOTALS.                                    EXEC84.2
018754     PERFORM C80-15A-LOAD-CONTROL-TOTALS.                         EXEC84.2
018755     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
018756     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
018757     MOVE    "POPULATION GENERATION CHECK" TO PRINT-DATA.         EXEC84.2
018758     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
018759     MOVE    WV-IN-PROGS TO WV-RPT-PROGS.                         EXEC84.2
018760     MOVE    WV-IN-LINES TO WV-RPT-LINES.                         EXEC84.2
018761     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
018762     STRING  " ** INCOMING POPULATION     - " DELIMITED BY SIZE   EXEC84.2
018763             WV-RPT-PROGS                   DELIMITED BY SIZE     EXEC84.2
018764             " PROGRAMS "                   DELIMITED BY SIZE     EXEC84.2
018765             WV-RPT-LINES                   DELIMITED BY SIZE     EXEC84.2
018766             " LINES"                       DELIMITED BY SIZE     EXEC84.2
018767         INTO PRINT-DATA.                                         EXEC84.2
018768     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
018769     IF      WV-OLD-FOUND = "Y"                                   EXEC84.2
018770             PERFORM C80-15D-COMPARE-TOTALS                       EXEC84.2
018771     ELSE                                                         EXEC84.2
018772             MOVE SPACES TO PRINT-DATA                            EXEC84.2
018773             STRING " ** NO CONTROL TOTALS FOR THIS POPULATION"   EXEC84.2
018774                                            DELIMITED BY SIZE     EXEC84.2
018775                    " - GENERATION NOT VERIFIED"                  EXEC84.2
018776                                            DELIMITED BY SIZE     EXEC84.2
018777                 INTO PRINT-DATA                                  EXEC84.2
018778             PERFORM X20-PRINT-DETAIL                             EXEC84.2
018779     END-IF.                                                      EXEC84.2
018780                                                                  EXEC84.2
018781 C80-15A-LOAD-CONTROL-TOTALS.                                     EXEC84.2
018782     MOVE    "N" TO WV-OLD-EOF.                                   EXEC84.2
018783     OPEN    INPUT   CONTROL-TOTALS-FILE.                         EXEC84.2
018784     PERFORM C80-15B-READ-ONE-TOTAL                               EXEC84.2
018785             UNTIL   WV-OLD-EOF = "Y".                            EXEC84.2
018786     CLOSE   CONTROL-TOTALS-FILE.                                 EXEC84.2
018787                                                                  EXEC84.2
018788 C80-15B-READ-ONE-TOTAL.                                          EXEC84.2
018789     READ    CONTROL-TOTALS-FILE INTO WV-TOTALS-REC               EXEC84.2
018790             AT END MOVE "Y" TO WV-OLD-EOF                        EXEC84.2
018791         NOT AT END PERFORM C80-15C-STORE-ONE-TOTAL               EXEC84.2
018792     END-READ.                                                    EXEC84.2
018793                                                                  EXEC84.2
018794 C80-15C-STORE-ONE-TOTAL.                                         EXEC84.2
018795     IF      WV-TR-TYPE = "T"                                     EXEC84.2
018796             MOVE "Y" TO WV-OLD-FOUND                             EXEC84.2
018797             MOVE WV-TT-PROGS TO WV-OLD-PROGS                     EXEC84.2
018798             MOVE WV-TT-LINES TO WV-OLD-TOTAL-LINES               EXEC84.2
018799             MOVE WV-TT-RUN-DATE TO WV-OLD-RUN-DATE               EXEC84.2
018800             MOVE WV-TT-RUN-TIME TO WV-OLD-RUN-TIME               EXEC84.2
018801     ELSE                                                         EXEC84.2
018802     IF      WV-TR-TYPE = "P"                                     EXEC84.2
018803         AND WV-OLD-CT < 600                                      EXEC84.2
018804             ADD  1 TO WV-OLD-CT                                  EXEC84.2
018805             MOVE WV-TR-PROG TO WV-OLD-PROG (WV-OLD-CT)           EXEC84.2
018806             MOVE WV-TR-LINES TO WV-OLD-LINES (WV-OLD-CT)         EXEC84.2
018807             MOVE WV-TR-HASH TO WV-OLD-HASH (WV-OLD-CT)           EXEC84.2
018808     END-IF                                                       EXEC84.2
018809     END-IF.                                                      EXEC84.2
018810                                                                  EXEC84.2
018811 C80-15D-COMPARE-TOTALS.                                          EXEC84.2
018812     MOVE    WV-OLD-PROGS TO WV-RPT-PROGS.                        EXEC84.2
018813     MOVE    WV-OLD-TOTAL-LINES TO WV-RPT-LINES.                  EXEC84.2
018814     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
018815     STRING  " ** CONTROL TOTALS OF RUN "   DELIMITED BY SIZE     EXEC84.2
018816             WV-OLD-RUN-DATE                DELIMITED BY SIZE     EXEC84.2
018817             " "                            DELIMITED BY SIZE     EXEC84.2
018818             WV-OLD-RUN-TIME                DELIMITED BY SIZE     EXEC84.2
018819             " - "                          DELIMITED BY SIZE     EXEC84.2
018820             WV-RPT-PROGS                   DELIMITED BY SIZE     EXEC84.2
018821             " PROGRAMS "                   DELIMITED BY SIZE     EXEC84.2
018822             WV-RPT-LINES                   DELIMITED BY SIZE     EXEC84.2
018823             " LINES"                       DELIMITED BY SIZE     EXEC84.2
018824         INTO PRINT-DATA.                                         EXEC84.2
018825     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
018826     MOVE    ZERO TO WV-DIFF-CT.                                  EXEC84.2
018827     MOVE    ZERO TO WV-ACCEPTED-CT.                              EXEC84.2
018828     PERFORM C80-15E-CHECK-ONE-OLD                                EXEC84.2
018829             VARYING SUB5 FROM 1 BY 1                             EXEC84.2
018830             UNTIL   SUB5 > WV-OLD-CT.                            EXEC84.2
018831     PERFORM C80-15G-CHECK-ONE-PRESCAN                            EXEC84.2
018832             VARYING SUB5 FROM 1 BY 1                             EXEC84.2
018833             UNTIL   SUB5 > WN-HEADER-CT.                         EXEC84.2
018834*    STRAY LINES OUTSIDE ANY PROGRAM, OR PROGRAMS PAST THE 600    EXEC84.2
018835*    THE TABLES HOLD, SHOW ONLY IN THE TAPE-LEVEL COUNTS.         EXEC84.2
018836     IF      WV-DIFF-CT = ZERO                                    EXEC84.2
018837         AND WV-ACCEPTED-CT = ZERO                                EXEC84.2
018838         AND (WV-IN-PROGS NOT = WV-OLD-PROGS                      EXEC84.2
018839          OR  WV-IN-LINES NOT = WV-OLD-TOTAL-LINES)               EXEC84.2
018840             MOVE SPACES TO WV-DIFF-PROG                          EXEC84.2
018841             MOVE "TAPE PROGRAM OR LINE COUNT DIFFERS"            EXEC84.2
018842                 TO WV-DIFF-TEXT                                  EXEC84.2
018843             PERFORM C80-15H-REPORT-DIFFERENCE                    EXEC84.2
018844     END-IF.                                                      EXEC84.2
018845     IF      WV-DIFF-CT > ZERO                                    EXEC84.2
018846             MOVE WV-DIFF-CT TO WV-RPT-CT                         EXEC84.2
018847             MOVE SPACES TO PRINT-DATA                            EXEC84.2
018848             STRING "**** POPULATION IS NOT THE GENERATION"       EXEC84.2
018849                                            DELIMITED BY SIZE     EXEC84.2
018850                    " THE LAST CYCLE WROTE - "                    EXEC84.2
018851                                            DELIMITED BY SIZE     EXEC84.2
018852                    WV-RPT-CT               DELIMITED BY SIZE     EXEC84.2
018853                    " DIFFERENCES"          DELIMITED BY SIZE     EXEC84.2
018854                 INTO PRINT-DATA                                  EXEC84.2
018855             PERFORM X20-PRINT-DETAIL                             EXEC84.2
018856             MOVE SPACES TO PRINT-DATA                            EXEC84.2
018857             STRING "**** MERGE REFUSED - RUN CONTINUES AS"       EXEC84.2
018858                                            DELIMITED BY SIZE     EXEC84.2
018859                    " *VERIFY, NO OUTPUT IS WRITTEN"              EXEC84.2
018860                                            DELIMITED BY SIZE     EXEC84.2
018861                 INTO PRINT-DATA                                  EXEC84.2
018862             PERFORM X20-PRINT-DETAIL                             EXEC84.2
018863             MOVE "Y" TO WV-MERGE-REFUSED                         EXEC84.2
018864             MOVE "Y" TO WZ-VERIFY-ONLY                           EXEC84.2
018865     ELSE                                                         EXEC84.2
018866     IF      WV-ACCEPTED-CT > ZERO                                EXEC84.2
018867             MOVE WV-ACCEPTED-CT TO WV-RPT-CT                     EXEC84.2
018868             MOVE SPACES TO PRINT-DATA                            EXEC84.2
018869             STRING " ** "                  DELIMITED BY SIZE     EXEC84.2
018870                    WV-RPT-CT               DELIMITED BY SIZE     EXEC84.2
018871                    " DIFFERENCES ACCEPTED BY *POP-OVERRIDE"      EXEC84.2
018872                                            DELIMITED BY SIZE     EXEC84.2
018873                    " - MERGE PROCEEDS"     DELIMITED BY SIZE     EXEC84.2
018874                 INTO PRINT-DATA                                  EXEC84.2
018875             PERFORM X20-PRINT-DETAIL                             EXEC84.2
018876     ELSE                                                         EXEC84.2
018877             MOVE " ** POPULATION AGREES WITH THE CONTROL TOTALS" EXEC84.2
018878                 TO PRINT-DATA                                    EXEC84.2
018879             PERFORM X20-PRINT-DETAIL                             EXEC84.2
018880     END-IF                                                       EXEC84.2
018881     END-IF.                                                      EXEC84.2
018882                                                                  EXEC84.2
018883 C80-15E-CHECK-ONE-OLD.                                           EXEC84.2
018884     MOVE    ZERO TO WV-MATCH-IX.                                 EXEC84.2
018885     PERFORM C80-15F-FIND-IN-PRESCAN                              EXEC84.2
018886             VARYING SUB4 FROM 1 BY 1                             EXEC84.2
018887             UNTIL   SUB4 > WN-HEADER-CT                          EXEC84.2
018888                OR   WV-MATCH-IX > ZERO.                          EXEC84.2
018889     MOVE    WV-OLD-PROG (SUB5) TO WV-DIFF-PROG.                  EXEC84.2
018890     IF      WV-MATCH-IX = ZERO                                   EXEC84.2
018891             MOVE "MISSING FROM THE MOUNTED POPULATION"           EXEC84.2
018892                 TO WV-DIFF-TEXT                                  EXEC84.2
018893             PERFORM C80-15H-REPORT-DIFFERENCE                    EXEC84.2
018894     ELSE                                                         EXEC84.2
018895             MOVE "Y" TO WN-TOT-SEEN (WV-MATCH-IX)                EXEC84.2
018896             IF WN-LINES (WV-MATCH-IX) NOT = WV-OLD-LINES (SUB5)  EXEC84.2
018897                 MOVE WN-LINES (WV-MATCH-IX) TO WV-RPT-LINES      EXEC84.2
018898                 MOVE WV-OLD-LINES (SUB5) TO WV-RPT-EXPECT        EXEC84.2
018899                 MOVE SPACES TO WV-DIFF-TEXT                      EXEC84.2
018900                 STRING "HAS "          DELIMITED BY SIZE         EXEC84.2
018901                        WV-RPT-LINES    DELIMITED BY SIZE         EXEC84.2
018902                        " LINES, TOTALS SAY "                     EXEC84.2
018903                                        DELIMITED BY SIZE         EXEC84.2
018904                        WV-RPT-EXPECT   DELIMITED BY SIZE         EXEC84.2
018905                     INTO WV-DIFF-TEXT                            EXEC84.2
018906                 PERFORM C80-15H-REPORT-DIFFERENCE                EXEC84.2
018907             ELSE                                                 EXEC84.2
018908                 IF WN-HASH (WV-MATCH-IX) NOT = WV-OLD-HASH (SUB5)EXEC84.2
018909                     MOVE "SAME LINE COUNT, HASH TOTAL DIFFERS"   EXEC84.2
018910                         TO WV-DIFF-TEXT                          EXEC84.2
018911                     PERFORM C80-15H-REPORT-DIFFERENCE            EXEC84.2
018912                 END-IF                                           EXEC84.2
018913             END-IF                                               EXEC84.2
018914     END-IF.                                                      EXEC84.2
018915                                                                  EXEC84.2
018916 C80-15F-FIND-IN-PRESCAN.                                         EXEC84.2
018917     IF      WN-PROG-ID (SUB4) = WV-OLD-PROG (SUB5)               EXEC84.2
018918         AND WN-TOT-SEEN (SUB4) NOT = "Y"                         EXEC84.2
018919             MOVE SUB4 TO WV-MATCH-IX                             EXEC84.2
018920     END-IF.                                                      EXEC84.2
018921                                                                  EXEC84.2
018922 C80-15G-CHECK-ONE-PRESCAN.                                       EXEC84.2
018923     IF      WN-TOT-SEEN (SUB5) NOT = "Y"                         EXEC84.2
018924             MOVE WN-PROG-ID (SUB5) TO WV-DIFF-PROG               EXEC84.2
018925             MOVE "NOT IN THE CONTROL TOTALS" TO WV-DIFF-TEXT     EXEC84.2
018926             PERFORM C80-15H-REPORT-DIFFERENCE                    EXEC84.2
018927     END-IF.                                                      EXEC84.2
018928                                                                  EXEC84.2
018929 C80-15H-REPORT-DIFFERENCE.                                       EXEC84.2
018930     MOVE    "N" TO WV-OVR-HIT.                                   EXEC84.2
018931     IF      WV-OVR-ALL = "Y"                                     EXEC84.2
018932             MOVE "Y" TO WV-OVR-HIT                               EXEC84.2
018933     ELSE                                                         EXEC84.2
018934     IF      WV-DIFF-PROG NOT = SPACES                            EXEC84.2
018935             PERFORM C80-15J-CHECK-OVERRIDE                       EXEC84.2
018936                     VARYING SUB4 FROM 1 BY 1                     EXEC84.2
018937                     UNTIL   SUB4 > WV-OVR-CT                     EXEC84.2
018938                        OR   WV-OVR-HIT = "Y"                     EXEC84.2
018939     END-IF                                                       EXEC84.2
018940     END-IF.                                                      EXEC84.2
018941     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
018942     IF      WV-OVR-HIT = "Y"                                     EXEC84.2
018943             ADD  1 TO WV-ACCEPTED-CT                             EXEC84.2
018944             STRING " ** "                  DELIMITED BY SIZE     EXEC84.2
018945                    WV-DIFF-PROG            DELIMITED BY SIZE     EXEC84.2
018946                    " ACCEPTED BY *POP-OVERRIDE - "               EXEC84.2
018947                                            DELIMITED BY SIZE     EXEC84.2
018948                    WV-DIFF-TEXT            DELIMITED BY SIZE     EXEC84.2
018949                 INTO PRINT-DATA                                  EXEC84.2
018950     ELSE                                                         EXEC84.2
018951             ADD  1 TO WV-DIFF-CT                                 EXEC84.2
018952             STRING "**** "                 DELIMITED BY SIZE     EXEC84.2
018953                    WV-DIFF-PROG            DELIMITED BY SIZE     EXEC84.2
018954                    " "                     DELIMITED BY SIZE     EXEC84.2
018955                    WV-DIFF-TEXT            DELIMITED BY SIZE     EXEC84.2
018956                 INTO PRINT-DATA                                  EXEC84.2
018957     END-IF.                                                      EXEC84.2
018958     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
018959                                                                  EXEC84.2
018960 C80-15J-CHECK-OVERRIDE.                                          EXEC84.2
018961     IF      WV-OVR-PROG (SUB4) = WV-DIFF-PROG                    EXEC84.2
018962             MOVE "Y" TO WV-OVR-HIT                               EXEC84.2
018963     END-IF.                                                      EXEC84.2
018964                                                                  EXEC84.2
018965******************************************************************EXEC84.2
018966**   RUNNING TOTALS FOR THE MOUNTED TAPE, ONE PRESCAN LINE AT A  *EXEC84.2
018967**   TIME.  ALL-SPACES LINES ARE LEFT OUT ON BOTH SIDES, SINCE A *EXEC84.2
018968**   BLOCKED TAPE DROPS THEM AS PADDING.                         *EXEC84.2
018969******************************************************************EXEC84.2
018970 C80-16-TOTAL-INCOMING-LINE.                                      EXEC84.2
018971     IF      WC-CURRENT-POP-RECORD NOT = SPACES                   EXEC84.2
018972             IF WC-STAR-HEADER = "*HEADER"                        EXEC84.2
018973                 ADD 1 TO WV-IN-PROGS                             EXEC84.2
018974                 IF WV-IN-PROGS > 600                             EXEC84.2
018975                     MOVE ZERO TO WV-IN-IX                        EXEC84.2
018976                 ELSE                                             EXEC84.2
018977                     MOVE WN-HEADER-CT TO WV-IN-IX                EXEC84.2
018978                 END-IF                                           EXEC84.2
018979             END-IF                                               EXEC84.2
018980             ADD  1 TO WV-IN-LINES                                EXEC84.2
018981             IF WV-IN-IX > ZERO                                   EXEC84.2
018982                 MOVE WC-CURRENT-POP-RECORD TO WV-HASH-LINE       EXEC84.2
018983                 MOVE WN-HASH (WV-IN-IX) TO WV-HASH-TOTAL         EXEC84.2
018984                 PERFORM C80-17-HASH-ONE-LINE                     EXEC84.2
018985                 MOVE WV-HASH-TOTAL TO WN-HASH (WV-IN-IX)         EXEC84.2
018986                 ADD  1 TO WN-LINES (WV-IN-IX)                    EXEC84.2
018987             END-IF                                               EXEC84.2
018988     END-IF.                                                      EXEC84.2
018989                                                                  EXEC84.2
018990******************************************************************EXEC84.2
018991**   FOLDS WV-HASH-LINE INTO WV-HASH-TOTAL.  SHARED BY THE       *EXEC84.2
018992**   PRESCAN AND BY D10-9G2, WHICH TOTALS THE NEW POPULATION.    *EXEC84.2
018993******************************************************************EXEC84.2
018994 C80-17-HASH-ONE-LINE.                                            EXEC84.2
018995     MOVE    ZERO TO WV-LINE-SUM.                                 EXEC84.2
018996     PERFORM C80-17A-HASH-ONE-PIECE                               EXEC84.2
018997             VARYING WV-HASH-SUB FROM 1 BY 1                      EXEC84.2
018998             UNTIL   WV-HASH-SUB > 27.                            EXEC84.2
018999     COMPUTE WV-HASH-WORK = WV-HASH-TOTAL * 31 + WV-LINE-SUM.     EXEC84.2
019000     DIVIDE  WV-HASH-WORK BY 1000000000000000                     EXEC84.2
019001             GIVING WV-HASH-QUOT REMAINDER WV-HASH-TOTAL.         EXEC84.2
019002                                                                  EXEC84.2
019003 C80-17A-HASH-ONE-PIECE.                                          EXEC84.2
019004     MOVE    WV-HASH-PIECE (WV-HASH-SUB) TO WV-HASH-CHARS.        EXEC84.2
019005     COMPUTE WV-LINE-SUM = WV-LINE-SUM                            EXEC84.2
019006                         + WV-HASH-WORD * WV-HASH-SUB.            EXEC84.2
019007 C80-EXIT.                                                        EXEC84.2
019008     EXIT.                                                        EXEC84.2
019009/                                                                 EXEC84.2
019010                                                                  EXEC84.2
019011 D10-MERGE-UPDATE-CARDS SECTION.                                  EXEC84.2
019012*===============================                                  EXEC84.2
019013*                                                                 EXEC84.2
019014******************************************************************EXEC84.2
019015**   READS POPULATION-FILE ONE PROGRAM AT A TIME, MERGES IN     * EXEC84.2
019016**   THE MATCHING "*START" UPDATE CARDS BY SEQUENCE NUMBER,     * EXEC84.2
019017**   WRITES THE SELECTED SOURCE TO SOURCE-COBOL-PROGRAMS AND    * EXEC84.2
019018**   THE COMPLETE REGENERATED POPULATION TO                     * EXEC84.2
019019**   UPDATED-POPULATION-FILE, AND DRIVES THE RUN MANIFEST,      * EXEC84.2
019020**   CHECKPOINT AND AUDIT FILES.                                * EXEC84.2
019021******************************************************************EXEC84.2
019022 D10-1-OPEN-FILES.                                                EXEC84.2
019023     OPEN    INPUT   POPULATION-FILE.                             EXEC84.2
019024*    A "*VERIFY" RUN EDITS AND MATCHES EVERYTHING BUT CREATES     EXEC84.2
019025*    NO OUTPUT DATASETS, SO A BAD DECK CAN BE CAUGHT BEFORE THE   EXEC84.2
019026*    BATCH WINDOW WITH NOTHING HALF-WRITTEN TO RECOVER.           EXEC84.2
019027     IF      WZ-VERIFY-ONLY = "Y"                                 EXEC84.2
019028             MOVE "N" TO WZ-AUDIT-ACTIVE                          EXEC84.2
019029             MOVE "N" TO WZ-BACKOUT-ACTIVE                        EXEC84.2
019030     ELSE                                                         EXEC84.2
019031             OPEN OUTPUT SOURCE-COBOL-PROGRAMS                    EXEC84.2
019032             OPEN OUTPUT SOURCE-DATA-FILES                        EXEC84.2
019033             OPEN OUTPUT SOURCE-COPY-LIBRARY                      EXEC84.2
019034             OPEN OUTPUT UPDATED-POPULATION-FILE                  EXEC84.2
019035             OPEN OUTPUT RUN-MANIFEST-FILE                        EXEC84.2
019036             OPEN OUTPUT BACKOUT-CARD-FILE                        EXEC84.2
019037             OPEN OUTPUT JOB-DECK-FILE                            EXEC84.2
019038             PERFORM D10-1I-CREATE-STREAM-FILE                    EXEC84.2
019039                     VARYING WY-STREAM-IX FROM 1 BY 1             EXEC84.2
019040                     UNTIL   WY-STREAM-IX > WY-STREAM-CT          EXEC84.2
019041             MOVE "Y" TO WZ-BACKOUT-ACTIVE                        EXEC84.2
019042     END-IF.                                                      EXEC84.2
019043     MOVE    ZERO TO WZ-POP-RECORD-COUNT.                         EXEC84.2
019044     MOVE    99 TO WZ-INPOP-INDEX.                                EXEC84.2
019045     MOVE    "N" TO WZ-END-OF-POPFILE.                            EXEC84.2
019046     MOVE    "N" TO WZ-UPDATE-THIS-PROG.                          EXEC84.2
019047     MOVE    "N" TO WZ-END-OF-UPDATES.                            EXEC84.2
019048     PERFORM D10-1A-AUTO-RESTART.                                 EXEC84.2
019049     PERFORM D10-1B-LOAD-APPROVALS.                               EXEC84.2
019050     IF      WZ-VERIFY-ONLY NOT = "Y"                             EXEC84.2
019051             OPEN OUTPUT CHECKPOINT-FILE                          EXEC84.2
019060     END-IF.                                                      EXEC84.2
019070*    AUDIT-FILE IS ALSO NEEDED WHENEVER APPROVALS ARE ENFORCED,   EXEC84.2
019080*    SO REJECTED DECKS AND OVERRIDES ALWAYS LEAVE AN AUDIT TRAIL. EXEC84.2
019330         ELSE                                                     EXEC84.2
019340             OPEN OUTPUT POPULATION-INDEX-FILE                    EXEC84.2
019350             PERFORM D10-9A-2-CHECK-PX-STATUS                     EXEC84.2
019351             PERFORM D10-9A-1-WRITE-INDEX-STAMP                   EXEC84.2
019360             PERFORM D10-9-READ-NEXT                              EXEC84.2
019370         END-IF                                                   EXEC84.2
019380     END-IF.                                                      EXEC84.2
019390*    THE FIRST UPDATE CARD IS READ ONLY ONCE THE INDEX FILE IS    EXEC84.2
019400*    OPEN, SO THE "*VERIFY" DECK LOOKUP ALWAYS HAS THE INDEX      EXEC84.2
019410*    AVAILABLE.                                                   EXEC84.2
019411*    THE UPDATE DECKS ARE TAKEN IN WHATEVER ORDER THEY ARRIVED ANDEXEC84.2
019412*    PUT INTO POPULATION/SEQUENCE ORDER BEFORE ANY ARE NEEDED.    EXEC84.2
019413     PERFORM D10-1C-ORDER-UPDATE-DECKS.                           EXEC84.2
019420     PERFORM D10-9B-READ-NEXT-CONTROL-CARD.                       EXEC84.2
019430     PERFORM D10-3-PROCESS-CURRENT-RECORD                         EXEC84.2
019440             UNTIL   WZ-END-OF-POPFILE = "Y".                     EXEC84.2
019540     CLOSE   POPULATION-INDEX-FILE.                               EXEC84.2
019550     CLOSE   POPULATION-FILE.                                     EXEC84.2
019560     IF      WZ-VERIFY-ONLY NOT = "Y"                             EXEC84.2
019561             PERFORM D10-9H1-WRITE-STREAM-TRAILER                 EXEC84.2
019562                     VARYING WY-STREAM-IX FROM 1 BY 1             EXEC84.2
019563                     UNTIL   WY-STREAM-IX > WY-STREAM-CT          EXEC84.2
019570             CLOSE SOURCE-COBOL-PROGRAMS                          EXEC84.2
019571                   SOURCE-DATA-FILES                              EXEC84.2
019572                   SOURCE-COPY-LIBRARY                            EXEC84.2
019580                   UPDATED-POPULATION-FILE                        EXEC84.2
019590                   RUN-MANIFEST-FILE                              EXEC84.2
019600                   CHECKPOINT-FILE                                EXEC84.2
020600             MOVE AP-PROG-ID TO WT-APPR-PROG (WT-APPROVALS-CT)    EXEC84.2
020610             MOVE AP-CARD-CT TO WT-APPR-CARD-CT (WT-APPROVALS-CT) EXEC84.2
020620     END-IF.                                                      EXEC84.2
020621                                                                  EXEC84.2
020622******************************************************************EXEC84.2
020623**   THE UPDATE DECKS MAY ARRIVE IN ANY ORDER - SEVERAL ANALYSTS *EXEC84.2
020624**   CONTRIBUTE TO ONE RUN.  EVERY REMAINING CARD IS HELD IN     *EXEC84.2
020625**   WU-CARD-TABLE AND THE DECKS ARE PUT INTO POPULATION ORDER   *EXEC84.2
020626**   (THE C80 PRESCAN TABLE GIVES EACH PROGRAM ITS PLACE) AND    *EXEC84.2
020627**   EACH DECK'S CARDS INTO SEQUENCE ORDER.  SEVERAL DECKS FOR   *EXEC84.2
020628**   ONE PROGRAM ARE MERGED AND APPLIED UNDER THE FIRST OF THEM  *EXEC84.2
020629**   TO ARRIVE; ONLY A GENUINE CONFLICT - TWO DECKS TOUCHING THE *EXEC84.2
020630**   SAME LINE, OR DISAGREEING ON RENUMBERING - REJECTS A DECK,  *EXEC84.2
020631**   AND THEN ONLY THE LATER ONE.  D10-9B HANDS THE CARDS TO THE *EXEC84.2
020632**   MERGE IN WU-ORDER SEQUENCE, EACH UNDER THE CARD NUMBER IT   *EXEC84.2
020633**   WAS KEYED WITH, SO EVERY MESSAGE STILL NAMES THE REAL CARD. *EXEC84.2
020634**   A DECK TOO LARGE TO HOLD IS TAKEN AS KEYED, AS BEFORE.      *EXEC84.2
020635******************************************************************EXEC84.2
020636 D10-1C-ORDER-UPDATE-DECKS.                                       EXEC84.2
020637     MOVE    ZERO TO WU-CARD-CT.                                  EXEC84.2
020638     MOVE    ZERO TO WU-START-CT.                                 EXEC84.2
020639     MOVE    ZERO TO WU-SERVE-IX.                                 EXEC84.2
020640     MOVE    "N" TO WU-SORTED.                                    EXEC84.2
020641     MOVE    "N" TO WU-FILE-EOF.                                  EXEC84.2
020642     PERFORM D10-1C1-HOLD-ONE-CARD                                EXEC84.2
020643             UNTIL   WU-FILE-EOF = "Y"                            EXEC84.2
020644                OR   WU-CARD-CT = 2000.                           EXEC84.2
020645     PERFORM D10-1C5-CHECK-FOR-MORE-CARDS.                        EXEC84.2
020646*    STAGED DECKS THAT HAVE FALLEN DUE JOIN THE KEYED ONES.  A    EXEC84.2
020647*    RESTARTED OR "*SELECT-PROG" RUN DOES NOT PASS EVERY PROGRAM, EXEC84.2
020648*    SO THEY WAIT FOR A FULL CYCLE.                               EXEC84.2
020649     IF      WU-FILE-EOF = "Y"                                    EXEC84.2
020650         AND WZ-RESTART-ACTIVE NOT = "Y"                          EXEC84.2
020651         AND WY-SELECT-PROG NOT = "Y"                             EXEC84.2
020652             PERFORM D10-1C3-PULL-STAGED-DECKS                    EXEC84.2
020653     END-IF.                                                      EXEC84.2
020654     PERFORM D10-1C2-KEEP-KEYED-ORDER                             EXEC84.2
020655             VARYING WU-CARD-IX FROM 1 BY 1                       EXEC84.2
020656             UNTIL   WU-CARD-IX > WU-CARD-CT.                     EXEC84.2
020657     MOVE    WU-CARD-CT TO WU-ORDER-CT.                           EXEC84.2
020658     IF      WU-FILE-EOF NOT = "Y"                                EXEC84.2
020659             MOVE " ** OVER 2000 UPDATE CARDS - TAKEN AS KEYED"   EXEC84.2
020660                 TO PRINT-DATA                                    EXEC84.2
020661             PERFORM X20-PRINT-DETAIL                             EXEC84.2
020662     ELSE                                                         EXEC84.2
020663*        OVER 100 DECKS CANNOT ALL BE TRACKED - D10-9B1 REPORTS   EXEC84.2
020664*        THAT AS THE CARDS ARE HANDED OVER IN THEIR KEYED ORDER.  EXEC84.2
020665         IF  WU-START-CT > ZERO                                   EXEC84.2
020666             AND WU-START-CT NOT > 100                            EXEC84.2
020667             PERFORM D10-1D-SORT-DECKS                            EXEC84.2
020668         END-IF                                                   EXEC84.2
020669     END-IF.                                                      EXEC84.2
020670                                                                  EXEC84.2
020671 D10-1C1-HOLD-ONE-CARD.                                           EXEC84.2
020672     READ    CONTROL-CARD-FILE INTO WB-CONTROL-DATA               EXEC84.2
020673             AT END MOVE "Y" TO WU-FILE-EOF                       EXEC84.2
020674         NOT AT END ADD 1 TO WZ-CARD-NUMBER                       EXEC84.2
020675                    ADD 1 TO WU-CARD-CT                           EXEC84.2
020676                    MOVE WB-CONTROL-DATA                          EXEC84.2
020677                        TO WU-CARD-TEXT (WU-CARD-CT)              EXEC84.2
020678                    MOVE WZ-CARD-NUMBER TO WU-CARD-NO (WU-CARD-CT)EXEC84.2
020679                    IF WB-STAR-START = "*START"                   EXEC84.2
020680                        ADD 1 TO WU-START-CT                      EXEC84.2
020681                    END-IF                                        EXEC84.2
020682     END-READ.                                                    EXEC84.2
020683                                                                  EXEC84.2
020684 D10-1C2-KEEP-KEYED-ORDER.                                        EXEC84.2
020685     MOVE    WU-CARD-IX TO WU-ORDER (WU-CARD-IX).                 EXEC84.2
020686                                                                  EXEC84.2
020687******************************************************************EXEC84.2
020688**   STAGED DECKS (SEE G40) ARE READ IN STAGE NUMBER ORDER, THE  *EXEC84.2
020689**   ORDER THEY WERE SUBMITTED IN.  A QUEUED DECK THAT IS DUE -  *EXEC84.2
020690**   EFFECTIVE TODAY OR EARLIER - AND APPROVED IS TAKEN INTO     *EXEC84.2
020691**   WU-CARD-TABLE BEHIND THE KEYED CARDS, EACH CARD NUMBERED ON *EXEC84.2
020692**   FROM THE LAST ONE KEYED, AND FROM THERE IS ORDERED, MERGED  *EXEC84.2
020693**   AND REPORTED LIKE ANY OTHER DECK.  E10-13 RECORDS WHAT      *EXEC84.2
020694**   BECAME OF IT.  EVERY OTHER QUEUED DECK STAYS QUEUED.        *EXEC84.2
020695******************************************************************EXEC84.2
020696 D10-1C3-PULL-STAGED-DECKS.                                       EXEC84.2
020697     MOVE    "Y" TO WU-STAGE-PULLING.                             EXEC84.2
020698     MOVE    ZERO TO WU-STAGE-ERROR-CT.                           EXEC84.2
020699     PERFORM G40-9-SET-TODAY.                                     EXEC84.2
020700     OPEN    INPUT   STAGING-FILE.                                EXEC84.2
020701     PERFORM G40-9C-CHECK-SG-STATUS.                              EXEC84.2
020702     PERFORM G40-6-LIST-QUEUE.                                    EXEC84.2
020703     CLOSE   STAGING-FILE.                                        EXEC84.2
020704     IF      WU-STAGE-ERROR-CT > ZERO                             EXEC84.2
020705             MOVE "STAGING FILE I/O ERRORS"                       EXEC84.2
020706                 TO WZ-ERROR-MESSAGE                              EXEC84.2
020707             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
020708     END-IF.                                                      EXEC84.2
020709                                                                  EXEC84.2
020710*    CALLED FROM G40-6A FOR EACH CARD OF A DECK BEING TAKEN.      EXEC84.2
020711 D10-1C4-TAKE-STAGED-CARD.                                        EXEC84.2
020712     IF      WU-CARD-CT < 2000                                    EXEC84.2
020713             ADD  1 TO WZ-CARD-NUMBER                             EXEC84.2
020714             ADD  1 TO WU-CARD-CT                                 EXEC84.2
020715             MOVE SG-CARD-TEXT TO WU-CARD-TEXT (WU-CARD-CT)       EXEC84.2
020716             MOVE WZ-CARD-NUMBER TO WU-CARD-NO (WU-CARD-CT)       EXEC84.2
020717             IF SG-CARD-TEXT (1:6) = "*START"                     EXEC84.2
020718                 ADD 1 TO WU-START-CT                             EXEC84.2
020719                 MOVE WZ-CARD-NUMBER                              EXEC84.2
020720                     TO WU-PULL-CARD-NO (WU-PULL-CT)              EXEC84.2
020721             END-IF                                               EXEC84.2
020722     END-IF.                                                      EXEC84.2
020723                                                                  EXEC84.2
020724*    A FULL TABLE MAY HOLD THE WHOLE DECK - ONLY A CARD BEYOND IT EXEC84.2
020725*    MEANS THE DECK OVERFLOWED.  THAT CARD IS KEPT FOR D10-9B.    EXEC84.2
020726 D10-1C5-CHECK-FOR-MORE-CARDS.                                    EXEC84.2
020727     MOVE    "N" TO WU-OVER-HELD.                                 EXEC84.2
020728     IF      WU-FILE-EOF NOT = "Y"                                EXEC84.2
020729             READ    CONTROL-CARD-FILE INTO WU-OVER-CARD          EXEC84.2
020730                     AT END MOVE "Y" TO WU-FILE-EOF               EXEC84.2
020731                 NOT AT END ADD 1 TO WZ-CARD-NUMBER               EXEC84.2
020732                            MOVE WZ-CARD-NUMBER TO WU-OVER-CARD-NOEXEC84.2
020733                            MOVE "Y" TO WU-OVER-HELD              EXEC84.2
020734             END-READ                                             EXEC84.2
020735     END-IF.                                                      EXEC84.2
020736                                                                  EXEC84.2
020737 D10-1D-SORT-DECKS.                                               EXEC84.2
020738     MOVE    ZERO TO WU-CURR-DECK.                                EXEC84.2
020739     PERFORM D10-1D1-BUILD-DECK-ENTRY                             EXEC84.2
020740             VARYING WU-CARD-IX FROM 1 BY 1                       EXEC84.2
020741             UNTIL   WU-CARD-IX > WU-CARD-CT.                     EXEC84.2
020742     PERFORM D10-1D2-PLACE-ONE-DECK                               EXEC84.2
020743             VARYING WU-CHECK-IX FROM 1 BY 1                      EXEC84.2
020744             UNTIL   WU-CHECK-IX > WZ-DECKS-READ-CT.              EXEC84.2
020745     PERFORM D10-1D5-BUILD-SORT-KEY                               EXEC84.2
020746             VARYING WU-CARD-IX FROM 1 BY 1                       EXEC84.2
020747             UNTIL   WU-CARD-IX > WU-CARD-CT.                     EXEC84.2
020748     PERFORM D10-1F-INSERT-ONE-CARD                               EXEC84.2
020749             VARYING WU-SORT-IX FROM 2 BY 1                       EXEC84.2
020750             UNTIL   WU-SORT-IX > WU-ORDER-CT.                    EXEC84.2
020751     MOVE    "Y" TO WU-RESCAN.                                    EXEC84.2
020752     PERFORM D10-1E-FIND-CONFLICTS                                EXEC84.2
020753             UNTIL   WU-RESCAN NOT = "Y".                         EXEC84.2
020754     PERFORM D10-1G-PRINT-DECK-ORDER.                             EXEC84.2
020755     MOVE    ZERO TO WU-SORT-JX.                                  EXEC84.2
020756     PERFORM D10-1H-DROP-UNSERVED-CARD                            EXEC84.2
020757             VARYING WU-SORT-IX FROM 1 BY 1                       EXEC84.2
020758             UNTIL   WU-SORT-IX > WU-ORDER-CT.                    EXEC84.2
020759     MOVE    WU-SORT-JX TO WU-ORDER-CT.                           EXEC84.2
020760     MOVE    "Y" TO WU-SORTED.                                    EXEC84.2
020761                                                                  EXEC84.2
020762*    THE DECK TABLE IS BUILT HERE, IN ARRIVAL ORDER, INSTEAD OF   EXEC84.2
020763*    CARD BY CARD IN D10-9B1 - THE MERGE NO LONGER SEES THE CARDS EXEC84.2
020764*    IN THE ORDER THEY WERE KEYED.                                EXEC84.2
020765 D10-1D1-BUILD-DECK-ENTRY.                                        EXEC84.2
020766     MOVE    WU-CARD-TEXT (WU-CARD-IX) TO WB-CONTROL-DATA.        EXEC84.2
020767     IF      WB-STAR-START = "*START"                             EXEC84.2
020768             ADD  1 TO WZ-DECKS-READ-CT                           EXEC84.2
020769             MOVE WZ-DECKS-READ-CT TO WU-CURR-DECK                EXEC84.2
020770             MOVE WB-UPDATE-PROG TO WU-DECK-PROG (WU-CURR-DECK)   EXEC84.2
020771             MOVE WU-CARD-NO (WU-CARD-IX)                         EXEC84.2
020772                 TO WU-DECK-CARD-NO (WU-CURR-DECK)                EXEC84.2
020773             MOVE ZERO TO WU-DECK-CARD-CT (WU-CURR-DECK)          EXEC84.2
020774             MOVE "N" TO WU-DECK-APPLIED (WU-CURR-DECK)           EXEC84.2
020775             MOVE ZERO TO WU-DECK-FAIL-CARD (WU-CURR-DECK)        EXEC84.2
020776             MOVE SPACES TO WU-DECK-FAIL-TEXT (WU-CURR-DECK)      EXEC84.2
020777             MOVE WU-CURR-DECK TO WU-DECK-LEAD (WU-CURR-DECK)     EXEC84.2
020778             MOVE WB-RENUMBER TO WU-DECK-RENUMBER (WU-CURR-DECK)  EXEC84.2
020779             MOVE LOW-VALUES TO WU-DECK-HIGH-SEQ (WU-CURR-DECK)   EXEC84.2
020780             MOVE ZERO TO WU-DECK-RESORTED (WU-CURR-DECK)         EXEC84.2
020781             MOVE WB-CHANGE-REF                                   EXEC84.2
020782                 TO WU-DECK-CHANGE-REF (WU-CURR-DECK)             EXEC84.2
020783             MOVE "NO FILE" TO WU-DECK-APPROVAL (WU-CURR-DECK)    EXEC84.2
020784             MOVE ZERO TO WU-DECK-INS-CT (WU-CURR-DECK)           EXEC84.2
020785             MOVE ZERO TO WU-DECK-REP-CT (WU-CURR-DECK)           EXEC84.2
020786             MOVE ZERO TO WU-DECK-DEL-CT (WU-CURR-DECK)           EXEC84.2
020787     ELSE                                                         EXEC84.2
020788         IF  WU-CURR-DECK > ZERO                                  EXEC84.2
020789             ADD  1 TO WU-DECK-CARD-CT (WU-CURR-DECK)             EXEC84.2
020790             IF WB-DELETE-LIT = "*DELETE"                         EXEC84.2
020791                 MOVE WB-DELETE-FROM TO WU-THIS-SEQ               EXEC84.2
020792             ELSE                                                 EXEC84.2
020793                 MOVE WB-SEQ-1 TO WU-THIS-SEQ                     EXEC84.2
020794             END-IF                                               EXEC84.2
020795*            A CARD KEYED BEHIND A HIGHER SEQUENCE NUMBER IN ITS  EXEC84.2
020796*            OWN DECK IS COUNTED FOR THE ORDER REPORT.            EXEC84.2
020797             IF WU-THIS-SEQ < WU-DECK-HIGH-SEQ (WU-CURR-DECK)     EXEC84.2
020798                 ADD 1 TO WU-DECK-RESORTED (WU-CURR-DECK)         EXEC84.2
020799             ELSE                                                 EXEC84.2
020800                 MOVE WU-THIS-SEQ                                 EXEC84.2
020801                     TO WU-DECK-HIGH-SEQ (WU-CURR-DECK)           EXEC84.2
020802             END-IF                                               EXEC84.2
020803         END-IF                                                   EXEC84.2
020804     END-IF.                                                      EXEC84.2
020805     MOVE    WU-CURR-DECK TO WU-CARD-DECK (WU-CARD-IX).           EXEC84.2
020806                                                                  EXEC84.2
020807*    EACH DECK TAKES ITS PROGRAM'S PLACE ON THE POPULATION (999   EXEC84.2
020808*    WHEN THE PROGRAM IS NOT THERE, SO IT SORTS LAST AND E10-5    EXEC84.2
020809*    REPORTS IT) AND IS JOINED TO THE FIRST DECK FOR ITS PROGRAM. EXEC84.2
020810 D10-1D2-PLACE-ONE-DECK.                                          EXEC84.2
020811     MOVE    999 TO WU-DECK-POS (WU-CHECK-IX).                    EXEC84.2
020812     PERFORM D10-1D3-MATCH-POPULATION                             EXEC84.2
020813             VARYING SUB5 FROM 1 BY 1                             EXEC84.2
020814             UNTIL   SUB5 > WN-HEADER-CT                          EXEC84.2
020815                OR   WU-DECK-POS (WU-CHECK-IX) NOT = 999.         EXEC84.2
020816     PERFORM D10-1D4-MATCH-EARLIER-DECK                           EXEC84.2
020817             VARYING WU-MARK-IX FROM 1 BY 1                       EXEC84.2
020818             UNTIL   WU-MARK-IX NOT < WU-CHECK-IX                 EXEC84.2
020819                OR   WU-DECK-LEAD (WU-CHECK-IX) NOT = WU-CHECK-IX.EXEC84.2
020820     MOVE    WU-DECK-LEAD (WU-CHECK-IX) TO WU-MARK-LEAD.          EXEC84.2
020821     IF      WU-MARK-LEAD NOT = WU-CHECK-IX                       EXEC84.2
020822         AND WU-DECK-RENUMBER (WU-CHECK-IX)                       EXEC84.2
020823             NOT = WU-DECK-RENUMBER (WU-MARK-LEAD)                EXEC84.2
020824             MOVE "C" TO WU-DECK-APPLIED (WU-CHECK-IX)            EXEC84.2
020825             MOVE WU-DECK-CARD-NO (WU-CHECK-IX)                   EXEC84.2
020826                 TO WU-DECK-FAIL-CARD (WU-CHECK-IX)               EXEC84.2
020827             MOVE WU-DECK-CARD-NO (WU-MARK-LEAD) TO WU-RPT-CARDNO EXEC84.2
020828             MOVE SPACES TO WU-DECK-FAIL-TEXT (WU-CHECK-IX)       EXEC84.2
020829             STRING "RENUMBER FLAG DIFFERS FROM CARD"             EXEC84.2
020830                                        DELIMITED BY SIZE         EXEC84.2
020831                    WU-RPT-CARDNO       DELIMITED BY SIZE         EXEC84.2
020832                 INTO WU-DECK-FAIL-TEXT (WU-CHECK-IX)             EXEC84.2
020833             ADD  1 TO WU-CONFLICT-CT                             EXEC84.2
020834     END-IF.                                                      EXEC84.2
020835                                                                  EXEC84.2
020836 D10-1D3-MATCH-POPULATION.                                        EXEC84.2
020837     IF      WN-PROG-ID (SUB5) = WU-DECK-PROG (WU-CHECK-IX)       EXEC84.2
020838             MOVE SUB5 TO WU-DECK-POS (WU-CHECK-IX)               EXEC84.2
020839     END-IF.                                                      EXEC84.2
020840                                                                  EXEC84.2
020841 D10-1D4-MATCH-EARLIER-DECK.                                      EXEC84.2
020842     IF      WU-DECK-PROG (WU-MARK-IX)                            EXEC84.2
020843             = WU-DECK-PROG (WU-CHECK-IX)                         EXEC84.2
020844             MOVE WU-MARK-IX TO WU-DECK-LEAD (WU-CHECK-IX)        EXEC84.2
020845     END-IF.                                                      EXEC84.2
020846                                                                  EXEC84.2
020847*    SORT KEY: POPULATION PLACE, PROGRAM, *START BEFORE ITS       EXEC84.2
020848*    UPDATES, SEQUENCE NUMBER, THEN THE CARD NUMBER.  CARDS AHEAD EXEC84.2
020849*    OF THE FIRST *START CARD STAY IN FRONT, AS KEYED.            EXEC84.2
020850 D10-1D5-BUILD-SORT-KEY.                                          EXEC84.2
020851     MOVE    WU-CARD-TEXT (WU-CARD-IX) TO WB-CONTROL-DATA.        EXEC84.2
020852     MOVE    WU-CARD-DECK (WU-CARD-IX) TO WU-CURR-DECK.           EXEC84.2
020853     MOVE    WU-CARD-NO (WU-CARD-IX)                              EXEC84.2
020854             TO WU-KEY-CARD-NO (WU-CARD-IX).                      EXEC84.2
020855     IF      WU-CURR-DECK = ZERO                                  EXEC84.2
020856             MOVE ZERO TO WU-KEY-POS (WU-CARD-IX)                 EXEC84.2
020857             MOVE SPACES TO WU-KEY-PROG (WU-CARD-IX)              EXEC84.2
020858             MOVE 1 TO WU-KEY-KIND (WU-CARD-IX)                   EXEC84.2
020859             MOVE SPACES TO WU-KEY-SEQ (WU-CARD-IX)               EXEC84.2
020860             MOVE SPACES TO WU-CARD-HIGH (WU-CARD-IX)             EXEC84.2
020861     ELSE                                                         EXEC84.2
020862             MOVE WU-DECK-POS (WU-CURR-DECK)                      EXEC84.2
020863                 TO WU-KEY-POS (WU-CARD-IX)                       EXEC84.2
020864             MOVE WU-DECK-PROG (WU-CURR-DECK)                     EXEC84.2
020865                 TO WU-KEY-PROG (WU-CARD-IX)                      EXEC84.2
020866         IF  WB-STAR-START = "*START"                             EXEC84.2
020867             MOVE ZERO TO WU-KEY-KIND (WU-CARD-IX)                EXEC84.2
020868             MOVE SPACES TO WU-KEY-SEQ (WU-CARD-IX)               EXEC84.2
020869             MOVE SPACES TO WU-CARD-HIGH (WU-CARD-IX)             EXEC84.2
020870         ELSE                                                     EXEC84.2
020871             MOVE 1 TO WU-KEY-KIND (WU-CARD-IX)                   EXEC84.2
020872         IF  WB-DELETE-LIT = "*DELETE"                            EXEC84.2
020873             MOVE WB-DELETE-FROM TO WU-KEY-SEQ (WU-CARD-IX)       EXEC84.2
020874             MOVE WB-DELETE-TO TO WU-CARD-HIGH (WU-CARD-IX)       EXEC84.2
020875         ELSE                                                     EXEC84.2
020876             MOVE WB-SEQ-1 TO WU-KEY-SEQ (WU-CARD-IX)             EXEC84.2
020877             MOVE WB-SEQ-1 TO WU-CARD-HIGH (WU-CARD-IX)           EXEC84.2
020878         END-IF                                                   EXEC84.2
020879         END-IF                                                   EXEC84.2
020880     END-IF.                                                      EXEC84.2
020881                                                                  EXEC84.2
020882******************************************************************EXEC84.2
020883**   WALKS THE SORTED CARDS ONE PROGRAM AT A TIME, REMEMBERING   *EXEC84.2
020884**   THE HIGHEST LINE ANY DECK HAS TOUCHED SO FAR AND WHICH DECK *EXEC84.2
020885**   TOUCHED IT.  A CARD FROM ANOTHER DECK AT OR BELOW THAT LINE *EXEC84.2
020886**   IS A CONFLICT.  THE LATER OF THE TWO DECKS IS REJECTED AND  *EXEC84.2
020887**   THE WALK STARTS AGAIN WITHOUT IT, SO ONE BAD DECK CANNOT    *EXEC84.2
020888**   TAKE A GOOD ONE DOWN WITH IT.                               *EXEC84.2
020889******************************************************************EXEC84.2
020890 D10-1E-FIND-CONFLICTS.                                           EXEC84.2
020891     MOVE    "N" TO WU-RESCAN.                                    EXEC84.2
020892     MOVE    ZERO TO WU-PREV-OWNER.                               EXEC84.2
020893     MOVE    SPACES TO WU-PREV-HIGH.                              EXEC84.2
020894     PERFORM D10-1E1-CHECK-ONE-CARD                               EXEC84.2
020895             VARYING WU-SORT-IX FROM 1 BY 1                       EXEC84.2
020896             UNTIL   WU-SORT-IX > WU-ORDER-CT                     EXEC84.2
020897                OR   WU-RESCAN = "Y".                             EXEC84.2
020898                                                                  EXEC84.2
020899 D10-1E1-CHECK-ONE-CARD.                                          EXEC84.2
020900     MOVE    WU-ORDER (WU-SORT-IX) TO WU-CARD-IX.                 EXEC84.2
020901     MOVE    WU-CARD-DECK (WU-CARD-IX) TO WU-CURR-DECK.           EXEC84.2
020902     IF      WU-CURR-DECK NOT = ZERO                              EXEC84.2
020903         AND WU-DECK-APPLIED (WU-CURR-DECK) NOT = "C"             EXEC84.2
020904         IF  WU-KEY-KIND (WU-CARD-IX) = ZERO                      EXEC84.2
020905             IF WU-DECK-LEAD (WU-CURR-DECK) = WU-CURR-DECK        EXEC84.2
020906                 MOVE ZERO TO WU-PREV-OWNER                       EXEC84.2
020907                 MOVE SPACES TO WU-PREV-HIGH                      EXEC84.2
020908             END-IF                                               EXEC84.2
020909         ELSE                                                     EXEC84.2
020910         IF  WU-PREV-OWNER NOT = ZERO                             EXEC84.2
020911             AND WU-PREV-OWNER NOT = WU-CURR-DECK                 EXEC84.2
020912             AND WU-KEY-SEQ (WU-CARD-IX) NOT > WU-PREV-HIGH       EXEC84.2
020913             PERFORM D10-1E2-REJECT-LATER-DECK                    EXEC84.2
020914         ELSE                                                     EXEC84.2
020915             IF WU-PREV-OWNER = ZERO                              EXEC84.2
020916                OR WU-CARD-HIGH (WU-CARD-IX) > WU-PREV-HIGH       EXEC84.2
020917                 MOVE WU-CARD-HIGH (WU-CARD-IX) TO WU-PREV-HIGH   EXEC84.2
020918                 MOVE WU-CURR-DECK TO WU-PREV-OWNER               EXEC84.2
020919             END-IF                                               EXEC84.2
020920         END-IF                                                   EXEC84.2
020921         END-IF                                                   EXEC84.2
020922     END-IF.                                                      EXEC84.2
020923                                                                  EXEC84.2
020924 D10-1E2-REJECT-LATER-DECK.                                       EXEC84.2
020925     IF      WU-DECK-CARD-NO (WU-CURR-DECK)                       EXEC84.2
020926             > WU-DECK-CARD-NO (WU-PREV-OWNER)                    EXEC84.2
020927             MOVE WU-CURR-DECK TO WU-LOSER                        EXEC84.2
020928             MOVE WU-PREV-OWNER TO WU-WINNER                      EXEC84.2
020929     ELSE                                                         EXEC84.2
020930             MOVE WU-PREV-OWNER TO WU-LOSER                       EXEC84.2
020931             MOVE WU-CURR-DECK TO WU-WINNER                       EXEC84.2
020932     END-IF.                                                      EXEC84.2
020933     MOVE    "C" TO WU-DECK-APPLIED (WU-LOSER).                   EXEC84.2
020934     MOVE    WU-CARD-NO (WU-CARD-IX)                              EXEC84.2
020935             TO WU-DECK-FAIL-CARD (WU-LOSER).                     EXEC84.2
020936     MOVE    WU-DECK-CARD-NO (WU-WINNER) TO WU-RPT-CARDNO.        EXEC84.2
020937     MOVE    SPACES TO WU-DECK-FAIL-TEXT (WU-LOSER).              EXEC84.2
020938     STRING  "LINE "                    DELIMITED BY SIZE         EXEC84.2
020939             WU-KEY-SEQ (WU-CARD-IX)    DELIMITED BY SIZE         EXEC84.2
020940             " CLASHES WITH CARD"                                 EXEC84.2
020941                                        DELIMITED BY SIZE         EXEC84.2
020942             WU-RPT-CARDNO              DELIMITED BY SIZE         EXEC84.2
020943         INTO WU-DECK-FAIL-TEXT (WU-LOSER).                       EXEC84.2
020944     ADD     1 TO WU-CONFLICT-CT.                                 EXEC84.2
020945     MOVE    "Y" TO WU-RESCAN.                                    EXEC84.2
020946                                                                  EXEC84.2
020947*    A STRAIGHT INSERTION SORT OF WU-ORDER ON WU-CARD-KEY - THE   EXEC84.2
020948*    CARD NUMBER IN THE KEY MAKES EVERY KEY UNIQUE.               EXEC84.2
020949 D10-1F-INSERT-ONE-CARD.                                          EXEC84.2
020950     MOVE    WU-ORDER (WU-SORT-IX) TO WU-SORT-HOLD.               EXEC84.2
020951     MOVE    WU-SORT-IX TO WU-SORT-JX.                            EXEC84.2
020952     MOVE    "Y" TO WU-SHIFTING.                                  EXEC84.2
020953     PERFORM D10-1F1-SHIFT-ONE-CARD                               EXEC84.2
020954             UNTIL   WU-SHIFTING NOT = "Y".                       EXEC84.2
020955     MOVE    WU-SORT-HOLD TO WU-ORDER (WU-SORT-JX).               EXEC84.2
020956                                                                  EXEC84.2
020957 D10-1F1-SHIFT-ONE-CARD.                                          EXEC84.2
020958     IF      WU-SORT-JX = 1                                       EXEC84.2
020959             MOVE "N" TO WU-SHIFTING                              EXEC84.2
020960     ELSE                                                         EXEC84.2
020961             SUBTRACT 1 FROM WU-SORT-JX GIVING WU-SORT-PREV       EXEC84.2
020962             MOVE WU-ORDER (WU-SORT-PREV) TO WU-CARD-IX           EXEC84.2
020963             IF WU-CARD-KEY (WU-CARD-IX)                          EXEC84.2
020964                > WU-CARD-KEY (WU-SORT-HOLD)                      EXEC84.2
020965                 MOVE WU-CARD-IX TO WU-ORDER (WU-SORT-JX)         EXEC84.2
020966                 MOVE WU-SORT-PREV TO WU-SORT-JX                  EXEC84.2
020967             ELSE                                                 EXEC84.2
020968                 MOVE "N" TO WU-SHIFTING                          EXEC84.2
020969             END-IF                                               EXEC84.2
020970     END-IF.                                                      EXEC84.2
020971                                                                  EXEC84.2
020972******************************************************************EXEC84.2
020973**   LISTS WHAT THE RUN RE-ORDERED: DECKS MOVED AHEAD OF ONES    *EXEC84.2
020974**   KEYED BEFORE THEM, DECKS JOINED TO AN EARLIER DECK FOR THE  *EXEC84.2
020975**   SAME PROGRAM, DECKS WHOSE OWN CARDS WERE PUT BACK INTO      *EXEC84.2
020976**   SEQUENCE, AND DECKS REJECTED AS CONFLICTS.                  *EXEC84.2
020977******************************************************************EXEC84.2
020978 D10-1G-PRINT-DECK-ORDER.                                         EXEC84.2
020979     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
020980     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
020981     MOVE    "UPDATE DECK ORDER REPORT" TO PRINT-DATA.            EXEC84.2
020982     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
020983     MOVE    ZERO TO WU-LISTED-CT.                                EXEC84.2
020984     MOVE    ZERO TO WU-HIGH-CARD-NO.                             EXEC84.2
020985     MOVE    ZERO TO WU-HIGH-DECK.                                EXEC84.2
020986     PERFORM D10-1G1-REPORT-DECK-MOVE                             EXEC84.2
020987             VARYING WU-SORT-IX FROM 1 BY 1                       EXEC84.2
020988             UNTIL   WU-SORT-IX > WU-ORDER-CT.                    EXEC84.2
020989     PERFORM D10-1G2-REPORT-DECK-CHANGE                           EXEC84.2
020990             VARYING WU-CHECK-IX FROM 1 BY 1                      EXEC84.2
020991             UNTIL   WU-CHECK-IX > WZ-DECKS-READ-CT.              EXEC84.2
020992     IF      WU-LISTED-CT = ZERO                                  EXEC84.2
020993             MOVE " ** DECKS ALREADY IN PROGRAM/SEQUENCE ORDER"   EXEC84.2
020994                 TO PRINT-DATA                                    EXEC84.2
020995             PERFORM X20-PRINT-DETAIL                             EXEC84.2
020996     END-IF.                                                      EXEC84.2
020997                                                                  EXEC84.2
020998 D10-1G1-REPORT-DECK-MOVE.                                        EXEC84.2
020999     MOVE    WU-ORDER (WU-SORT-IX) TO WU-CARD-IX.                 EXEC84.2
021000     MOVE    WU-CARD-DECK (WU-CARD-IX) TO WU-CURR-DECK.           EXEC84.2
021001     IF      WU-CURR-DECK NOT = ZERO                              EXEC84.2
021002         AND WU-KEY-KIND (WU-CARD-IX) = ZERO                      EXEC84.2
021003         AND WU-DECK-LEAD (WU-CURR-DECK) = WU-CURR-DECK           EXEC84.2
021004         IF  WU-DECK-CARD-NO (WU-CURR-DECK) < WU-HIGH-CARD-NO     EXEC84.2
021005             ADD  1 TO WU-LISTED-CT                               EXEC84.2
021006             MOVE WU-DECK-CARD-NO (WU-CURR-DECK) TO WZ-RPT-CARDNO EXEC84.2
021007             MOVE WU-HIGH-CARD-NO TO WU-RPT-CARDNO                EXEC84.2
021008             MOVE SPACES TO PRINT-DATA                            EXEC84.2
021009             STRING " ** DECK FOR "             DELIMITED BY SIZE EXEC84.2
021010                    WU-DECK-PROG (WU-HIGH-DECK) DELIMITED BY SIZE EXEC84.2
021011                    " (CARD"                    DELIMITED BY SIZE EXEC84.2
021012                    WU-RPT-CARDNO               DELIMITED BY SIZE EXEC84.2
021013                    ") MOVED AHEAD OF"          DELIMITED BY SIZE EXEC84.2
021014                    " DECK FOR "                DELIMITED BY SIZE EXEC84.2
021015                    WU-DECK-PROG (WU-CURR-DECK) DELIMITED BY SIZE EXEC84.2
021016                    " (CARD"                    DELIMITED BY SIZE EXEC84.2
021017                    WZ-RPT-CARDNO               DELIMITED BY SIZE EXEC84.2
021018                    ")"                         DELIMITED BY SIZE EXEC84.2
021019                 INTO PRINT-DATA                                  EXEC84.2
021020             PERFORM X20-PRINT-DETAIL                             EXEC84.2
021021         ELSE                                                     EXEC84.2
021022             MOVE WU-DECK-CARD-NO (WU-CURR-DECK)                  EXEC84.2
021023                 TO WU-HIGH-CARD-NO                               EXEC84.2
021024             MOVE WU-CURR-DECK TO WU-HIGH-DECK                    EXEC84.2
021025         END-IF                                                   EXEC84.2
021026     END-IF.                                                      EXEC84.2
021027                                                                  EXEC84.2
021028 D10-1G2-REPORT-DECK-CHANGE.                                      EXEC84.2
021029     MOVE    WU-DECK-CARD-NO (WU-CHECK-IX) TO WZ-RPT-CARDNO.      EXEC84.2
021030     IF      WU-DECK-APPLIED (WU-CHECK-IX) = "C"                  EXEC84.2
021031             ADD  1 TO WU-LISTED-CT                               EXEC84.2
021032             MOVE SPACES TO PRINT-DATA                            EXEC84.2
021033             STRING " ** DECK FOR "             DELIMITED BY SIZE EXEC84.2
021034                    WU-DECK-PROG (WU-CHECK-IX)  DELIMITED BY SIZE EXEC84.2
021035                    " (CARD"                    DELIMITED BY SIZE EXEC84.2
021036                    WZ-RPT-CARDNO               DELIMITED BY SIZE EXEC84.2
021037                    ") REJECTED - "             DELIMITED BY SIZE EXEC84.2
021038                    WU-DECK-FAIL-TEXT (WU-CHECK-IX)               EXEC84.2
021039                                                DELIMITED BY SIZE EXEC84.2
021040                 INTO PRINT-DATA                                  EXEC84.2
021041             PERFORM X20-PRINT-DETAIL                             EXEC84.2
021042     ELSE                                                         EXEC84.2
021043         IF  WU-DECK-LEAD (WU-CHECK-IX) NOT = WU-CHECK-IX         EXEC84.2
021044             ADD  1 TO WU-LISTED-CT                               EXEC84.2
021045             MOVE WU-DECK-LEAD (WU-CHECK-IX) TO WU-MARK-LEAD      EXEC84.2
021046             MOVE WU-DECK-CARD-NO (WU-MARK-LEAD) TO WU-RPT-CARDNO EXEC84.2
021047             MOVE SPACES TO PRINT-DATA                            EXEC84.2
021048             STRING " ** DECK FOR "             DELIMITED BY SIZE EXEC84.2
021049                    WU-DECK-PROG (WU-CHECK-IX)  DELIMITED BY SIZE EXEC84.2
021050                    " (CARD"                    DELIMITED BY SIZE EXEC84.2
021051                    WZ-RPT-CARDNO               DELIMITED BY SIZE EXEC84.2
021052                    ") APPLIED WITH THE DECK AT CARD"             EXEC84.2
021053                                                DELIMITED BY SIZE EXEC84.2
021054                    WU-RPT-CARDNO               DELIMITED BY SIZE EXEC84.2
021055                 INTO PRINT-DATA                                  EXEC84.2
021056             PERFORM X20-PRINT-DETAIL                             EXEC84.2
021057         END-IF                                                   EXEC84.2
021058         IF  WU-DECK-RESORTED (WU-CHECK-IX) > ZERO                EXEC84.2
021059             ADD  1 TO WU-LISTED-CT                               EXEC84.2
021060             MOVE WU-DECK-RESORTED (WU-CHECK-IX) TO WU-RPT-CT     EXEC84.2
021061             MOVE SPACES TO PRINT-DATA                            EXEC84.2
021062             STRING " ** DECK FOR "             DELIMITED BY SIZE EXEC84.2
021063                    WU-DECK-PROG (WU-CHECK-IX)  DELIMITED BY SIZE EXEC84.2
021064                    " (CARD"                    DELIMITED BY SIZE EXEC84.2
021065                    WZ-RPT-CARDNO               DELIMITED BY SIZE EXEC84.2
021066                    ") -"                       DELIMITED BY SIZE EXEC84.2
021067                    WU-RPT-CT                   DELIMITED BY SIZE EXEC84.2
021068                    " CARDS PUT BACK INTO SEQUENCE ORDER"         EXEC84.2
021069                                                DELIMITED BY SIZE EXEC84.2
021070                 INTO PRINT-DATA                                  EXEC84.2
021071             PERFORM X20-PRINT-DETAIL                             EXEC84.2
021072         END-IF                                                   EXEC84.2
021073     END-IF.                                                      EXEC84.2
021074                                                                  EXEC84.2
021075*    ONLY THE LEADING *START CARD OF EACH PROGRAM IS HANDED TO THEEXEC84.2
021076*    MERGE, AND NOTHING FROM A DECK REJECTED AS A CONFLICT.       EXEC84.2
021077 D10-1H-DROP-UNSERVED-CARD.                                       EXEC84.2
021078     MOVE    WU-ORDER (WU-SORT-IX) TO WU-CARD-IX.                 EXEC84.2
021079     MOVE    WU-CARD-DECK (WU-CARD-IX) TO WU-CURR-DECK.           EXEC84.2
021080     IF      WU-CURR-DECK = ZERO                                  EXEC84.2
021081             ADD  1 TO WU-SORT-JX                                 EXEC84.2
021082             MOVE WU-CARD-IX TO WU-ORDER (WU-SORT-JX)             EXEC84.2
021083     ELSE                                                         EXEC84.2
021084         IF  WU-DECK-APPLIED (WU-CURR-DECK) NOT = "C"             EXEC84.2
021085             AND (WU-KEY-KIND (WU-CARD-IX) NOT = ZERO             EXEC84.2
021086              OR  WU-DECK-LEAD (WU-CURR-DECK) = WU-CURR-DECK)     EXEC84.2
021087             ADD  1 TO WU-SORT-JX                                 EXEC84.2
021088             MOVE WU-CARD-IX TO WU-ORDER (WU-SORT-JX)             EXEC84.2
021089         END-IF                                                   EXEC84.2
021090     END-IF.                                                      EXEC84.2
021091                                                                  EXEC84.2
021092*    EACH STREAM'S DATASET IS CREATED EMPTY AT THE START OF THE   EXEC84.2
021093*    PASS; D10-9R4 EXTENDS IT ONE PROGRAM AT A TIME.              EXEC84.2
021094 D10-1I-CREATE-STREAM-FILE.                                       EXEC84.2
021095     MOVE    WY-STREAM-NAME (WY-STREAM-IX) TO WY-STREAM-DSN.      EXEC84.2
021096     OPEN    OUTPUT STREAM-OUTPUT-FILE.                           EXEC84.2
021097     CLOSE   STREAM-OUTPUT-FILE.                                  EXEC84.2
021098                                                                  EXEC84.2
021099******************************************************************EXEC84.2
021100**   THE POPULATION-INDEX-FILE IS A KSDS KEYED ON PROGRAM ID,   * EXEC84.2
021101**   BUILT AS A SIDE EFFECT OF A NORMAL FULL PASS (SEE D10-9A)  * EXEC84.2
021102**   SO A LATER RESTART OR A "*SELECT-PROG" RUN CAN SEEK        * EXEC84.2
021103**   DIRECTLY TO THE WANTED PROGRAM INSTEAD OF SCANNING         * EXEC84.2
021104**   POPULATION-FILE FROM THE TOP.                              * EXEC84.2
021105******************************************************************EXEC84.2
021106 D10-2-LOCATE-RESTART-POINT.                                      EXEC84.2
021107     MOVE    SPACES TO PX-PROG-ID.                                EXEC84.2
021108     MOVE    ZERO TO PX-BLOCK-NO.                                 EXEC84.2
021109     IF      WZ-RESTART-ACTIVE = "Y"                              EXEC84.2
021110             MOVE WZ-RESTART-PROG TO PX-PROG-ID                   EXEC84.2
021111             READ POPULATION-INDEX-FILE                           EXEC84.2
021112                 INVALID KEY MOVE ZERO TO PX-BLOCK-NO             EXEC84.2
021113             END-READ                                             EXEC84.2
021114             PERFORM D10-9A-2-CHECK-PX-STATUS                     EXEC84.2
021115     ELSE                                                         EXEC84.2
021116*            A PULLED-IN SUBPROGRAM CAN SIT AHEAD OF THE EARLIEST EXEC84.2
021117*            PROGRAM NAMED ON A *PROG CARD, SO THE INDEX SEEK IS  EXEC84.2
021118*            SKIPPED AND THE WHOLE POPULATION IS SCANNED WHENEVER EXEC84.2
021119*            THE DEPENDENCY RESOLUTION ADDED EXTRA SELECTIONS.    EXEC84.2
021120*            THE STREAMS MAKE THEIR OWN SELECTIONS, SO NOTHING MAYEXEC84.2
021121*            BE SKIPPED WHILE ANY STREAM IS DEFINED.              EXEC84.2
021122             IF WZ-PROGS-SELECTED-CT > 0                          EXEC84.2
021123                AND WN-EXTRA-SELECT-CT = ZERO                     EXEC84.2
021124                AND WY-STREAM-CT = ZERO                           EXEC84.2
021125                 MOVE ZERO TO WZ-MIN-BLOCK-NO                     EXEC84.2
021126                 PERFORM D10-2-2-FIND-MIN-BLOCK                   EXEC84.2
021127                         VARYING SUB3 FROM 1 BY 1                 EXEC84.2
021128                         UNTIL SUB3 > WZ-PROGS-SELECTED-CT        EXEC84.2
021129                 MOVE WZ-MIN-BLOCK-NO TO PX-BLOCK-NO              EXEC84.2
021130             END-IF                                               EXEC84.2
021131     END-IF.                                                      EXEC84.2
021132     IF      PX-BLOCK-NO > 0                                      EXEC84.2
021133             MOVE "Y" TO WZ-RESTART-POINT-FOUND                   EXEC84.2
021134             PERFORM D10-2-1-SKIP-RECORD                          EXEC84.2
021135                 VARYING SUB2 FROM 1 BY 1                         EXEC84.2
021136                 UNTIL   SUB2 > PX-BLOCK-NO - 1                   EXEC84.2
021137     END-IF.                                                      EXEC84.2
021138     PERFORM D10-9-READ-NEXT.                                     EXEC84.2
021139                                                                  EXEC84.2
021140******************************************************************EXEC84.2
021141**   WHEN MORE THAN ONE "*SELECT-PROG" NAME IS ON THE DECK,     * EXEC84.2
021142**   THE EARLIEST-OCCURRING SELECTED PROGRAM MUST BE FOUND, NOT * EXEC84.2
021143**   JUST THE FIRST ONE NAMED ON A CARD, OR A SELECTED PROGRAM  * EXEC84.2
021144**   SITTING EARLIER IN POPULATION-FILE WOULD BE SKIPPED OVER.   *EXEC84.2
021145******************************************************************EXEC84.2
021146 D10-2-2-FIND-MIN-BLOCK.                                          EXEC84.2
021147     MOVE    WF-PROGRAM-SELECTED (SUB3) TO PX-PROG-ID.            EXEC84.2
021148     MOVE    ZERO TO PX-BLOCK-NO.                                 EXEC84.2
021149     READ    POPULATION-INDEX-FILE                                EXEC84.2
021150             INVALID KEY MOVE ZERO TO PX-BLOCK-NO                 EXEC84.2
021151     END-READ.                                                    EXEC84.2
021152     PERFORM D10-9A-2-CHECK-PX-STATUS.                            EXEC84.2
021153     IF      PX-BLOCK-NO > 0                                      EXEC84.2
021160         AND (WZ-MIN-BLOCK-NO = ZERO                              EXEC84.2
021170          OR  PX-BLOCK-NO < WZ-MIN-BLOCK-NO)                      EXEC84.2
021180             MOVE PX-BLOCK-NO TO WZ-MIN-BLOCK-NO                  EXEC84.2
021780     MOVE    "N" TO WZ-BACKOUT-STARTED.                           EXEC84.2
021790     MOVE    WC-MODULE TO WZ-MODULE.                              EXEC84.2
021800     MOVE    WC-LEVEL TO WZ-LEVEL.                                EXEC84.2
021801     MOVE    WC-COBOL TO WZ-CURRENT-HEADER.                       EXEC84.2
021802     MOVE    "N" TO WZ-FMT-PREV-CODE.                             EXEC84.2
021810*    EVERYTHING THE PROGRAM EMITS IS HELD IN THE WP BUFFERS AND   EXEC84.2
021820*    ONLY WRITTEN WHEN THE PROGRAM FINISHES CLEANLY, SO A MERGE   EXEC84.2
021830*    FAILURE CAN BACK OUT ONE PROGRAM WITHOUT TOUCHING THE        EXEC84.2
021950     END-IF.                                                      EXEC84.2
021960     PERFORM D10-4C-CHECK-QUARANTINE.                             EXEC84.2
021970     PERFORM D10-5-DETERMINE-SELECTION.                           EXEC84.2
021971     PERFORM D10-4D-CHECK-TYPE-SUPPRESSED.                        EXEC84.2
021972     PERFORM D10-4E-CHECK-EXTRACT-MODE.                           EXEC84.2
021973     IF      WY-STREAM-CT > ZERO                                  EXEC84.2
021974             PERFORM D10-4F-SELECT-STREAMS                        EXEC84.2
021975     END-IF.                                                      EXEC84.2
021980     PERFORM D10-4A-FIND-ROLLUP-ENTRY.                            EXEC84.2
021990     IF      WZ-PROGRAM-SELECTED = "Y"                            EXEC84.2
022000             ADD  1 TO WZ-PROGS-MATCHED                           EXEC84.2
022190             PERFORM D10-9R-FLUSH-PROGRAM                         EXEC84.2
022200         END-IF                                                   EXEC84.2
022210     END-IF.                                                      EXEC84.2
022211     IF      WY-STREAM-CT > ZERO                                  EXEC84.2
022212             PERFORM D10-4G-COUNT-STREAMS                         EXEC84.2
022213                     VARYING WY-STREAM-IX FROM 1 BY 1             EXEC84.2
022214                     UNTIL   WY-STREAM-IX > WY-STREAM-CT          EXEC84.2
022215     END-IF.                                                      EXEC84.2
022220     MOVE    "N" TO WP-BUFFERING.                                 EXEC84.2
022230     IF      WY-SOURCE-MEMBERS = "Y"                              EXEC84.2
022240             PERFORM D10-9M-CLOSE-MEMBER                          EXEC84.2
022250     END-IF.                                                      EXEC84.2
022260     IF      WZ-WRITTEN-TO-SOURCE = "Y"                           EXEC84.2
022261         IF  WZ-CURRENT-HEADER = "DATA "                          EXEC84.2
022262             ADD 1 TO WZ-DATA-MEMBERS                             EXEC84.2
022263         ELSE                                                     EXEC84.2
022264         IF  WZ-CURRENT-HEADER = "CLBRY"                          EXEC84.2
022265             ADD 1 TO WZ-LIBRARY-MEMBERS                          EXEC84.2
022266         ELSE                                                     EXEC84.2
022270             ADD 1 TO WZ-SOURCE-PROGS                             EXEC84.2
022280             IF SUB6 > ZERO                                       EXEC84.2
022290                 PERFORM D10-9N-WRITE-JOB-DECK                    EXEC84.2
022300             END-IF                                               EXEC84.2
022301         END-IF                                                   EXEC84.2
022302         END-IF                                                   EXEC84.2
022303     ELSE                                                         EXEC84.2
022304         IF  WZ-PROGRAM-SELECTED = "Y"                            EXEC84.2
022305             AND (WZ-TYPE-SUPPRESSED = "Y" OR WI-MODE-SKIP = "Y") EXEC84.2
022306             AND WZ-VERIFY-ONLY NOT = "Y"                         EXEC84.2
022307             IF WZ-TYPE-SUPPRESSED = "Y"                          EXEC84.2
022308                 ADD 1 TO WZ-SUPPRESSED-CT                        EXEC84.2
022309             ELSE                                                 EXEC84.2
022310                 ADD 1 TO WI-SKIPPED-CT                           EXEC84.2
022311             END-IF                                               EXEC84.2
022312         END-IF                                                   EXEC84.2
022313     END-IF.                                                      EXEC84.2
022320     ADD     1 TO WZ-NEWPOP-PROGS.                                EXEC84.2
022330     PERFORM D10-4B-ADD-TO-ROLLUP.                                EXEC84.2
022340     PERFORM D10-9-PRINT-PROGRAM-SUMMARY.                         EXEC84.2
023130             ADD  1 TO WZ-ROLLUP-CT                               EXEC84.2
023140             MOVE WC-MODULE TO WM-MODULE (WZ-ROLLUP-CT)           EXEC84.2
023150             MOVE WC-LEVEL TO WM-LEVEL (WZ-ROLLUP-CT)             EXEC84.2
023151             MOVE WC-COBOL TO WM-TYPE (WZ-ROLLUP-CT)              EXEC84.2
023160             MOVE ZERO TO WM-PROGS-FOUND (WZ-ROLLUP-CT)           EXEC84.2
023170             MOVE ZERO TO WM-SOURCE-PROGS (WZ-ROLLUP-CT)          EXEC84.2
023180             MOVE ZERO TO WM-LINES-COBOL (WZ-ROLLUP-CT)           EXEC84.2
023250 D10-4A1-MATCH-ROLLUP-ENTRY.                                      EXEC84.2
023260     IF      WM-MODULE (SUB3) = WC-MODULE                         EXEC84.2
023270         AND WM-LEVEL (SUB3) = WC-LEVEL                           EXEC84.2
023271         AND WM-TYPE (SUB3) = WC-COBOL                            EXEC84.2
023280             MOVE SUB3 TO WZ-ROLLUP-IX                            EXEC84.2
023290             MOVE "Y" TO WZ-ROLLUP-FOUND                          EXEC84.2
023300     END-IF.                                                      EXEC84.2
023690         AND WN-QUAR (SUB3) = "Y"                                 EXEC84.2
023700             MOVE "Y" TO WZ-PROG-QUARANTINED                      EXEC84.2
023710     END-IF.                                                      EXEC84.2
023711                                                                  EXEC84.2
023712*    SWITCHES 10, 11 AND 12 HOLD BACK THE DATA FILES, THE COPY    EXEC84.2
023713*    LIBRARY TEXT AND THE PROGRAMS THEMSELVES FROM THE EXTRACT.   EXEC84.2
023714*    A SUPPRESSED MEMBER IS STILL MERGED AND CARRIED FORWARD ON   EXEC84.2
023715*    THE NEW POPULATION - ONLY ITS EXTRACT OUTPUT IS WITHHELD.    EXEC84.2
023716 D10-4D-CHECK-TYPE-SUPPRESSED.                                    EXEC84.2
023717     MOVE    "N" TO WZ-TYPE-SUPPRESSED.                           EXEC84.2
023718     IF      WZ-CURRENT-HEADER = "DATA "                          EXEC84.2
023719         IF  WY-NO-DATA = "Y"                                     EXEC84.2
023720             MOVE "Y" TO WZ-TYPE-SUPPRESSED                       EXEC84.2
023721         END-IF                                                   EXEC84.2
023722     ELSE                                                         EXEC84.2
023723     IF      WZ-CURRENT-HEADER = "CLBRY"                          EXEC84.2
023724         IF  WY-NO-LIBRARY = "Y"                                  EXEC84.2
023725             MOVE "Y" TO WZ-TYPE-SUPPRESSED                       EXEC84.2
023726         END-IF                                                   EXEC84.2
023727     ELSE                                                         EXEC84.2
023728         IF  WY-NO-SOURCE = "Y"                                   EXEC84.2
023729             MOVE "Y" TO WZ-TYPE-SUPPRESSED                       EXEC84.2
023730         END-IF                                                   EXEC84.2
023731     END-IF                                                       EXEC84.2
023732     END-IF.                                                      EXEC84.2
023733                                                                  EXEC84.2
023734*    EXTRACT-AUTO AND EXTRACT-MAN EXTRACT ONLY THE PROGRAMS       EXEC84.2
023735*    CLASSIFIED "A" (UNATTENDED) OR "M" (OPERATOR-ATTENDED) IN THEEXEC84.2
023736*    B10-5 CLASSIFICATION; WITH BOTH SET, ANY CLASSIFIED PROGRAM  EXEC84.2
023737*    QUALIFIES.  AN UNCLASSIFIED PROGRAM IS NEVER DEFAULTED INTO  EXEC84.2
023738*    EITHER STREAM - IT IS LEFT OUT AND NAMED ON THE LISTING.     EXEC84.2
023739*    EXTRACT-ALL STILL TAKES EVERYTHING, AND DATA/CLBRY MEMBERS   EXEC84.2
023740*    ARE SUPPORT FILES FOR BOTH KINDS OF TEST, SO NEITHER IS      EXEC84.2
023741*    FILTERED.                                                    EXEC84.2
023742 D10-4E-CHECK-EXTRACT-MODE.                                       EXEC84.2
023743     MOVE    "N" TO WI-MODE-SKIP.                                 EXEC84.2
023744     MOVE    SPACE TO WI-CURR-MODE.                               EXEC84.2
023745     IF      WZ-CURRENT-HEADER = "COBOL"                          EXEC84.2
023746             MOVE ZERO TO WI-CLASS-IX                             EXEC84.2
023747             PERFORM D10-4E1-MATCH-CLASS                          EXEC84.2
023748                     VARYING SUB3 FROM 1 BY 1                     EXEC84.2
023749                     UNTIL   SUB3 > WI-CLASS-CT                   EXEC84.2
023750                        OR   WI-CLASS-IX > ZERO                   EXEC84.2
023751             IF WI-CLASS-IX > ZERO                                EXEC84.2
023752                 MOVE WI-CLASS-MODE (WI-CLASS-IX) TO WI-CURR-MODE EXEC84.2
023753             ELSE                                                 EXEC84.2
023754                 PERFORM D10-4E2-NOTE-UNCLASSIFIED                EXEC84.2
023755             END-IF                                               EXEC84.2
023756             IF (WY-EXTRACT-AUTO = "Y" OR WY-EXTRACT-MAN = "Y")   EXEC84.2
023757                 AND WY-EXTRACT-ALL NOT = "Y"                     EXEC84.2
023758                 MOVE "Y" TO WI-MODE-SKIP                         EXEC84.2
023759                 IF (WI-CURR-MODE = "A"                           EXEC84.2
023760                     AND WY-EXTRACT-AUTO = "Y")                   EXEC84.2
023761                    OR (WI-CURR-MODE = "M"                        EXEC84.2
023762                     AND WY-EXTRACT-MAN = "Y")                    EXEC84.2
023763                     MOVE "N" TO WI-MODE-SKIP                     EXEC84.2
023764                 END-IF                                           EXEC84.2
023765             END-IF                                               EXEC84.2
023766     END-IF.                                                      EXEC84.2
023767                                                                  EXEC84.2
023768 D10-4E1-MATCH-CLASS.                                             EXEC84.2
023769     IF      WI-CLASS-PROG (SUB3) = WC-PROG-ID                    EXEC84.2
023770             MOVE SUB3 TO WI-CLASS-IX                             EXEC84.2
023771     END-IF.                                                      EXEC84.2
023772                                                                  EXEC84.2
023773 D10-4E2-NOTE-UNCLASSIFIED.                                       EXEC84.2
023774     IF      WI-UNCLASS-CT < 600                                  EXEC84.2
023775             ADD  1 TO WI-UNCLASS-CT                              EXEC84.2
023776             MOVE WC-PROG-ID TO WI-UNCLASS-PROG (WI-UNCLASS-CT)   EXEC84.2
023777     ELSE                                                         EXEC84.2
023778             MOVE "Y" TO WI-UNCLASS-OVERFLOW                      EXEC84.2
023779     END-IF.                                                      EXEC84.2
023780                                                                  EXEC84.2
023781******************************************************************EXEC84.2
023782**   SETS EACH NAMED STREAM'S STANDING FOR THE PROGRAM JUST      *EXEC84.2
023783**   STARTED.  THE C80 PRESCAN HAS ALREADY ANSWERED THE          *EXEC84.2
023784**   SELECTION (PULLED-IN SUBPROGRAMS INCLUDED); A PROGRAM PAST  *EXEC84.2
023785**   THE END OF THE PRESCAN TABLE IS TESTED HERE INSTEAD.  A     *EXEC84.2
023786**   SELECTED PROGRAM IS THEN WITHHELD ("W") WHEN THE STREAM'S   *EXEC84.2
023787**   SWITCH 12 IS SET, OR WHEN ITS AUTO/MAN MODE DOES NOT TAKE   *EXEC84.2
023788**   THE PROGRAM'S CLASSIFICATION (D10-4E HAS LOOKED IT UP).     *EXEC84.2
023789**   ONLY COBOL PROGRAMS GO TO THE STREAMS - DATA FILES AND COPY *EXEC84.2
023790**   LIBRARY TEXT GO TO THE RUN'S OWN DATASETS AS BEFORE.        *EXEC84.2
023791******************************************************************EXEC84.2
023792 D10-4F-SELECT-STREAMS.                                           EXEC84.2
023793     MOVE    ZERO TO WY-STREAM-WN-IX.                             EXEC84.2
023794     PERFORM D10-4F1-FIND-PRESCAN-ENTRY                           EXEC84.2
023795             VARYING SUB3 FROM 1 BY 1                             EXEC84.2
023796             UNTIL   SUB3 > WN-HEADER-CT                          EXEC84.2
023797                OR   WY-STREAM-WN-IX > ZERO.                      EXEC84.2
023798     PERFORM D10-4F5-SELECT-ONE-STREAM                            EXEC84.2
023799             VARYING WY-STREAM-IX FROM 1 BY 1                     EXEC84.2
023800             UNTIL   WY-STREAM-IX > WY-STREAM-CT.                 EXEC84.2
023801                                                                  EXEC84.2
023802 D10-4F1-FIND-PRESCAN-ENTRY.                                      EXEC84.2
023803     IF      WN-PROG-ID (SUB3) = WC-PROG-ID                       EXEC84.2
023804             MOVE SUB3 TO WY-STREAM-WN-IX                         EXEC84.2
023805     END-IF.                                                      EXEC84.2
023806                                                                  EXEC84.2
023807*    TESTS THE HEADER NOW IN WC-CURRENT-POP-RECORD AGAINST THE    EXEC84.2
023808*    SELECTION CARDS OF STREAM WY-STREAM-IX.  ALSO USED BY THE C80EXEC84.2
023809*    PRESCAN, WHICH REBUILDS THE HEADER FIELDS IT NEEDS.          EXEC84.2
023810 D10-4F2-CHECK-STREAM-SELECTION.                                  EXEC84.2
023811     MOVE    "N" TO WY-STREAM-HIT.                                EXEC84.2
023812     IF      WC-COBOL = "COBOL"                                   EXEC84.2
023813         IF  WY-STREAM-PROG-CT (WY-STREAM-IX) = ZERO              EXEC84.2
023814             AND WY-STREAM-MODULE-CT (WY-STREAM-IX) = ZERO        EXEC84.2
023815             AND WY-STREAM-LEVEL (WY-STREAM-IX) = SPACE           EXEC84.2
023816             MOVE "Y" TO WY-STREAM-HIT                            EXEC84.2
023817         ELSE                                                     EXEC84.2
023818             PERFORM D10-4F3-CHECK-STREAM-PROG                    EXEC84.2
023819                     VARYING WY-STREAM-SUB FROM 1 BY 1            EXEC84.2
023820                     UNTIL   WY-STREAM-SUB >                      EXEC84.2
023821                             WY-STREAM-PROG-CT (WY-STREAM-IX)     EXEC84.2
023822                        OR   WY-STREAM-HIT = "Y"                  EXEC84.2
023823             PERFORM D10-4F4-CHECK-STREAM-MODULE                  EXEC84.2
023824                     VARYING WY-STREAM-SUB FROM 1 BY 1            EXEC84.2
023825                     UNTIL   WY-STREAM-SUB >                      EXEC84.2
023826                             WY-STREAM-MODULE-CT (WY-STREAM-IX)   EXEC84.2
023827                        OR   WY-STREAM-HIT = "Y"                  EXEC84.2
023828             IF WY-STREAM-HIT NOT = "Y"                           EXEC84.2
023829                AND WY-STREAM-LEVEL (WY-STREAM-IX) NOT = SPACE    EXEC84.2
023830                AND WY-STREAM-LEVEL (WY-STREAM-IX) = WC-LEVEL     EXEC84.2
023831                 MOVE "Y" TO WY-STREAM-HIT                        EXEC84.2
023832             END-IF                                               EXEC84.2
023833         END-IF                                                   EXEC84.2
023834     END-IF.                                                      EXEC84.2
023835                                                                  EXEC84.2
023836 D10-4F3-CHECK-STREAM-PROG.                                       EXEC84.2
023837     IF      WY-STREAM-PROG (WY-STREAM-IX, WY-STREAM-SUB)         EXEC84.2
023838             = WC-PROG-ID-1-5                                     EXEC84.2
023839             MOVE "Y" TO WY-STREAM-HIT                            EXEC84.2
023840     END-IF.                                                      EXEC84.2
023841                                                                  EXEC84.2
023842 D10-4F4-CHECK-STREAM-MODULE.                                     EXEC84.2
023843     IF      WY-STREAM-MODULE (WY-STREAM-IX, WY-STREAM-SUB)       EXEC84.2
023844             = WC-MODULE                                          EXEC84.2
023845         IF  WY-STREAM-MOD-LEVEL (WY-STREAM-IX, WY-STREAM-SUB)    EXEC84.2
023846             = SPACE                                              EXEC84.2
023847          OR WY-STREAM-MOD-LEVEL (WY-STREAM-IX, WY-STREAM-SUB)    EXEC84.2
023848             = WC-LEVEL                                           EXEC84.2
023849             MOVE "Y" TO WY-STREAM-HIT                            EXEC84.2
023850         END-IF                                                   EXEC84.2
023851     END-IF.                                                      EXEC84.2
023852                                                                  EXEC84.2
023853 D10-4F5-SELECT-ONE-STREAM.                                       EXEC84.2
023854     IF      WY-STREAM-WN-IX > ZERO                               EXEC84.2
023855             MOVE WN-STREAM-SEL (WY-STREAM-WN-IX, WY-STREAM-IX)   EXEC84.2
023856                 TO WY-STREAM-HIT                                 EXEC84.2
023857     ELSE                                                         EXEC84.2
023858             PERFORM D10-4F2-CHECK-STREAM-SELECTION               EXEC84.2
023859     END-IF.                                                      EXEC84.2
023860     MOVE    "N" TO WY-STREAM-CURR (WY-STREAM-IX).                EXEC84.2
023861     IF      WY-STREAM-HIT = "Y"                                  EXEC84.2
023862             ADD  1 TO WY-STREAM-SELECTED (WY-STREAM-IX)          EXEC84.2
023863             MOVE "Y" TO WY-STREAM-CURR (WY-STREAM-IX)            EXEC84.2
023864             IF WY-STREAM-NO-SOURCE (WY-STREAM-IX) = "Y"          EXEC84.2
023865                 MOVE "W" TO WY-STREAM-CURR (WY-STREAM-IX)        EXEC84.2
023866             END-IF                                               EXEC84.2
023867             IF (WY-STREAM-AUTO (WY-STREAM-IX) = "Y"              EXEC84.2
023868                 OR WY-STREAM-MAN (WY-STREAM-IX) = "Y")           EXEC84.2
023869                AND WY-STREAM-ALL (WY-STREAM-IX) NOT = "Y"        EXEC84.2
023870                 IF (WI-CURR-MODE NOT = "A"                       EXEC84.2
023871                     OR WY-STREAM-AUTO (WY-STREAM-IX) NOT = "Y")  EXEC84.2
023872                    AND (WI-CURR-MODE NOT = "M"                   EXEC84.2
023873                     OR WY-STREAM-MAN (WY-STREAM-IX) NOT = "Y")   EXEC84.2
023874                     MOVE "W" TO WY-STREAM-CURR (WY-STREAM-IX)    EXEC84.2
023875                 END-IF                                           EXEC84.2
023876             END-IF                                               EXEC84.2
023877     END-IF.                                                      EXEC84.2
023878                                                                  EXEC84.2
023879*    ONCE THE PROGRAM HAS BEEN WRITTEN OR BACKED OUT, A STREAM    EXEC84.2
023880*    THAT SELECTED IT BUT LOST IT TO A MERGE FAILURE IS MARKED    EXEC84.2
023881*    "F".                                                         EXEC84.2
023882 D10-4G-COUNT-STREAMS.                                            EXEC84.2
023883     IF      WY-STREAM-CURR (WY-STREAM-IX) = "W"                  EXEC84.2
023884             ADD 1 TO WY-STREAM-WITHHELD (WY-STREAM-IX)           EXEC84.2
023885     END-IF.                                                      EXEC84.2
023886     IF      WY-STREAM-CURR (WY-STREAM-IX) = "Y"                  EXEC84.2
023887         AND WZ-MERGE-FAILED = "Y"                                EXEC84.2
023888             MOVE "F" TO WY-STREAM-CURR (WY-STREAM-IX)            EXEC84.2
023889             ADD  1 TO WY-STREAM-FAILED (WY-STREAM-IX)            EXEC84.2
023890     END-IF.                                                      EXEC84.2
023891                                                                  EXEC84.2
023892 D10-6-EMIT-HEADER-LINE.                                          EXEC84.2
023893     IF      WY-LIST-PROGRAMS = "Y"                               EXEC84.2
023894         AND WZ-PROGRAM-SELECTED = "Y"                            EXEC84.2
023895             PERFORM X20-2-NEW-PAGE                               EXEC84.2
023896     END-IF.                                                      EXEC84.2
023897     MOVE    WC-CURRENT-POP-RECORD TO WZ-EMIT-LINE-80.            EXEC84.2
023898     MOVE    "HEADER" TO WZ-EMIT-TYPE.                            EXEC84.2
023899     PERFORM D10-9F2-WRITE-EMIT-LINE.                             EXEC84.2
023900                                                                  EXEC84.2
023901 D10-7-PROCESS-BODY-LINE.                                         EXEC84.2
023902     IF      WP-BUFFERING = "Y"                                   EXEC84.2
023903             PERFORM D10-9O-CAPTURE-ORIG-LINE                     EXEC84.2
023904     END-IF.                                                      EXEC84.2
023905     PERFORM D10-8-MERGE-ONE-LINE.                                EXEC84.2
023906     PERFORM D10-9-READ-NEXT.                                     EXEC84.2
023907                                                                  EXEC84.2
023908******************************************************************EXEC84.2
023909**   SEQUENCE-NUMBER MERGE OF THE CURRENT POPULATION LINE AGAIN  *EXEC84.2
023910**   ST THE PENDING "*START" UPDATE CARDS FOR THIS PROGRAM.     * EXEC84.2
023920**   THREE CARD SHAPES CAN BE PENDING - AN INSERT OR REPLACE    * EXEC84.2
023930**   LINE-UPDATE CARD (SEQUENCE IN COLUMNS 1-6) OR A "*DELETE"  * EXEC84.2
024210         AND WB-DELETE-LIT NOT = "*DELETE"                        EXEC84.2
024220         AND WB-SEQ-1 = WC-6                                      EXEC84.2
024230             PERFORM D10-8B-EMIT-REPLACEMENT                      EXEC84.2
024250     ELSE                                                         EXEC84.2
024260             PERFORM D10-8C-EMIT-UNCHANGED-LINE                   EXEC84.2
024270     END-IF                                                       EXEC84.2
024280     END-IF.                                                      EXEC84.2
024290                                                                  EXEC84.2
024300 D10-8A-EMIT-PENDING-INSERT.                                      EXEC84.2
024301     PERFORM D10-8G-CHECK-UPDATE-CARD.                            EXEC84.2
024302     IF      WZ-FMT-REJECTED NOT = "Y"                            EXEC84.2
024303             PERFORM D10-8A1-INSERT-CARD-LINE                     EXEC84.2
024304     END-IF.                                                      EXEC84.2
024305                                                                  EXEC84.2
024306 D10-8A1-INSERT-CARD-LINE.                                        EXEC84.2
024310     MOVE    WB-SEQ-1 TO WZ-EMIT-SEQ.                             EXEC84.2
024320     MOVE    WB-COBOL-LINE TO WZ-EMIT-TEXT.                       EXEC84.2
024330     MOVE    "INSERTED" TO WZ-EMIT-TYPE.                          EXEC84.2
024340     PERFORM D10-9F-EMIT-LINE.                                    EXEC84.2
024341     PERFORM D10-8H-NOTE-EMITTED-LINE.                            EXEC84.2
024350     PERFORM D10-9K2-BACKOUT-INSERT.                              EXEC84.2
024360     ADD     1 TO WZ-LINES-INSERTED.                              EXEC84.2
024361     IF      WU-CARD-OWNER > ZERO                                 EXEC84.2
024362             ADD 1 TO WU-DECK-INS-CT (WU-CARD-OWNER)              EXEC84.2
024363     END-IF.                                                      EXEC84.2
024370     ADD     1 TO WZ-LINES-COBOL.                                 EXEC84.2
024380     PERFORM D10-9B-READ-NEXT-CONTROL-CARD.                       EXEC84.2
024390                                                                  EXEC84.2
024400 D10-8B-EMIT-REPLACEMENT.                                         EXEC84.2
024401*    A REJECTED CARD HAS FAILED ITS DECK, SO THE LINE IT WOULD    EXEC84.2
024402*    HAVE REPLACED GOES THROUGH AS IT STANDS.                     EXEC84.2
024403     PERFORM D10-8G-CHECK-UPDATE-CARD.                            EXEC84.2
024404     IF      WZ-FMT-REJECTED = "Y"                                EXEC84.2
024405             PERFORM D10-8C-EMIT-UNCHANGED-LINE                   EXEC84.2
024406     ELSE                                                         EXEC84.2
024407             PERFORM D10-8B1-REPLACE-CARD-LINE                    EXEC84.2
024408             PERFORM D10-9B-READ-NEXT-CONTROL-CARD                EXEC84.2
024409     END-IF.                                                      EXEC84.2
024410                                                                  EXEC84.2
024411 D10-8B1-REPLACE-CARD-LINE.                                       EXEC84.2
024412     MOVE    WC-6 TO WZ-EMIT-SEQ.                                 EXEC84.2
024420     MOVE    WB-COBOL-LINE TO WZ-EMIT-TEXT.                       EXEC84.2
024430     MOVE    "REPLACED" TO WZ-EMIT-TYPE.                          EXEC84.2
024440     PERFORM D10-9F-EMIT-LINE.                                    EXEC84.2
024441     PERFORM D10-8H-NOTE-EMITTED-LINE.                            EXEC84.2
024450     PERFORM D10-9K1-BACKOUT-REPLACE.                             EXEC84.2
024460     ADD     1 TO WZ-LINES-REPLACED.                              EXEC84.2
024461     IF      WU-CARD-OWNER > ZERO                                 EXEC84.2
024462             ADD 1 TO WU-DECK-REP-CT (WU-CARD-OWNER)              EXEC84.2
024463     END-IF.                                                      EXEC84.2
024470     ADD     1 TO WZ-LINES-COBOL.                                 EXEC84.2
024480                                                                  EXEC84.2
024490******************************************************************EXEC84.2
024570 D10-8C-EMIT-UNCHANGED-LINE.                                      EXEC84.2
024580     MOVE    "N" TO WZ-DELETE-FLAG.                               EXEC84.2
024590     IF      WY-REMOVE-COMMENTS = "Y" AND WC-COL-7 = "*"          EXEC84.2
024591         AND WZ-CURRENT-HEADER NOT = "DATA "                      EXEC84.2
024600         AND WZ-PROG-QUARANTINED NOT = "Y"                        EXEC84.2
024610             ADD 1 TO WZ-COMMENTS-DELETED                         EXEC84.2
024620             MOVE "Y" TO WZ-DELETE-FLAG                           EXEC84.2
024830             ADD 1 TO WZ-LINES-DELETED                            EXEC84.2
024840             PERFORM D10-9K3-BACKOUT-REMOVED                      EXEC84.2
024850     ELSE                                                         EXEC84.2
024851             IF WZ-FORMAT-ALL = "Y"                               EXEC84.2
024852                AND WZ-PROGRAM-SELECTED = "Y"                     EXEC84.2
024853                AND WZ-CURRENT-HEADER NOT = "DATA "               EXEC84.2
024854                 MOVE WC-CURRENT-POP-RECORD (7:74) TO WZ-FMT-LINE EXEC84.2
024855                 MOVE "N" TO WZ-FMT-FROM-CARD                     EXEC84.2
024856                 MOVE 66 TO WZ-FMT-SCAN-END                       EXEC84.2
024857                 PERFORM D10-8F-CHECK-LINE-FORMAT                 EXEC84.2
024858             END-IF                                               EXEC84.2
024860             MOVE WC-6 TO WZ-EMIT-SEQ                             EXEC84.2
024870             MOVE WC-CURRENT-POP-RECORD (7:74) TO WZ-EMIT-TEXT    EXEC84.2
024880             MOVE "UNCHANGED" TO WZ-EMIT-TYPE                     EXEC84.2
024930                 MOVE WC-17-19 TO WZ-EMIT-XCARD-NUM               EXEC84.2
024940             END-IF                                               EXEC84.2
024950             PERFORM D10-9F-EMIT-LINE                             EXEC84.2
024951             PERFORM D10-8H-NOTE-EMITTED-LINE                     EXEC84.2
024960     END-IF.                                                      EXEC84.2
024970     ADD     1 TO WZ-LINES-COBOL.                                 EXEC84.2
024980                                                                  EXEC84.2
025220 D10-8E-DELETE-BY-CARD.                                           EXEC84.2
025230     MOVE    "Y" TO WZ-DELETE-HIT.                                EXEC84.2
025240     ADD     1 TO WZ-LINES-DELETED.                               EXEC84.2
025241     IF      WU-CARD-OWNER > ZERO                                 EXEC84.2
025242             ADD 1 TO WU-DECK-DEL-CT (WU-CARD-OWNER)              EXEC84.2
025243     END-IF.                                                      EXEC84.2
025250     ADD     1 TO WZ-LINES-COBOL.                                 EXEC84.2
025260     IF      WZ-AUDIT-ACTIVE = "Y"                                EXEC84.2
025270             PERFORM D10-9E2-WRITE-AUDIT-DELETE                   EXEC84.2
025380             PERFORM D10-9B-READ-NEXT-CONTROL-CARD                EXEC84.2
025390             MOVE "N" TO WZ-DELETE-HIT                            EXEC84.2
025400     END-IF.                                                      EXEC84.2
025401                                                                  EXEC84.2
025402******************************************************************EXEC84.2
025403**   CHECKS ONE LINE (WZ-FMT-LINE, COLUMNS 7-80) AGAINST THE     *EXEC84.2
025404**   REFERENCE-FORMAT RULES AND LISTS EACH FINDING -             *EXEC84.2
025405**     REJECT  - AN INDICATOR OTHER THAN SPACE, *, /, - OR D IN  *EXEC84.2
025406**               COLUMN 7; A TAB OR OTHER UNPRINTABLE CHARACTER; *EXEC84.2
025407**               TEXT RUNNING ACROSS COLUMN 72 INTO 73; OR A     *EXEC84.2
025408**               CONTINUATION LINE THAT DOES NOT FOLLOW A LINE   *EXEC84.2
025409**               OF CODE (IT FOLLOWS THE HEADER, A COMMENT OR A  *EXEC84.2
025410**               BLANK LINE).                                    *EXEC84.2
025411**     WARNING - ANY OTHER TEXT IN COLUMNS 73-80 THAT IS NOT THE *EXEC84.2
025412**               PROGRAM'S IDENTIFICATION FIELD, OR A            *EXEC84.2
025413**               CONTINUATION LINE WITH TEXT IN AREA A.          *EXEC84.2
025414**   COLUMNS 73-80 OF A POPULATION LINE ARE ITS OWN              *EXEC84.2
025415**   IDENTIFICATION FIELD AND ARE LEFT ALONE.  A POPULATION LINE *EXEC84.2
025416**   CANNOT BE REJECTED, SO ITS REJECT-GRADE FINDINGS ARE LISTED *EXEC84.2
025417**   AS ERRORS.                                                  *EXEC84.2
025418******************************************************************EXEC84.2
025419 D10-8F-CHECK-LINE-FORMAT.                                        EXEC84.2
025420     IF      WZ-FMT-IND NOT = SPACE AND WZ-FMT-IND NOT = "*"      EXEC84.2
025421         AND WZ-FMT-IND NOT = "/" AND WZ-FMT-IND NOT = "-"        EXEC84.2
025422         AND WZ-FMT-IND NOT = "D"                                 EXEC84.2
025423             MOVE "R" TO WZ-FMT-FIND-GRADE                        EXEC84.2
025424             MOVE "INVALID INDICATOR IN COLUMN 7"                 EXEC84.2
025425                 TO WZ-FMT-MESSAGE                                EXEC84.2
025426             PERFORM D10-8F2-NOTE-FINDING                         EXEC84.2
025427     END-IF.                                                      EXEC84.2
025428     MOVE    ZERO TO WZ-FMT-BAD-IX.                               EXEC84.2
025429     PERFORM D10-8F1-SCAN-ONE-CHARACTER                           EXEC84.2
025430             VARYING WZ-FMT-IX FROM 1 BY 1                        EXEC84.2
025431             UNTIL   WZ-FMT-IX > WZ-FMT-SCAN-END                  EXEC84.2
025432                OR   WZ-FMT-BAD-IX > ZERO.                        EXEC84.2
025433     IF      WZ-FMT-BAD-IX > ZERO                                 EXEC84.2
025434             COMPUTE WZ-FMT-COL = WZ-FMT-BAD-IX + 6               EXEC84.2
025435             MOVE "R" TO WZ-FMT-FIND-GRADE                        EXEC84.2
025436             MOVE SPACES TO WZ-FMT-MESSAGE                        EXEC84.2
025437             STRING "TAB/UNPRINTABLE CHARACTER IN COLUMN "        EXEC84.2
025438                                          DELIMITED BY SIZE       EXEC84.2
025439                    WZ-FMT-COL            DELIMITED BY SIZE       EXEC84.2
025440                 INTO WZ-FMT-MESSAGE                              EXEC84.2
025441             PERFORM D10-8F2-NOTE-FINDING                         EXEC84.2
025442     END-IF.                                                      EXEC84.2
025443     IF      WZ-FMT-FROM-CARD = "Y"                               EXEC84.2
025444         AND WZ-FMT-IDENT NOT = SPACES                            EXEC84.2
025445         AND WZ-FMT-IDENT NOT = WC-73-80                          EXEC84.2
025446             IF WZ-FMT-CHAR (66) NOT = SPACE                      EXEC84.2
025447                AND WZ-FMT-CHAR (67) NOT = SPACE                  EXEC84.2
025448                 MOVE "R" TO WZ-FMT-FIND-GRADE                    EXEC84.2
025449                 MOVE "TEXT RUNS PAST COLUMN 72"                  EXEC84.2
025450                     TO WZ-FMT-MESSAGE                            EXEC84.2
025451             ELSE                                                 EXEC84.2
025452                 MOVE "W" TO WZ-FMT-FIND-GRADE                    EXEC84.2
025453                 MOVE "UNEXPECTED TEXT IN COLUMNS 73-80"          EXEC84.2
025454                     TO WZ-FMT-MESSAGE                            EXEC84.2
025455             END-IF                                               EXEC84.2
025456             PERFORM D10-8F2-NOTE-FINDING                         EXEC84.2
025457     END-IF.                                                      EXEC84.2
025458     IF      WZ-FMT-IND = "-"                                     EXEC84.2
025459         AND WZ-FMT-PREV-CODE NOT = "Y"                           EXEC84.2
025460             MOVE "R" TO WZ-FMT-FIND-GRADE                        EXEC84.2
025461             MOVE "CONTINUATION DOES NOT FOLLOW A CODE LINE"      EXEC84.2
025462                 TO WZ-FMT-MESSAGE                                EXEC84.2
025463             PERFORM D10-8F2-NOTE-FINDING                         EXEC84.2
025464     END-IF.                                                      EXEC84.2
025465     IF      WZ-FMT-IND = "-"                                     EXEC84.2
025466         AND WZ-FMT-AREA-A NOT = SPACES                           EXEC84.2
025467             MOVE "W" TO WZ-FMT-FIND-GRADE                        EXEC84.2
025468             MOVE "CONTINUATION WITH TEXT IN AREA A"              EXEC84.2
025469                 TO WZ-FMT-MESSAGE                                EXEC84.2
025470             PERFORM D10-8F2-NOTE-FINDING                         EXEC84.2
025471     END-IF.                                                      EXEC84.2
025472                                                                  EXEC84.2
025473*    ANYTHING THAT COLLATES BELOW A SPACE - TAB, NULL OR ANY OTHEREXEC84.2
025474*    CONTROL CHARACTER - CANNOT BE PRINTED OR KEYED.              EXEC84.2
025475 D10-8F1-SCAN-ONE-CHARACTER.                                      EXEC84.2
025476     IF      WZ-FMT-CHAR (WZ-FMT-IX) < SPACE                      EXEC84.2
025477             MOVE WZ-FMT-IX TO WZ-FMT-BAD-IX                      EXEC84.2
025478     END-IF.                                                      EXEC84.2
025479                                                                  EXEC84.2
025480*    THE FIRST REJECT-GRADE FINDING ON A CARD IS KEPT AS THE TEXT EXEC84.2
025481*    THE FAILED DECK IS REPORTED WITH.                            EXEC84.2
025482 D10-8F2-NOTE-FINDING.                                            EXEC84.2
025483     IF      WZ-FMT-FIND-GRADE = "R"                              EXEC84.2
025484         AND WZ-FMT-REJECTED NOT = "Y"                            EXEC84.2
025485             MOVE "Y" TO WZ-FMT-REJECTED                          EXEC84.2
025486             MOVE WZ-FMT-MESSAGE TO WZ-FMT-REJECT-TEXT            EXEC84.2
025487     END-IF.                                                      EXEC84.2
025488     IF      WZ-FMT-FROM-CARD = "Y"                               EXEC84.2
025489             MOVE WZ-CARD-NUMBER TO WZ-RPT-CARDNO                 EXEC84.2
025490             MOVE WZ-RPT-CARDNO TO WZ-FMT-WHERE-NO                EXEC84.2
025491             MOVE " CARD " TO WZ-FMT-WHERE                        EXEC84.2
025492             IF WZ-FMT-FIND-GRADE = "R"                           EXEC84.2
025493                 MOVE "REJECT" TO WZ-FMT-GRADE-TEXT               EXEC84.2
025494                 ADD  1 TO WZ-FMT-REJECT-CT                       EXEC84.2
025495             ELSE                                                 EXEC84.2
025496                 MOVE "WARNING" TO WZ-FMT-GRADE-TEXT              EXEC84.2
025497                 ADD  1 TO WZ-FMT-WARN-CT                         EXEC84.2
025498             END-IF                                               EXEC84.2
025499     ELSE                                                         EXEC84.2
025500             MOVE WC-6 TO WZ-FMT-WHERE-NO                         EXEC84.2
025501             MOVE " LINE " TO WZ-FMT-WHERE                        EXEC84.2
025502             ADD  1 TO WZ-FMT-POP-CT                              EXEC84.2
025503             IF WZ-FMT-FIND-GRADE = "R"                           EXEC84.2
025504                 MOVE "ERROR" TO WZ-FMT-GRADE-TEXT                EXEC84.2
025505             ELSE                                                 EXEC84.2
025506                 MOVE "WARNING" TO WZ-FMT-GRADE-TEXT              EXEC84.2
025507             END-IF                                               EXEC84.2
025508     END-IF.                                                      EXEC84.2
025509     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
025510     STRING  " ** FORMAT "          DELIMITED BY SIZE             EXEC84.2
025511             WZ-FMT-GRADE-TEXT      DELIMITED BY SIZE             EXEC84.2
025512             " IN "                 DELIMITED BY SIZE             EXEC84.2
025513             WZ-CURRENT-POP-PROG    DELIMITED BY SIZE             EXEC84.2
025514             WZ-FMT-WHERE           DELIMITED BY SIZE             EXEC84.2
025515             WZ-FMT-WHERE-NO        DELIMITED BY SIZE             EXEC84.2
025516             " - "                  DELIMITED BY SIZE             EXEC84.2
025517             WZ-FMT-MESSAGE         DELIMITED BY SIZE             EXEC84.2
025518         INTO PRINT-DATA.                                         EXEC84.2
025519     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
025520                                                                  EXEC84.2
025521******************************************************************EXEC84.2
025522**   REFERENCE-FORMAT CHECK OF AN INSERTED OR REPLACING CARD     *EXEC84.2
025523**   BEFORE IT GOES INTO THE PROGRAM (A DATA MEMBER IS NOT       *EXEC84.2
025524**   COBOL AND IS NOT CHECKED).  A REJECT FAILS THE DECK BY WAY  *EXEC84.2
025525**   OF D10-9S LIKE ANY OTHER MERGE FAILURE - THE FINDING        *EXEC84.2
025526**   STANDS AS THE FAILING CARD'S TEXT ON THE BYPASS SUMMARY AND *EXEC84.2
025527**   THE PROGRAM GOES THROUGH UNCHANGED.  THE REST OF THE RUN    *EXEC84.2
025528**   CARRIES ON.                                                 *EXEC84.2
025529******************************************************************EXEC84.2
025530 D10-8G-CHECK-UPDATE-CARD.                                        EXEC84.2
025531     MOVE    "N" TO WZ-FMT-REJECTED.                              EXEC84.2
025532     IF      WZ-CURRENT-HEADER NOT = "DATA "                      EXEC84.2
025533             MOVE WB-COBOL-LINE TO WZ-FMT-LINE                    EXEC84.2
025534             MOVE "Y" TO WZ-FMT-FROM-CARD                         EXEC84.2
025535             MOVE 74 TO WZ-FMT-SCAN-END                           EXEC84.2
025536             PERFORM D10-8F-CHECK-LINE-FORMAT                     EXEC84.2
025537     END-IF.                                                      EXEC84.2
025538     IF      WZ-FMT-REJECTED = "Y"                                EXEC84.2
025539             MOVE WZ-CARD-NUMBER TO WZ-FAIL-CARD-NO               EXEC84.2
025540             MOVE WZ-FMT-REJECT-TEXT TO WZ-FAIL-CARD-TEXT         EXEC84.2
025541             MOVE "Y" TO WZ-FAIL-PRESET                           EXEC84.2
025542             PERFORM D10-9S-FLAG-MERGE-FAILURE                    EXEC84.2
025543     END-IF.                                                      EXEC84.2
025544                                                                  EXEC84.2
025545*    A CONTINUATION LINE CAN ONLY FOLLOW A LINE OF CODE - NOTE    EXEC84.2
025546*    WHETHER THE LINE JUST EMITTED IS ONE.                        EXEC84.2
025547 D10-8H-NOTE-EMITTED-LINE.                                        EXEC84.2
025548     IF      WZ-EMIT-TEXT (2:65) = SPACES                         EXEC84.2
025549         OR  WZ-EMIT-TEXT (1:1) = "*"                             EXEC84.2
025550         OR  WZ-EMIT-TEXT (1:1) = "/"                             EXEC84.2
025551             MOVE "N" TO WZ-FMT-PREV-CODE                         EXEC84.2
025552     ELSE                                                         EXEC84.2
025553             MOVE "Y" TO WZ-FMT-PREV-CODE                         EXEC84.2
025554     END-IF.                                                      EXEC84.2
025555                                                                  EXEC84.2
025556 D10-9-READ-NEXT.                                                 EXEC84.2
025557     PERFORM D10-9J-GET-POP-LINE.                                 EXEC84.2
025558     IF      WZ-END-OF-POPFILE NOT = "Y"                          EXEC84.2
025559             ADD 1 TO WZ-POP-RECORD-COUNT                         EXEC84.2
025560     END-IF.                                                      EXEC84.2
025561                                                                  EXEC84.2
025562******************************************************************EXEC84.2
025563**   DELIVERS THE NEXT 80-BYTE SOURCE LINE IN                   * EXEC84.2
025564**   WC-CURRENT-POP-RECORD WHETHER POPULATION-FILE IS THE       * EXEC84.2
025565**   SINGLE-LINE 80-BYTE FORMAT OR THE BLOCKED 2400-BYTE        * EXEC84.2
025566**   30-LINES-PER-RECORD FORMAT WRITTEN BY D10-9G (OPTION       * EXEC84.2
025567**   SWITCH 18 = Y SELECTS THE BLOCKED FORMAT), SO THE UPDATED  * EXEC84.2
025568**   POPULATION FEEDS STRAIGHT BACK IN AS THE NEXT CYCLES       * EXEC84.2
025569**   INPUT WITHOUT A REFORMAT JOB IN BETWEEN.                   * EXEC84.2
025570******************************************************************EXEC84.2
025571 D10-9J-GET-POP-LINE.                                             EXEC84.2
025580     IF      WY-POP-BLOCKED = "Y"                                 EXEC84.2
025590             MOVE "N" TO WZ-POP-LINE-GOT                          EXEC84.2
025600             PERFORM D10-9J1-NEXT-BLOCKED-LINE                    EXEC84.2
026020             INVALID KEY CONTINUE                                 EXEC84.2
026030     END-WRITE.                                                   EXEC84.2
026040     PERFORM D10-9A-2-CHECK-PX-STATUS.                            EXEC84.2
026041                                                                  EXEC84.2
026042******************************************************************EXEC84.2
026043**   THE INDEX IS STAMPED WITH THE GENERATION IT DESCRIBES - THE *EXEC84.2
026044**   RUN THAT WROTE THIS RUN'S INPUT POPULATION, AS RECORDED ON  *EXEC84.2
026045**   THE CONTROL TOTALS C80-15 CHECKED - AND WHEN IT WAS BUILT.  *EXEC84.2
026046**   A "*RETRIEVE" RUN COMPARES THE STAMP WITH THE CONTROL       *EXEC84.2
026047**   TOTALS OF THE POPULATION IT IS GIVEN.  THE KEY SORTS AHEAD  *EXEC84.2
026048**   OF EVERY PROGRAM ID, AND A FIRST CYCLE WITH NO CONTROL      *EXEC84.2
026049**   TOTALS LEAVES THE GENERATION BLANK.                         *EXEC84.2
026050******************************************************************EXEC84.2
026051 D10-9A-1-WRITE-INDEX-STAMP.                                      EXEC84.2
026052     MOVE    SPACES TO POPULATION-INDEX-STAMP.                    EXEC84.2
026053     MOVE    "*STAMP" TO PX-STAMP-KEY.                            EXEC84.2
026054     MOVE    ZERO TO PX-STAMP-RUN-TIME.                           EXEC84.2
026055     IF      WV-OLD-FOUND = "Y"                                   EXEC84.2
026056             MOVE WV-OLD-RUN-DATE TO PX-STAMP-RUN-DATE            EXEC84.2
026057             MOVE WV-OLD-RUN-TIME TO PX-STAMP-RUN-TIME            EXEC84.2
026058     END-IF.                                                      EXEC84.2
026059     ACCEPT  WH-DATE-WORK FROM DATE.                              EXEC84.2
026060     MOVE    WH-DATE-WORK TO PX-STAMP-BUILT-DATE.                 EXEC84.2
026061     MOVE    WZ-START-TIME TO PX-STAMP-BUILT-TIME.                EXEC84.2
026062     WRITE   POPULATION-INDEX-STAMP                               EXEC84.2
026063             INVALID KEY CONTINUE                                 EXEC84.2
026064     END-WRITE.                                                   EXEC84.2
026065     PERFORM D10-9A-2-CHECK-PX-STATUS.                            EXEC84.2
026066                                                                  EXEC84.2
026067******************************************************************EXEC84.2
026070**   "00" IS NORMAL, "05" IS AN OPTIONAL FILE NOT YET PRESENT,  * EXEC84.2
026080**   AND "22"/"23" ARE DUPLICATE-KEY/RECORD-NOT-FOUND CASES     * EXEC84.2
026090**   ALREADY TOLERATED BY THE INVALID KEY CLAUSES ABOVE.  ANY   * EXEC84.2
026270     END-IF.                                                      EXEC84.2
026280                                                                  EXEC84.2
026290 D10-9B-READ-NEXT-CONTROL-CARD.                                   EXEC84.2
026291*    ONCE D10-1C HAS HELD THE DECKS THE CARDS COME FROM           EXEC84.2
026292*    WU-CARD-TABLE IN WU-ORDER SEQUENCE, EACH CARRYING THE CARD   EXEC84.2
026293*    NUMBER IT WAS READ UNDER; THE FILE IS READ AGAIN ONLY WHEN   EXEC84.2
026294*    THERE WERE MORE CARDS THAN THE TABLE HOLDS.                  EXEC84.2
026295     IF      WU-SERVE-IX < WU-ORDER-CT                            EXEC84.2
026296             ADD  1 TO WU-SERVE-IX                                EXEC84.2
026297             MOVE WU-ORDER (WU-SERVE-IX) TO WU-CARD-IX            EXEC84.2
026298             MOVE WU-CARD-TEXT (WU-CARD-IX) TO WB-CONTROL-DATA    EXEC84.2
026299             MOVE WU-CARD-NO (WU-CARD-IX) TO WZ-CARD-NUMBER       EXEC84.2
026300             PERFORM D10-9B1-NOTE-CONTROL-CARD                    EXEC84.2
026301     ELSE                                                         EXEC84.2
026302*        A DECK THAT FILLED THE TABLE HAS ONE MORE CARD ALREADY   EXEC84.2
026303*        READ (D10-1C5), WHICH GOES BEFORE ANY FURTHER READS.     EXEC84.2
026304         IF  WU-OVER-HELD = "Y"                                   EXEC84.2
026305             MOVE "N" TO WU-OVER-HELD                             EXEC84.2
026306             MOVE WU-OVER-CARD TO WB-CONTROL-DATA                 EXEC84.2
026307             MOVE WU-OVER-CARD-NO TO WZ-CARD-NUMBER               EXEC84.2
026308             PERFORM D10-9B1-NOTE-CONTROL-CARD                    EXEC84.2
026309         ELSE                                                     EXEC84.2
026310         IF  WU-FILE-EOF = "Y"                                    EXEC84.2
026311             MOVE "Y" TO WZ-END-OF-UPDATES                        EXEC84.2
026312         ELSE                                                     EXEC84.2
026313             READ    CONTROL-CARD-FILE INTO WB-CONTROL-DATA       EXEC84.2
026314                     AT END MOVE "Y" TO WZ-END-OF-UPDATES         EXEC84.2
026315                 NOT AT END ADD 1 TO WZ-CARD-NUMBER               EXEC84.2
026316                            PERFORM D10-9B1-NOTE-CONTROL-CARD     EXEC84.2
026317             END-READ                                             EXEC84.2
026318         END-IF                                                   EXEC84.2
026319         END-IF                                                   EXEC84.2
026320     END-IF.                                                      EXEC84.2
026350                                                                  EXEC84.2
026360******************************************************************EXEC84.2
026370**   BOOKKEEPING FOR EVERY CARD READ FROM THE UPDATE PART OF    * EXEC84.2
026430******************************************************************EXEC84.2
026440 D10-9B1-NOTE-CONTROL-CARD.                                       EXEC84.2
026450     IF      WB-STAR-START = "*START"                             EXEC84.2
026451*        D10-1D BUILT THE DECK ENTRIES WHEN IT SORTED THE DECKS - EXEC84.2
026452*        HERE THE *START CARD ONLY NAMES THE DECK NOW IN THE      EXEC84.2
026453*        LOOKAHEAD.                                               EXEC84.2
026454         IF  WU-SORTED = "Y"                                      EXEC84.2
026455             MOVE WU-CARD-DECK (WU-CARD-IX) TO WU-LOOKAHEAD-DECK  EXEC84.2
026456             MOVE "Y" TO WZ-DECK-TRACKED                          EXEC84.2
026457         ELSE                                                     EXEC84.2
026460             IF WZ-DECKS-READ-CT < 100                            EXEC84.2
026470                 ADD 1 TO WZ-DECKS-READ-CT                        EXEC84.2
026480                 MOVE WB-UPDATE-PROG                              EXEC84.2
026550                     TO WU-DECK-FAIL-CARD (WZ-DECKS-READ-CT)      EXEC84.2
026560                 MOVE SPACES                                      EXEC84.2
026570                     TO WU-DECK-FAIL-TEXT (WZ-DECKS-READ-CT)      EXEC84.2
026571                 MOVE WB-CHANGE-REF                               EXEC84.2
026572                     TO WU-DECK-CHANGE-REF (WZ-DECKS-READ-CT)     EXEC84.2
026573                 MOVE "NO FILE"                                   EXEC84.2
026574                     TO WU-DECK-APPROVAL (WZ-DECKS-READ-CT)       EXEC84.2
026575                 MOVE ZERO TO WU-DECK-INS-CT (WZ-DECKS-READ-CT)   EXEC84.2
026576                 MOVE ZERO TO WU-DECK-REP-CT (WZ-DECKS-READ-CT)   EXEC84.2
026577                 MOVE ZERO TO WU-DECK-DEL-CT (WZ-DECKS-READ-CT)   EXEC84.2
026580                 MOVE "Y" TO WZ-DECK-TRACKED                      EXEC84.2
026581                 MOVE WZ-DECKS-READ-CT                            EXEC84.2
026582                     TO WU-DECK-LEAD (WZ-DECKS-READ-CT)           EXEC84.2
026583                 MOVE WZ-DECKS-READ-CT TO WU-LOOKAHEAD-DECK       EXEC84.2
026590             ELSE                                                 EXEC84.2
026600*                AN UNTRACKED DECK MUST NEVER TOUCH ENTRY 100 -   EXEC84.2
026610*                ITS CARDS AND ITS ACTIVATION BELONG TO NO        EXEC84.2
026680                     PERFORM C20-8-INVALID-CARD                   EXEC84.2
026690                 END-IF                                           EXEC84.2
026700             END-IF                                               EXEC84.2
026701         END-IF                                                   EXEC84.2
026710             MOVE SPACES TO WZ-DECK-PREV-SEQ                      EXEC84.2
026720*            THE INDEX FILE IS NEVER OPEN IN VENDOR-MERGE MODE,   EXEC84.2
026730*            SO THE "*VERIFY" DECK EDITS ARE SKIPPED THERE.       EXEC84.2
026770             END-IF                                               EXEC84.2
026780     ELSE                                                         EXEC84.2
026790         IF  WZ-DECKS-READ-CT > ZERO                              EXEC84.2
026791*            CARDS HELD AND SORTED BY D10-1C WERE COUNTED         EXEC84.2
026792*            AGAINST THEIR OWN DECKS AS THEY WERE READ.           EXEC84.2
026793             IF WZ-DECK-TRACKED = "Y"                             EXEC84.2
026794                AND WU-SORTED NOT = "Y"                           EXEC84.2
026795                 ADD 1 TO WU-DECK-CARD-CT (WZ-DECKS-READ-CT)      EXEC84.2
026796             END-IF                                               EXEC84.2
026830             IF WZ-VERIFY-ONLY = "Y"                              EXEC84.2
026840                AND WZ-VENDOR-MERGE NOT = "Y"                     EXEC84.2
026850                 PERFORM D10-9B3-VERIFY-UPDATE-CARD               EXEC84.2
026860             END-IF                                               EXEC84.2
026870         END-IF                                                   EXEC84.2
026880     END-IF.                                                      EXEC84.2
026881*    THE DECK THE CARD NOW IN THE LOOKAHEAD BELONGS TO, SO THE    EXEC84.2
026882*    MERGE CAN CHARGE EVERY LINE IT CHANGES TO THE RIGHT DECK FOR EXEC84.2
026883*    THE CHANGE LEDGER.                                           EXEC84.2
026884     MOVE    ZERO TO WU-CARD-OWNER.                               EXEC84.2
026885     IF      WU-SORTED = "Y"                                      EXEC84.2
026886             MOVE WU-CARD-DECK (WU-CARD-IX) TO WU-CARD-OWNER      EXEC84.2
026887     ELSE                                                         EXEC84.2
026888         IF  WZ-DECK-TRACKED = "Y"                                EXEC84.2
026889             MOVE WZ-DECKS-READ-CT TO WU-CARD-OWNER               EXEC84.2
026890         END-IF                                                   EXEC84.2
026891     END-IF.                                                      EXEC84.2
026892                                                                  EXEC84.2
026900******************************************************************EXEC84.2
026910**   "*VERIFY" EDITS APPLIED TO EACH UPDATE CARD AS IT IS       * EXEC84.2
026920**   READ - THE DECK PROGRAM MUST BE ON THE POPULATION INDEX,   * EXEC84.2
027470*    LOOPED, NOT A ONE-SHOT TEST: A REJECTED DECK MAY BE          EXEC84.2
027480*    FOLLOWED BY ANOTHER DECK FOR THE SAME PROGRAM, WHICH MUST    EXEC84.2
027490*    FACE THE SAME CHECK.                                         EXEC84.2
027491*    THE APPROVAL STATUS RECORDED ON THE CHANGE LEDGER.           EXEC84.2
027492     IF      WT-APPROVALS-CT = ZERO                               EXEC84.2
027493             MOVE "NO FILE" TO WW-APPR-STATUS                     EXEC84.2
027494     ELSE                                                         EXEC84.2
027495             MOVE "APPROVED" TO WW-APPR-STATUS                    EXEC84.2
027496     END-IF.                                                      EXEC84.2
027500     MOVE    "N" TO WT-APPR-FOUND.                                EXEC84.2
027510     PERFORM D10-9C4-CHECK-APPROVAL                               EXEC84.2
027520             UNTIL   WZ-END-OF-UPDATES = "Y"                      EXEC84.2
027640                     PERFORM C20-8-INVALID-CARD                   EXEC84.2
027650                 END-IF                                           EXEC84.2
027660                 MOVE "Y" TO WZ-UPDATE-THIS-PROG                  EXEC84.2
027661                 IF WU-LOOKAHEAD-DECK > ZERO                      EXEC84.2
027662                    AND WZ-DECK-TRACKED = "Y"                     EXEC84.2
027663                     MOVE WU-LOOKAHEAD-DECK TO WU-MARK-LEAD       EXEC84.2
027664                     MOVE "Y" TO WU-MARK-STATUS                   EXEC84.2
027665                     PERFORM D10-9C7-MARK-DECK-GROUP              EXEC84.2
027666                     MOVE WU-LOOKAHEAD-DECK TO WZ-ACTIVE-DECK-IX  EXEC84.2
027667                 END-IF                                           EXEC84.2
027730                 MOVE WB-RENUMBER TO WZ-RESEQUENCE-THIS           EXEC84.2
027740                 IF WZ-RESEQUENCE-THIS = "Y"                      EXEC84.2
027750                     MOVE ZERO TO WZ-RESEQ-NO                     EXEC84.2
028170         INTO PRINT-DATA.                                         EXEC84.2
028180     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
028190     PERFORM D10-9C2-DRAIN-DECK.                                  EXEC84.2
028191                                                                  EXEC84.2
028192******************************************************************EXEC84.2
028193**   SETS THE APPLIED STATUS OF A DECK AND OF EVERY LATER DECK    EXEC84.2
028194**   FOR THE SAME PROGRAM THAT D10-1D JOINED UNDER IT, SO THE     EXEC84.2
028195**   END-OF-RUN REPORTS ACCOUNT FOR EACH DECK AS KEYED.  A DECK   EXEC84.2
028196**   ALREADY REJECTED AS A CONFLICT KEEPS ITS "C".                EXEC84.2
028197******************************************************************EXEC84.2
028198 D10-9C7-MARK-DECK-GROUP.                                         EXEC84.2
028199     PERFORM D10-9C8-MARK-ONE-DECK                                EXEC84.2
028200             VARYING WU-MARK-IX FROM 1 BY 1                       EXEC84.2
028201             UNTIL   WU-MARK-IX > WZ-DECKS-READ-CT.               EXEC84.2
028202                                                                  EXEC84.2
028203 D10-9C8-MARK-ONE-DECK.                                           EXEC84.2
028204     IF      WU-DECK-LEAD (WU-MARK-IX) = WU-MARK-LEAD             EXEC84.2
028205         AND WU-DECK-APPLIED (WU-MARK-IX) NOT = "C"               EXEC84.2
028206             MOVE WU-MARK-STATUS TO WU-DECK-APPLIED (WU-MARK-IX)  EXEC84.2
028207             IF WU-MARK-STATUS = "Y"                              EXEC84.2
028208                 MOVE WW-APPR-STATUS                              EXEC84.2
028209                     TO WU-DECK-APPROVAL (WU-MARK-IX)             EXEC84.2
028210             END-IF                                               EXEC84.2
028211             IF WU-MARK-STATUS = "F"                              EXEC84.2
028212                 MOVE WZ-FAIL-CARD-NO                             EXEC84.2
028213                     TO WU-DECK-FAIL-CARD (WU-MARK-IX)            EXEC84.2
028214                 MOVE WZ-FAIL-CARD-TEXT                           EXEC84.2
028215                     TO WU-DECK-FAIL-TEXT (WU-MARK-IX)            EXEC84.2
028216             END-IF                                               EXEC84.2
028217     END-IF.                                                      EXEC84.2
028218                                                                  EXEC84.2
028219******************************************************************EXEC84.2
028220**   VERIFIES THE *START DECK NOW IN THE LOOKAHEAD AGAINST THE   *EXEC84.2
028230**   APPROVALS TABLE.  AN APPROVED DECK REMEMBERS ITS APPROVED   *EXEC84.2
028240**   CARD COUNT FOR THE END-OF-PROGRAM CHECK IN D10-9P.  AN      *EXEC84.2
028430                     INTO PRINT-DATA                              EXEC84.2
028440                 PERFORM X20-PRINT-DETAIL                         EXEC84.2
028450                 MOVE "OVERRIDE" TO WT-AUDIT-REASON               EXEC84.2
028451                 MOVE "OVERRIDE" TO WW-APPR-STATUS                EXEC84.2
028460                 PERFORM D10-9T-WRITE-AUDIT-APPROVAL              EXEC84.2
028470                 MOVE "Y" TO WT-APPR-FOUND                        EXEC84.2
028480             ELSE                                                 EXEC84.2
028490                 ADD  1 TO WZ-REJECTED-CT                         EXEC84.2
028491                 IF WZ-DECK-TRACKED = "Y"                         EXEC84.2
028492                    AND WU-LOOKAHEAD-DECK > ZERO                  EXEC84.2
028493                     MOVE WU-LOOKAHEAD-DECK TO WU-MARK-LEAD       EXEC84.2
028494                     MOVE "R" TO WU-MARK-STATUS                   EXEC84.2
028495                     PERFORM D10-9C7-MARK-DECK-GROUP              EXEC84.2
028496                 END-IF                                           EXEC84.2
028550                 MOVE WZ-CARD-NUMBER TO WZ-RPT-CARDNO             EXEC84.2
028560                 MOVE SPACES TO PRINT-DATA                        EXEC84.2
028570                 STRING " ** DECK FOR "   DELIMITED BY SIZE       EXEC84.2
029400     MOVE    "N" TO WP-SRC-CURR.                                  EXEC84.2
029410     IF      WZ-PROGRAM-SELECTED = "Y"                            EXEC84.2
029420         AND WZ-VERIFY-ONLY NOT = "Y"                             EXEC84.2
029421         AND WZ-TYPE-SUPPRESSED NOT = "Y"                         EXEC84.2
029422         AND WI-MODE-SKIP NOT = "Y"                               EXEC84.2
029430             IF WY-EXTRACT-DELTA = "Y"                            EXEC84.2
029440                 IF WZ-EMIT-TYPE = "INSERTED"                     EXEC84.2
029450                    OR WZ-EMIT-TYPE = "REPLACED"                  EXEC84.2
029600             PERFORM D10-9F8-BUFFER-EMIT-LINE                     EXEC84.2
029610     ELSE                                                         EXEC84.2
029620             IF WP-SRC-CURR = "Y"                                 EXEC84.2
029630                 PERFORM D10-9F9-WRITE-EXTRACT-LINE               EXEC84.2
029650                 MOVE "Y" TO WZ-WRITTEN-TO-SOURCE                 EXEC84.2
029660                 IF WY-SOURCE-MEMBERS = "Y"                       EXEC84.2
029670                     PERFORM D10-9F7-WRITE-MEMBER-LINE            EXEC84.2
030660     WRITE   MEMBER-OUT.                                          EXEC84.2
030670     ADD     1 TO WZ-MEMBER-LINE-CT.                              EXEC84.2
030680                                                                  EXEC84.2
030681*    ROUTES ONE EXTRACT LINE TO THE DATASET FOR THE CURRENT       EXEC84.2
030682*    MEMBER TYPE - DATA FILES AND COPY LIBRARY TEXT ARE KEPT OFF  EXEC84.2
030683*    SOURCE-COBOL-PROGRAMS SO THE COMPILE STEP NEVER SEES THEM.   EXEC84.2
030684 D10-9F9-WRITE-EXTRACT-LINE.                                      EXEC84.2
030685     IF      WZ-CURRENT-HEADER = "DATA "                          EXEC84.2
030686             MOVE WZ-SUBST-LINE-80 TO DT-OUT                      EXEC84.2
030687             WRITE DT-OUT                                         EXEC84.2
030688     ELSE                                                         EXEC84.2
030689     IF      WZ-CURRENT-HEADER = "CLBRY"                          EXEC84.2
030690             MOVE WZ-SUBST-LINE-80 TO LB-OUT                      EXEC84.2
030691             WRITE LB-OUT                                         EXEC84.2
030692     ELSE                                                         EXEC84.2
030693             MOVE WZ-SUBST-LINE-80 TO CT-OUT                      EXEC84.2
030694             WRITE CT-OUT                                         EXEC84.2
030695     END-IF                                                       EXEC84.2
030696     END-IF.                                                      EXEC84.2
030697                                                                  EXEC84.2
030698******************************************************************EXEC84.2
030700**   CLOSES THE CURRENT PROGRAMS MEMBER DATASET AND BOOKS ITS    *EXEC84.2
030710**   DIRECTORY ENTRY (MEMBER NAME, LINE COUNT, MODULE/LEVEL)     *EXEC84.2
030720**   FOR THE DIRECTORY LISTING PRINTED BY C90 AT END OF RUN.     *EXEC84.2
030830                     TO WD-DIR-LINES (WD-DIR-CT)                  EXEC84.2
030840                 MOVE WZ-MODULE TO WD-DIR-MODULE (WD-DIR-CT)      EXEC84.2
030850                 MOVE WZ-LEVEL TO WD-DIR-LEVEL (WD-DIR-CT)        EXEC84.2
030851                 MOVE WZ-CURRENT-HEADER TO WD-DIR-TYPE (WD-DIR-CT)EXEC84.2
030860             ELSE                                                 EXEC84.2
030870                 IF WD-DIR-OVERFLOW NOT = "Y"                     EXEC84.2
030880                     MOVE "Y" TO WD-DIR-OVERFLOW                  EXEC84.2
031740     END-IF.                                                      EXEC84.2
031750                                                                  EXEC84.2
031760 D10-9G-FLUSH-NEWPOP-BLOCK.                                       EXEC84.2
031761     PERFORM D10-9G2-TOTAL-ONE-SLOT                               EXEC84.2
031762             VARYING SUB3 FROM 1 BY 1                             EXEC84.2
031763             UNTIL   SUB3 > WZ-NEWPOP-INDEX.                      EXEC84.2
031770     PERFORM D10-9G1-PAD-ONE-SLOT                                 EXEC84.2
031780             VARYING SUB3 FROM 1 BY 1 UNTIL SUB3 > 30.            EXEC84.2
031790     MOVE    WZ-NEWPOP-BUFFER TO UPDATED-SOURCE-OUT-2400.         EXEC84.2
031860             MOVE SPACES TO WZ-NEWPOP-LINE (SUB3)                 EXEC84.2
031870     END-IF.                                                      EXEC84.2
031880                                                                  EXEC84.2
031881******************************************************************EXEC84.2
031882**   EVERY LINE GOING TO UPDATED-POPULATION-FILE IS ADDED INTO   *EXEC84.2
031883**   THE CONTROL TOTALS E10-12 WRITES FOR IT, THE SAME WAY THAT  *EXEC84.2
031884**   C80-16 TOTALS THE MOUNTED TAPE.                             *EXEC84.2
031885******************************************************************EXEC84.2
031886 D10-9G2-TOTAL-ONE-SLOT.                                          EXEC84.2
031887     IF      WZ-NEWPOP-LINE (SUB3) NOT = SPACES                   EXEC84.2
031888         AND WZ-NEWPOP-LINE (SUB3) (1:16) NOT = "*END-OF-POPFILE*"EXEC84.2
031889             MOVE WZ-NEWPOP-LINE (SUB3) TO WV-HASH-LINE           EXEC84.2
031890             IF WV-HASH-LINE (1:7) = "*HEADER"                    EXEC84.2
031891                 ADD 1 TO WV-NEW-PROGS                            EXEC84.2
031892                 IF WV-NEW-CT < 600                               EXEC84.2
031893                     ADD  1 TO WV-NEW-CT                          EXEC84.2
031894                     MOVE WV-NEW-CT TO WV-NEW-IX                  EXEC84.2
031895                     MOVE WV-HASH-LINE (15:6)                     EXEC84.2
031896                         TO WV-NEW-PROG (WV-NEW-IX)               EXEC84.2
031897                     MOVE ZERO TO WV-NEW-LINES (WV-NEW-IX)        EXEC84.2
031898                     MOVE ZERO TO WV-NEW-HASH (WV-NEW-IX)         EXEC84.2
031899                 ELSE                                             EXEC84.2
031900                     MOVE ZERO TO WV-NEW-IX                       EXEC84.2
031901                 END-IF                                           EXEC84.2
031902             END-IF                                               EXEC84.2
031903             ADD  1 TO WV-NEW-TOTAL-LINES                         EXEC84.2
031904             IF WV-NEW-IX > ZERO                                  EXEC84.2
031905                 MOVE WV-NEW-HASH (WV-NEW-IX) TO WV-HASH-TOTAL    EXEC84.2
031906                 PERFORM C80-17-HASH-ONE-LINE                     EXEC84.2
031907                 MOVE WV-HASH-TOTAL TO WV-NEW-HASH (WV-NEW-IX)    EXEC84.2
031908                 ADD  1 TO WV-NEW-LINES (WV-NEW-IX)               EXEC84.2
031909             END-IF                                               EXEC84.2
031910     END-IF.                                                      EXEC84.2
031911                                                                  EXEC84.2
031912 D10-9D-WRITE-AUDIT-COMMENT.                                      EXEC84.2
031913     MOVE    WZ-CURRENT-POP-PROG TO AU-PROG-ID.                   EXEC84.2
031914     MOVE    WC-6 TO AU-SEQ.                                      EXEC84.2
031920     MOVE    "COMMENT" TO AU-REASON.                              EXEC84.2
031930     MOVE    WC-CURRENT-POP-RECORD (7:74) TO AU-LINE-TEXT.        EXEC84.2
031940     PERFORM D10-9U-PUT-AUDIT-RECORD.                             EXEC84.2
033250             MOVE WZ-SUBST-LINE-80                                EXEC84.2
033260                 TO WP-EMIT-SRC-LINE (WP-EMIT-CT)                 EXEC84.2
033270             MOVE WP-SRC-CURR TO WP-EMIT-SRC-FLAG (WP-EMIT-CT)    EXEC84.2
033271             IF WZ-EMIT-TYPE = "INSERTED"                         EXEC84.2
033272                OR WZ-EMIT-TYPE = "REPLACED"                      EXEC84.2
033273                OR WZ-EMIT-TYPE = "HEADER"                        EXEC84.2
033274                 MOVE "Y" TO WP-EMIT-CHG (WP-EMIT-CT)             EXEC84.2
033275             ELSE                                                 EXEC84.2
033276                 MOVE "N" TO WP-EMIT-CHG (WP-EMIT-CT)             EXEC84.2
033277             END-IF                                               EXEC84.2
033280     ELSE                                                         EXEC84.2
033290             MOVE "PROGRAM TOO LARGE FOR MERGE BUFFERS"           EXEC84.2
033300                 TO WZ-ERROR-MESSAGE                              EXEC84.2
033650     IF      WZ-MERGE-FAILED NOT = "Y"                            EXEC84.2
033660         AND WZ-ACTIVE-DECK-IX > ZERO                             EXEC84.2
033670         AND WT-APPROVALS-CT > ZERO                               EXEC84.2
033671             PERFORM D10-9P3-CHECK-ONE-GROUP-DECK                 EXEC84.2
033672                     VARYING WU-CHECK-IX FROM 1 BY 1              EXEC84.2
033673                     UNTIL   WU-CHECK-IX > WZ-DECKS-READ-CT       EXEC84.2
033674                        OR   WZ-MERGE-FAILED = "Y"                EXEC84.2
033675     END-IF.                                                      EXEC84.2
034050                                                                  EXEC84.2
034060 D10-9P1-MATCH-APPROVED-COUNT.                                    EXEC84.2
034070     MOVE    "N" TO WT-APPR-PROG-SEEN.                            EXEC84.2
034130                                                                  EXEC84.2
034140 D10-9P2-MATCH-ONE-COUNT.                                         EXEC84.2
034150     IF      WT-APPR-PROG (SUB3)                                  EXEC84.2
034160             = WU-DECK-PROG (WU-CHECK-IX)                         EXEC84.2
034170             MOVE "Y" TO WT-APPR-PROG-SEEN                        EXEC84.2
034180             IF WT-APPR-CARD-CT (SUB3)                            EXEC84.2
034190                = WU-DECK-CARD-CT (WU-CHECK-IX)                   EXEC84.2
034200                 MOVE "Y" TO WT-APPR-COUNT-OK                     EXEC84.2
034210             END-IF                                               EXEC84.2
034220     END-IF.                                                      EXEC84.2
034221                                                                  EXEC84.2
034222*    DECKS JOINED UNDER ONE *START CARD BY D10-1D WERE EACH       EXEC84.2
034223*    APPROVED FOR THEIR OWN CARD COUNT, SO EACH IS CHECKED ALONE. EXEC84.2
034224 D10-9P3-CHECK-ONE-GROUP-DECK.                                    EXEC84.2
034225     IF      WU-DECK-LEAD (WU-CHECK-IX) = WZ-ACTIVE-DECK-IX       EXEC84.2
034226         AND WU-DECK-APPLIED (WU-CHECK-IX) NOT = "C"              EXEC84.2
034227             PERFORM D10-9P1-MATCH-APPROVED-COUNT                 EXEC84.2
034228             IF WT-APPR-PROG-SEEN = "Y"                           EXEC84.2
034229                AND WT-APPR-COUNT-OK NOT = "Y"                    EXEC84.2
034230             MOVE SPACES TO PRINT-DATA                            EXEC84.2
034231             STRING " ** DECK FOR "        DELIMITED BY SIZE      EXEC84.2
034232                    WZ-CURRENT-POP-PROG    DELIMITED BY SIZE      EXEC84.2
034233                    " DOES NOT MATCH ANY APPROVED CARD COUNT"     EXEC84.2
034234                                           DELIMITED BY SIZE      EXEC84.2
034235                 INTO PRINT-DATA                                  EXEC84.2
034236             PERFORM X20-PRINT-DETAIL                             EXEC84.2
034237             IF WZ-APPROVAL-OVERRIDE = "Y"                        EXEC84.2
034238                 MOVE " ** DECK APPLIED UNDER OVERRIDE"           EXEC84.2
034239                     TO PRINT-DATA                                EXEC84.2
034240                 PERFORM X20-PRINT-DETAIL                         EXEC84.2
034241                 MOVE "OVERRIDE" TO WT-AUDIT-REASON               EXEC84.2
034242                 MOVE "OVERRIDE" TO WU-DECK-APPROVAL (WU-CHECK-IX)EXEC84.2
034243                 PERFORM D10-9T-WRITE-AUDIT-APPROVAL              EXEC84.2
034244             ELSE                                                 EXEC84.2
034245                 MOVE "COUNT-MISMAT" TO WT-AUDIT-REASON           EXEC84.2
034246                 PERFORM D10-9T-WRITE-AUDIT-APPROVAL              EXEC84.2
034247*                THE LOOKAHEAD IS ALREADY PAST THIS DECK, SO      EXEC84.2
034248*                THE BYPASS SUMMARY IS GIVEN THE FAILED DECK'S    EXEC84.2
034249*                OWN *START CARD NUMBER AND A COUNT MESSAGE,      EXEC84.2
034250*                NOT WHATEVER CARD HAPPENS TO BE CURRENT.         EXEC84.2
034251                 MOVE WU-DECK-CARD-NO (WU-CHECK-IX)               EXEC84.2
034252                     TO WZ-FAIL-CARD-NO                           EXEC84.2
034253                 MOVE WU-DECK-CARD-CT (WU-CHECK-IX)               EXEC84.2
034254                     TO WZ-RPT-DECK-CT                            EXEC84.2
034255                 MOVE SPACES TO WZ-FAIL-CARD-TEXT                 EXEC84.2
034256                 STRING "CARD COUNT"      DELIMITED BY SIZE       EXEC84.2
034257                        WZ-RPT-DECK-CT    DELIMITED BY SIZE       EXEC84.2
034258                        " NOT APPROVED"   DELIMITED BY SIZE       EXEC84.2
034259                     INTO WZ-FAIL-CARD-TEXT                       EXEC84.2
034260                 MOVE "Y" TO WZ-FAIL-PRESET                       EXEC84.2
034261                 PERFORM D10-9S-FLAG-MERGE-FAILURE                EXEC84.2
034262             END-IF                                               EXEC84.2
034263             END-IF                                               EXEC84.2
034264     END-IF.                                                      EXEC84.2
034265                                                                  EXEC84.2
034266******************************************************************EXEC84.2
034267**   FIRST MISMATCH BETWEEN THE ACTIVATED DECK AND THE PROGRAM   *EXEC84.2
034268**   BODY: MARK THE DECK FAILED, REMEMBER THE TRIGGERING CARD    *EXEC84.2
034270**   FOR THE BYPASS SUMMARY, DRAIN THE REST OF THE DECK AND      *EXEC84.2
034280**   STOP APPLYING UPDATES TO THIS PROGRAM.  ONE BAD DECK COSTS  *EXEC84.2
034290**   ONE PROGRAM, NOT THE BATCH WINDOW.                          *EXEC84.2
034410             MOVE "Y" TO WZ-MERGE-FAILED                          EXEC84.2
034420             ADD  1 TO WZ-BYPASS-CT                               EXEC84.2
034430             IF WZ-ACTIVE-DECK-IX > ZERO                          EXEC84.2
034431                 MOVE WZ-ACTIVE-DECK-IX TO WU-MARK-LEAD           EXEC84.2
034432                 MOVE "F" TO WU-MARK-STATUS                       EXEC84.2
034433                 PERFORM D10-9C7-MARK-DECK-GROUP                  EXEC84.2
034500             END-IF                                               EXEC84.2
034510             MOVE "N" TO WZ-FAIL-PRESET                           EXEC84.2
034520             MOVE WZ-FAIL-CARD-NO TO WZ-RPT-CARDNO                EXEC84.2
035170     PERFORM D10-9R3-FLUSH-ONE-AUDIT                              EXEC84.2
035180             VARYING WP-FLUSH-IX FROM 1 BY 1                      EXEC84.2
035190             UNTIL   WP-FLUSH-IX > WP-AU-CT.                      EXEC84.2
035191     PERFORM D10-9R4-FLUSH-ONE-STREAM                             EXEC84.2
035192             VARYING WY-STREAM-IX FROM 1 BY 1                     EXEC84.2
035193             UNTIL   WY-STREAM-IX > WY-STREAM-CT.                 EXEC84.2
035200                                                                  EXEC84.2
035210 D10-9R1-FLUSH-ONE-EMIT.                                          EXEC84.2
035220     MOVE    WP-EMIT-POP (WP-FLUSH-IX) TO WR-OUT-LINE.            EXEC84.2
035230     PERFORM F10-10-WRITE-OUT-LINE.                               EXEC84.2
035240     IF      WP-EMIT-SRC-FLAG (WP-FLUSH-IX) = "Y"                 EXEC84.2
035250             MOVE WP-EMIT-SRC-LINE (WP-FLUSH-IX)                  EXEC84.2
035260                 TO WZ-SUBST-LINE-80                              EXEC84.2
035261             PERFORM D10-9F9-WRITE-EXTRACT-LINE                   EXEC84.2
035270             MOVE "Y" TO WZ-WRITTEN-TO-SOURCE                     EXEC84.2
035280             IF WY-SOURCE-MEMBERS = "Y"                           EXEC84.2
035310                 PERFORM D10-9F7-WRITE-MEMBER-LINE                EXEC84.2
035320             END-IF                                               EXEC84.2
035330     END-IF.                                                      EXEC84.2
035370                                                                  EXEC84.2
035380 D10-9R3-FLUSH-ONE-AUDIT.                                         EXEC84.2
035390     WRITE   AUDIT-REC FROM WP-AU-LINE (WP-FLUSH-IX).             EXEC84.2
035391                                                                  EXEC84.2
035392*    EACH STREAM THAT TAKES THE PROGRAM HAS IT APPENDED TO ITS    EXEC84.2
035393*    OWN DATASET, X-CARD SUBSTITUTIONS INCLUDED; A DELTA-MODE     EXEC84.2
035394*    STREAM GETS ONLY THE HEADER AND THE INSERTED AND REPLACED    EXEC84.2
035395*    LINES.                                                       EXEC84.2
035396 D10-9R4-FLUSH-ONE-STREAM.                                        EXEC84.2
035397     IF      WY-STREAM-CURR (WY-STREAM-IX) = "Y"                  EXEC84.2
035398             MOVE WY-STREAM-NAME (WY-STREAM-IX) TO WY-STREAM-DSN  EXEC84.2
035399             OPEN EXTEND STREAM-OUTPUT-FILE                       EXEC84.2
035400             PERFORM D10-9R5-PUT-ONE-STREAM-LINE                  EXEC84.2
035401                     VARYING WP-FLUSH-IX FROM 1 BY 1              EXEC84.2
035402                     UNTIL   WP-FLUSH-IX > WP-EMIT-CT             EXEC84.2
035403             CLOSE STREAM-OUTPUT-FILE                             EXEC84.2
035404             ADD  1 TO WY-STREAM-EXTRACTED (WY-STREAM-IX)         EXEC84.2
035405     END-IF.                                                      EXEC84.2
035406                                                                  EXEC84.2
035407 D10-9R5-PUT-ONE-STREAM-LINE.                                     EXEC84.2
035408     IF      WY-STREAM-DELTA (WY-STREAM-IX) NOT = "Y"             EXEC84.2
035409         OR  WP-EMIT-CHG (WP-FLUSH-IX) = "Y"                      EXEC84.2
035410             WRITE STREAM-OUT FROM WP-EMIT-SRC-LINE (WP-FLUSH-IX) EXEC84.2
035411             ADD 1 TO WY-STREAM-LINES (WY-STREAM-IX)              EXEC84.2
035412     END-IF.                                                      EXEC84.2
035413                                                                  EXEC84.2
035414 D10-9-PRINT-PROGRAM-SUMMARY.                                     EXEC84.2
035420     MOVE    WZ-CURRENT-POP-PROG TO WA-CURRENT-PROG.              EXEC84.2
035430     MOVE    WZ-LINES-COBOL TO WA-LINES-COBOL.                    EXEC84.2
035440     MOVE    WA-ACCT-LINE-1 TO PRINT-DATA.                        EXEC84.2
035710                 INTO PRINT-DATA                                  EXEC84.2
035720             PERFORM X20-PRINT-DETAIL                             EXEC84.2
035730     END-IF.                                                      EXEC84.2
035731     IF      WZ-CURRENT-HEADER = "COBOL"                          EXEC84.2
035732         AND WI-CURR-MODE = SPACE                                 EXEC84.2
035733             MOVE SPACES TO PRINT-DATA                            EXEC84.2
035734             STRING " ** NO AUTOMATIC/MANUAL CLASSIFICATION FOR " EXEC84.2
035735                                        DELIMITED BY SIZE         EXEC84.2
035736                    WZ-CURRENT-POP-PROG DELIMITED BY SIZE         EXEC84.2
035737                 INTO PRINT-DATA                                  EXEC84.2
035738             PERFORM X20-PRINT-DETAIL                             EXEC84.2
035739     END-IF.                                                      EXEC84.2
035740     IF      WY-STREAM-CT > ZERO                                  EXEC84.2
035741             MOVE SPACES TO WY-STREAM-LIST                        EXEC84.2
035742             MOVE 1 TO WY-STREAM-LIST-POS                         EXEC84.2
035743             PERFORM D10-9V-LIST-ONE-STREAM                       EXEC84.2
035744                     VARYING WY-STREAM-IX FROM 1 BY 1             EXEC84.2
035745                     UNTIL   WY-STREAM-IX > WY-STREAM-CT          EXEC84.2
035746             IF WY-STREAM-LIST NOT = SPACES                       EXEC84.2
035747                 MOVE SPACES TO PRINT-DATA                        EXEC84.2
035748                 STRING " ** EXTRACT STREAMS: " DELIMITED BY SIZE EXEC84.2
035749                        WY-STREAM-LIST          DELIMITED BY SIZE EXEC84.2
035750                     INTO PRINT-DATA                              EXEC84.2
035751                 PERFORM X20-PRINT-DETAIL                         EXEC84.2
035752             END-IF                                               EXEC84.2
035753     END-IF.                                                      EXEC84.2
035754                                                                  EXEC84.2
035755*    ONE TWELVE-COLUMN SLOT PER STREAM THAT SELECTED THE PROGRAM -EXEC84.2
035756*    "(W)" MARKS ONE THAT WITHHELD IT, "(F)" ONE THAT LOST IT TO AEXEC84.2
035757*    MERGE FAILURE.                                               EXEC84.2
035758 D10-9V-LIST-ONE-STREAM.                                          EXEC84.2
035759     IF      WY-STREAM-CURR (WY-STREAM-IX) NOT = "N"              EXEC84.2
035760             MOVE WY-STREAM-NAME (WY-STREAM-IX)                   EXEC84.2
035761                 TO WY-STREAM-LIST (WY-STREAM-LIST-POS:8)         EXEC84.2
035762             IF WY-STREAM-CURR (WY-STREAM-IX) = "W"               EXEC84.2
035763                 MOVE "(W)"                                       EXEC84.2
035764                     TO WY-STREAM-LIST (WY-STREAM-LIST-POS + 8:3) EXEC84.2
035765             END-IF                                               EXEC84.2
035766             IF WY-STREAM-CURR (WY-STREAM-IX) = "F"               EXEC84.2
035767                 MOVE "(F)"                                       EXEC84.2
035768                     TO WY-STREAM-LIST (WY-STREAM-LIST-POS + 8:3) EXEC84.2
035769             END-IF                                               EXEC84.2
035770             ADD 12 TO WY-STREAM-LIST-POS                         EXEC84.2
035771     END-IF.                                                      EXEC84.2
035772                                                                  EXEC84.2
035773******************************************************************EXEC84.2
035774**   ONE FIXED-FORMAT MANIFEST RECORD IS WRITTEN PER PROGRAM,   * EXEC84.2
035775**   FOR DOWNSTREAM AUTOMATION TO READ WITHOUT HAVING TO PARSE  * EXEC84.2
035780**   THE PRINTED LISTING.                                       * EXEC84.2
035790******************************************************************EXEC84.2
035800 D10-9H-WRITE-MANIFEST.                                           EXEC84.2
035801     MOVE    SPACES TO MANIFEST-REC.                              EXEC84.2
035810     MOVE    WZ-CURRENT-POP-PROG TO MF-PROG-ID.                   EXEC84.2
035820     MOVE    WZ-PROGRAM-SELECTED TO MF-SELECTED-SWITCH.           EXEC84.2
035830     MOVE    WZ-LINES-COBOL TO MF-LINES-COBOL.                    EXEC84.2
035860     MOVE    WZ-LINES-DELETED TO MF-LINES-DELETED.                EXEC84.2
035870     MOVE    WZ-COMMENTS-DELETED TO MF-COMMENTS-DELETED.          EXEC84.2
035880     MOVE    WZ-CODE-REMOVED TO MF-CODE-REMOVED.                  EXEC84.2
035881     MOVE    WZ-CURRENT-HEADER TO MF-MEMBER-TYPE.                 EXEC84.2
035882     MOVE    WZ-WRITTEN-TO-SOURCE TO MF-EXTRACTED.                EXEC84.2
035883     MOVE    WZ-MODULE TO MF-MODULE.                              EXEC84.2
035884     MOVE    WZ-LEVEL TO MF-LEVEL.                                EXEC84.2
035885     PERFORM D10-9H2-SET-STREAM-FLAG                              EXEC84.2
035886             VARYING WY-STREAM-IX FROM 1 BY 1                     EXEC84.2
035887             UNTIL   WY-STREAM-IX > WY-STREAM-CT.                 EXEC84.2
035890     WRITE   MANIFEST-REC.                                        EXEC84.2
035891                                                                  EXEC84.2
035892*    THE STREAM TRAILERS ("STREAM" IN THE PROGRAM-ID POSITION) AREEXEC84.2
035893*    WRITTEN AFTER THE LAST PROGRAM RECORD.                       EXEC84.2
035894 D10-9H1-WRITE-STREAM-TRAILER.                                    EXEC84.2
035895     MOVE    SPACES TO MANIFEST-STREAM-REC.                       EXEC84.2
035896     MOVE    "STREAM" TO MF-ST-ID.                                EXEC84.2
035897     MOVE    WY-STREAM-NAME (WY-STREAM-IX) TO MF-ST-NAME.         EXEC84.2
035898     MOVE    WY-STREAM-SELECTED (WY-STREAM-IX) TO MF-ST-SELECTED. EXEC84.2
035899     MOVE    WY-STREAM-EXTRACTED (WY-STREAM-IX)                   EXEC84.2
035900         TO  MF-ST-EXTRACTED.                                     EXEC84.2
035901     MOVE    WY-STREAM-WITHHELD (WY-STREAM-IX) TO MF-ST-WITHHELD. EXEC84.2
035902     MOVE    WY-STREAM-FAILED (WY-STREAM-IX) TO MF-ST-FAILED.     EXEC84.2
035903     MOVE    "STRM " TO MF-ST-TYPE.                               EXEC84.2
035904     PERFORM C50-4-SET-MODE-TEXT.                                 EXEC84.2
035905     MOVE    WY-MODE-TEXT TO MF-ST-MODE.                          EXEC84.2
035906     MOVE    WY-STREAM-LINES (WY-STREAM-IX) TO MF-ST-LINES.       EXEC84.2
035907     WRITE   MANIFEST-STREAM-REC.                                 EXEC84.2
035908                                                                  EXEC84.2
035909 D10-9H2-SET-STREAM-FLAG.                                         EXEC84.2
035910     MOVE    WY-STREAM-CURR (WY-STREAM-IX)                        EXEC84.2
035911         TO  MF-STREAM-FLAG (WY-STREAM-IX).                       EXEC84.2
035912                                                                  EXEC84.2
035913******************************************************************EXEC84.2
035920**   A CHECKPOINT RECORD IS WRITTEN EVERY                      *  EXEC84.2
035930**   WZ-CHECKPOINT-INTERVAL PROGRAMS.  CK-NEXT-PROG-ID CARRIES  * EXEC84.2
035940**   THE ID OF THE PROGRAM WHOSE HEADER WAS ALREADY READ AHEAD  * EXEC84.2
036920             UNTIL   SUB4 > WZ-ROLLUP-CT.                         EXEC84.2
036930     MOVE    "**" TO WM-RL-MODULE.                                EXEC84.2
036940     MOVE    "*" TO WM-RL-LEVEL.                                  EXEC84.2
036941     MOVE    "*****" TO WM-RL-TYPE.                               EXEC84.2
036950     MOVE    WM-GT-PROGS TO WM-RL-PROGS.                          EXEC84.2
036960     MOVE    WM-GT-SOURCE TO WM-RL-SOURCE.                        EXEC84.2
036970     MOVE    WM-GT-LINES TO WM-RL-LINES.                          EXEC84.2
037000     MOVE    WM-GT-DEL TO WM-RL-DEL.                              EXEC84.2
037010     MOVE    WM-ROLLUP-LINE TO PRINT-DATA.                        EXEC84.2
037020     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
037021     COMPUTE WZ-EXTRACTED-CT = WZ-SOURCE-PROGS + WZ-DATA-MEMBERS  EXEC84.2
037022                                 + WZ-LIBRARY-MEMBERS.            EXEC84.2
037030     IF      WM-GT-PROGS = WZ-PROGS-FOUND                         EXEC84.2
037040         AND WM-GT-SOURCE = WZ-EXTRACTED-CT                       EXEC84.2
037050             MOVE " ** ROLLUP GRAND TOTAL TIES TO THE RUN TOTALS" EXEC84.2
037060                 TO PRINT-DATA                                    EXEC84.2
037070     ELSE                                                         EXEC84.2
037180 C70-2-PRINT-ONE-ENTRY.                                           EXEC84.2
037190     MOVE    WM-MODULE (SUB4) TO WM-RL-MODULE.                    EXEC84.2
037200     MOVE    WM-LEVEL (SUB4) TO WM-RL-LEVEL.                      EXEC84.2
037201     MOVE    WM-TYPE (SUB4) TO WM-RL-TYPE.                        EXEC84.2
037210     MOVE    WM-PROGS-FOUND (SUB4) TO WM-RL-PROGS.                EXEC84.2
037220     MOVE    WM-SOURCE-PROGS (SUB4) TO WM-RL-SOURCE.              EXEC84.2
037230     MOVE    WM-LINES-COBOL (SUB4) TO WM-RL-LINES.                EXEC84.2
037570     MOVE    WD-DIR-LINES (SUB4) TO WD-DL-LINES.                  EXEC84.2
037580     MOVE    WD-DIR-MODULE (SUB4) TO WD-DL-MODULE.                EXEC84.2
037590     MOVE    WD-DIR-LEVEL (SUB4) TO WD-DL-LEVEL.                  EXEC84.2
037591     MOVE    WD-DIR-TYPE (SUB4) TO WD-DL-TYPE.                    EXEC84.2
037600     MOVE    WD-DIR-LINE TO PRINT-DATA.                           EXEC84.2
037610     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
037620                                                                  EXEC84.2
041480 E10-1-PRINT-FINAL-TOTALS.                                        EXEC84.2
041490     PERFORM E10-5B-REPORT-BYPASSED-DECKS.                        EXEC84.2
041500     PERFORM E10-5C-REPORT-REJECTED-DECKS.                        EXEC84.2
041501     PERFORM E10-5D-REPORT-UNCLASSIFIED.                          EXEC84.2
041510     MOVE    WZ-PROGS-FOUND TO WA-PROGS-FOUND.                    EXEC84.2
041520     MOVE    WA-FINAL-LINE-1 TO PRINT-DATA.                       EXEC84.2
041530     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
041660                 INTO PRINT-DATA                                  EXEC84.2
041670             PERFORM X20-PRINT-DETAIL                             EXEC84.2
041680     END-IF.                                                      EXEC84.2
041681     IF      WZ-DATA-MEMBERS > ZERO                               EXEC84.2
041682             MOVE WZ-DATA-MEMBERS TO WZ-RPT-MEMBERS               EXEC84.2
041683             MOVE SPACES TO PRINT-DATA                            EXEC84.2
041684             STRING " ** NUMBER OF DATA FILES WRITTEN: "          EXEC84.2
041685                                          DELIMITED BY SIZE       EXEC84.2
041686                    WZ-RPT-MEMBERS        DELIMITED BY SIZE       EXEC84.2
041687                 INTO PRINT-DATA                                  EXEC84.2
041688             PERFORM X20-PRINT-DETAIL                             EXEC84.2
041689     END-IF.                                                      EXEC84.2
041690     IF      WZ-LIBRARY-MEMBERS > ZERO                            EXEC84.2
041691             MOVE WZ-LIBRARY-MEMBERS TO WZ-RPT-MEMBERS            EXEC84.2
041692             MOVE SPACES TO PRINT-DATA                            EXEC84.2
041693             STRING " ** NUMBER OF COPY LIBRARY MEMBERS WRITTEN: "EXEC84.2
041694                                          DELIMITED BY SIZE       EXEC84.2
041695                    WZ-RPT-MEMBERS        DELIMITED BY SIZE       EXEC84.2
041696                 INTO PRINT-DATA                                  EXEC84.2
041697             PERFORM X20-PRINT-DETAIL                             EXEC84.2
041698     END-IF.                                                      EXEC84.2
041699     IF      WZ-FMT-REJECT-CT > ZERO OR WZ-FMT-WARN-CT > ZERO     EXEC84.2
041700             MOVE WZ-FMT-REJECT-CT TO WZ-RPT-MEMBERS              EXEC84.2
041701             MOVE WZ-FMT-WARN-CT TO WZ-FMT-RPT-WARN               EXEC84.2
041702             MOVE SPACES TO PRINT-DATA                            EXEC84.2
041703             STRING " ** UPDATE CARD FORMAT FINDINGS: "           EXEC84.2
041704                                          DELIMITED BY SIZE       EXEC84.2
041705                    WZ-RPT-MEMBERS        DELIMITED BY SIZE       EXEC84.2
041706                    " REJECT, "           DELIMITED BY SIZE       EXEC84.2
041707                    WZ-FMT-RPT-WARN       DELIMITED BY SIZE       EXEC84.2
041708                    " WARNING"            DELIMITED BY SIZE       EXEC84.2
041709                 INTO PRINT-DATA                                  EXEC84.2
041710             PERFORM X20-PRINT-DETAIL                             EXEC84.2
041711     END-IF.                                                      EXEC84.2
041712     IF      WZ-FMT-POP-CT > ZERO                                 EXEC84.2
041713             MOVE WZ-FMT-POP-CT TO WZ-RPT-MEMBERS                 EXEC84.2
041714             MOVE SPACES TO PRINT-DATA                            EXEC84.2
041715             STRING " ** POPULATION LINE FORMAT FINDINGS: "       EXEC84.2
041716                                          DELIMITED BY SIZE       EXEC84.2
041717                    WZ-RPT-MEMBERS        DELIMITED BY SIZE       EXEC84.2
041718                 INTO PRINT-DATA                                  EXEC84.2
041719             PERFORM X20-PRINT-DETAIL                             EXEC84.2
041720     END-IF.                                                      EXEC84.2
041721     IF      WZ-SUPPRESSED-CT > ZERO                              EXEC84.2
041722             MOVE WZ-SUPPRESSED-CT TO WZ-RPT-MEMBERS              EXEC84.2
041723             MOVE SPACES TO PRINT-DATA                            EXEC84.2
041724             STRING " ** SELECTED MEMBERS WITHHELD BY SWITCHES"   EXEC84.2
041725                                          DELIMITED BY SIZE       EXEC84.2
041726                    " 10-12: "            DELIMITED BY SIZE       EXEC84.2
041727                    WZ-RPT-MEMBERS        DELIMITED BY SIZE       EXEC84.2
041728                 INTO PRINT-DATA                                  EXEC84.2
041729             PERFORM X20-PRINT-DETAIL                             EXEC84.2
041730     END-IF.                                                      EXEC84.2
041731     IF      WI-SKIPPED-CT > ZERO                                 EXEC84.2
041732             MOVE WI-SKIPPED-CT TO WZ-RPT-MEMBERS                 EXEC84.2
041733             MOVE SPACES TO PRINT-DATA                            EXEC84.2
041734             STRING " ** SELECTED PROGRAMS LEFT OUT BY EXTRACT-"  EXEC84.2
041735                                          DELIMITED BY SIZE       EXEC84.2
041736                    "AUTO/EXTRACT-MAN: "  DELIMITED BY SIZE       EXEC84.2
041737                    WZ-RPT-MEMBERS        DELIMITED BY SIZE       EXEC84.2
041738                 INTO PRINT-DATA                                  EXEC84.2
041739             PERFORM X20-PRINT-DETAIL                             EXEC84.2
041740     END-IF.                                                      EXEC84.2
041741     PERFORM E10-11-PRINT-STREAM-TOTALS.                          EXEC84.2
041742     PERFORM E10-2-RECONCILE.                                     EXEC84.2
041743     PERFORM E10-6-PRINT-TIMING-PAGE.                             EXEC84.2
041744     PERFORM E10-7-REWRITE-X-LIBRARY.                             EXEC84.2
041745     PERFORM E10-9-REWRITE-CLASSIFICATION.                        EXEC84.2
041746     PERFORM E10-8-WRITE-RUN-HISTORY.                             EXEC84.2
041747     PERFORM E10-10-WRITE-CHANGE-LEDGER.                          EXEC84.2
041748     PERFORM E10-13-MARK-STAGED-DECKS.                            EXEC84.2
041749     PERFORM E10-12-WRITE-CONTROL-TOTALS.                         EXEC84.2
041750     PERFORM E10-4-CLOSE-FILES.                                   EXEC84.2
041751                                                                  EXEC84.2
041752******************************************************************EXEC84.2
041760**   HARD RECONCILIATION: EVERY PROGRAM FOUND ON THE           *  EXEC84.2
041770**   POPULATION FILE MUST HAVE FLOWED THROUGH TO THE NEW        * EXEC84.2
041780**   POPULATION FILE, NO CONTROL-CARD ERRORS MAY HAVE BEEN      * EXEC84.2
041820******************************************************************EXEC84.2
041830 E10-2-RECONCILE.                                                 EXEC84.2
041840     PERFORM E10-5-REPORT-UNAPPLIED-DECKS.                        EXEC84.2
041841     IF      WV-MERGE-REFUSED = "Y"                               EXEC84.2
041842             MOVE "POPULATION FAILED THE CONTROL-TOTAL CHECK"     EXEC84.2
041843                 TO WZ-ERROR-MESSAGE                              EXEC84.2
041844             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
041845     END-IF.                                                      EXEC84.2
041850     IF      WZ-BYPASS-CT NOT = ZERO                              EXEC84.2
041860             MOVE "PROGRAMS WERE BYPASSED BY MERGE FAILURES"      EXEC84.2
041870                 TO WZ-ERROR-MESSAGE                              EXEC84.2
042260                 TO WZ-ERROR-MESSAGE                              EXEC84.2
042270             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
042280     END-IF.                                                      EXEC84.2
042281*    A SELECTED MEMBER COUNTS AS EXTRACTED WHETHER IT WENT TO     EXEC84.2
042282*    THE PROGRAMS, DATA FILES OR COPY LIBRARY, OR WAS DELIBERATELYEXEC84.2
042283*    WITHHELD BY SWITCHES 10-12.                                  EXEC84.2
042284     COMPUTE WZ-EXTRACTED-CT = WZ-SOURCE-PROGS + WZ-DATA-MEMBERS  EXEC84.2
042285                             + WZ-LIBRARY-MEMBERS                 EXEC84.2
042286                             + WZ-SUPPRESSED-CT                   EXEC84.2
042287                             + WI-SKIPPED-CT.                     EXEC84.2
042290     IF      (WY-SELECT-PROG = "Y" OR WY-SELECT-MODULE = "Y"      EXEC84.2
042300         OR   WY-SELECT-LEVEL = "Y"                               EXEC84.2
042310         OR   WY-SELECT-FIND = "Y")                               EXEC84.2
042320         AND  WZ-VENDOR-MERGE NOT = "Y"                           EXEC84.2
042330         AND  WZ-VERIFY-ONLY NOT = "Y"                            EXEC84.2
042340         AND  WZ-PROGS-MATCHED NOT = WZ-EXTRACTED-CT              EXEC84.2
042350             MOVE "A SELECTED PROGRAM WAS NOT WRITTEN TO SOURCE"  EXEC84.2
042360                 TO WZ-ERROR-MESSAGE                              EXEC84.2
042370             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
042380     END-IF.                                                      EXEC84.2
042381     PERFORM E10-2A-RECONCILE-STREAM                              EXEC84.2
042382             VARYING WY-STREAM-IX FROM 1 BY 1                     EXEC84.2
042383             UNTIL   WY-STREAM-IX > WY-STREAM-CT.                 EXEC84.2
042384                                                                  EXEC84.2
042385*    EVERY PROGRAM A STREAM SELECTED MUST HAVE BEEN WRITTEN TO IT,EXEC84.2
042386*    WITHHELD FROM IT OR LOST TO A MERGE FAILURE, AND A STREAM    EXEC84.2
042387*    WITH SELECTION CARDS MUST HAVE SELECTED SOMETHING.           EXEC84.2
042388 E10-2A-RECONCILE-STREAM.                                         EXEC84.2
042389     IF      (WY-STREAM-PROG-CT (WY-STREAM-IX) > ZERO             EXEC84.2
042390         OR   WY-STREAM-MODULE-CT (WY-STREAM-IX) > ZERO           EXEC84.2
042391         OR   WY-STREAM-LEVEL (WY-STREAM-IX) NOT = SPACE)         EXEC84.2
042392         AND  WY-STREAM-SELECTED (WY-STREAM-IX) = ZERO            EXEC84.2
042393             MOVE SPACES TO WZ-ERROR-MESSAGE                      EXEC84.2
042394             STRING "STREAM "                 DELIMITED BY SIZE   EXEC84.2
042395                    WY-STREAM-NAME (WY-STREAM-IX)                 EXEC84.2
042396                                              DELIMITED BY SPACE  EXEC84.2
042397                    " SELECTION MATCHED NO PROGRAMS"              EXEC84.2
042398                                              DELIMITED BY SIZE   EXEC84.2
042399                 INTO WZ-ERROR-MESSAGE                            EXEC84.2
042400             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
042401     END-IF.                                                      EXEC84.2
042402     IF      WZ-VERIFY-ONLY NOT = "Y"                             EXEC84.2
042403         AND WY-STREAM-SELECTED (WY-STREAM-IX) NOT =              EXEC84.2
042404             WY-STREAM-EXTRACTED (WY-STREAM-IX)                   EXEC84.2
042405           + WY-STREAM-WITHHELD (WY-STREAM-IX)                    EXEC84.2
042406           + WY-STREAM-FAILED (WY-STREAM-IX)                      EXEC84.2
042407             MOVE SPACES TO WZ-ERROR-MESSAGE                      EXEC84.2
042408             STRING "STREAM "                 DELIMITED BY SIZE   EXEC84.2
042409                    WY-STREAM-NAME (WY-STREAM-IX)                 EXEC84.2
042410                                              DELIMITED BY SPACE  EXEC84.2
042411                    " SELECTED PROGRAMS DO NOT RECONCILE"         EXEC84.2
042412                                              DELIMITED BY SIZE   EXEC84.2
042413                 INTO WZ-ERROR-MESSAGE                            EXEC84.2
042414             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
042415     END-IF.                                                      EXEC84.2
042416                                                                  EXEC84.2
042417 E10-3-FLAG-RECONCILE-ERROR.                                      EXEC84.2
042418     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
042420     STRING  "**** RECONCILIATION FAILED - " DELIMITED BY SIZE    EXEC84.2
042430             WZ-ERROR-MESSAGE                DELIMITED BY SIZE    EXEC84.2
042440         INTO PRINT-DATA.                                         EXEC84.2
042660                 TO WZ-ERROR-MESSAGE                              EXEC84.2
042670             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
042680     END-IF.                                                      EXEC84.2
042681*    A DECK REJECTED AS A CONFLICT BY D10-1E WAS LISTED ON THE    EXEC84.2
042682*    UPDATE DECK ORDER REPORT - IT STILL FAILS THE RUN.           EXEC84.2
042683     IF      WU-CONFLICT-CT > ZERO                                EXEC84.2
042684             MOVE "CONFLICTING UPDATE DECKS WERE REJECTED"        EXEC84.2
042685                 TO WZ-ERROR-MESSAGE                              EXEC84.2
042686             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
042687     END-IF.                                                      EXEC84.2
042690                                                                  EXEC84.2
042700 E10-5-1-CHECK-ONE-DECK.                                          EXEC84.2
042710*    A DECK MARKED "F" FAILED AFTER ACTIVATION - IT IS REPORTED   EXEC84.2
042720*    BY THE MERGE BYPASS SUMMARY, NOT AS A NEVER-APPLIED DECK.    EXEC84.2
042721*    A DECK MARKED "C" WAS REJECTED AS A CONFLICT AND IS ON THE   EXEC84.2
042722*    UPDATE DECK ORDER REPORT.                                    EXEC84.2
042730     IF      WU-DECK-APPLIED (SUB4) NOT = "Y"                     EXEC84.2
042740         AND WU-DECK-APPLIED (SUB4) NOT = "F"                     EXEC84.2
042750         AND WU-DECK-APPLIED (SUB4) NOT = "R"                     EXEC84.2
042751         AND WU-DECK-APPLIED (SUB4) NOT = "C"                     EXEC84.2
042760             ADD 1 TO WZ-UNAPPLIED-DECKS                          EXEC84.2
042770             MOVE WU-DECK-CARD-NO (SUB4) TO WZ-RPT-CARDNO         EXEC84.2
042780             MOVE WU-DECK-CARD-CT (SUB4) TO WZ-RPT-DECK-CT        EXEC84.2
043530     END-IF.                                                      EXEC84.2
043540                                                                  EXEC84.2
043550******************************************************************EXEC84.2
043551**   NAMES EVERY PROGRAM WITH NO AUTOMATIC/MANUAL                *EXEC84.2
043552**   CLASSIFICATION, SO THE GAP IS FIXED WITH A *CLASS-ADD CARD  *EXEC84.2
043553**   RATHER THAN LEFT TO A DEFAULT.  UNDER EXTRACT-AUTO OR       *EXEC84.2
043554**   EXTRACT-MAN THESE PROGRAMS WERE NOT EXTRACTED.              *EXEC84.2
043555******************************************************************EXEC84.2
043556 E10-5D-REPORT-UNCLASSIFIED.                                      EXEC84.2
043557     IF      WI-UNCLASS-CT > ZERO                                 EXEC84.2
043558             MOVE SPACES TO PRINT-DATA                            EXEC84.2
043559             PERFORM X20-PRINT-DETAIL                             EXEC84.2
043560             MOVE "UNCLASSIFIED PROGRAM SUMMARY" TO PRINT-DATA    EXEC84.2
043561             PERFORM X20-PRINT-DETAIL                             EXEC84.2
043562             PERFORM E10-5D1-REPORT-ONE-UNCLASSIFIED              EXEC84.2
043563                     VARYING SUB4 FROM 1 BY 1                     EXEC84.2
043564                     UNTIL   SUB4 > WI-UNCLASS-CT                 EXEC84.2
043565             IF WI-UNCLASS-OVERFLOW = "Y"                         EXEC84.2
043566                 MOVE " ** OVER 600 UNCLASSIFIED - LIST TRUNCATED"EXEC84.2
043567                     TO PRINT-DATA                                EXEC84.2
043568                 PERFORM X20-PRINT-DETAIL                         EXEC84.2
043569             END-IF                                               EXEC84.2
043570     END-IF.                                                      EXEC84.2
043571                                                                  EXEC84.2
043572 E10-5D1-REPORT-ONE-UNCLASSIFIED.                                 EXEC84.2
043573     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
043574     IF      (WY-EXTRACT-AUTO = "Y" OR WY-EXTRACT-MAN = "Y")      EXEC84.2
043575         AND WY-EXTRACT-ALL NOT = "Y"                             EXEC84.2
043576             STRING " ** "                 DELIMITED BY SIZE      EXEC84.2
043577                    WI-UNCLASS-PROG (SUB4) DELIMITED BY SIZE      EXEC84.2
043578                    " HAS NO AUTOMATIC/MANUAL CLASSIFICATION"     EXEC84.2
043579                                           DELIMITED BY SIZE      EXEC84.2
043580                    " - NOT EXTRACTED"     DELIMITED BY SIZE      EXEC84.2
043581                 INTO PRINT-DATA                                  EXEC84.2
043582     ELSE                                                         EXEC84.2
043583             STRING " ** "                 DELIMITED BY SIZE      EXEC84.2
043584                    WI-UNCLASS-PROG (SUB4) DELIMITED BY SIZE      EXEC84.2
043585                    " HAS NO AUTOMATIC/MANUAL CLASSIFICATION"     EXEC84.2
043586                                           DELIMITED BY SIZE      EXEC84.2
043587                 INTO PRINT-DATA                                  EXEC84.2
043588     END-IF.                                                      EXEC84.2
043589     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
043590                                                                  EXEC84.2
043591******************************************************************EXEC84.2
043592**   RUN TIMING PAGE - START, END AND ELAPSED TIME PLUS         * EXEC84.2
043593**   RECORD AND PROGRAM THROUGHPUT PER MINUTE, SO THE BATCH     * EXEC84.2
043594**   WINDOW CAN BE SIZED FROM MEASURED NUMBERS.  AN ELAPSED     * EXEC84.2
043595**   TIME ACROSS MIDNIGHT IS CORRECTED BY A DAY.                * EXEC84.2
043600******************************************************************EXEC84.2
043610 E10-6-PRINT-TIMING-PAGE.                                         EXEC84.2
043620     ACCEPT  WA-TIME FROM TIME.                                   EXEC84.2
045590         INTO PRINT-DATA.                                         EXEC84.2
045600     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
045610                                                                  EXEC84.2
045611******************************************************************EXEC84.2
045612**   REWRITES THE AUTOMATIC/MANUAL CLASSIFICATION DATASET WHEN   *EXEC84.2
045613**   A *CLASS CARD CHANGED IT THIS RUN, DROPPING THE ENTRIES     *EXEC84.2
045614**   BLANKED BY *CLASS-DEL.                                      *EXEC84.2
045615******************************************************************EXEC84.2
045616 E10-9-REWRITE-CLASSIFICATION.                                    EXEC84.2
045617     IF      WI-CLASS-CHANGED = "Y"                               EXEC84.2
045618         AND WZ-VERIFY-ONLY NOT = "Y"                             EXEC84.2
045619             MOVE ZERO TO WI-CLASS-WRITTEN-CT                     EXEC84.2
045620             OPEN OUTPUT CLASSIFICATION-FILE                      EXEC84.2
045621             PERFORM E10-9-1-WRITE-ONE-CLASS                      EXEC84.2
045622                     VARYING SUB4 FROM 1 BY 1                     EXEC84.2
045623                     UNTIL   SUB4 > WI-CLASS-CT                   EXEC84.2
045624             CLOSE CLASSIFICATION-FILE                            EXEC84.2
045625             MOVE WI-CLASS-WRITTEN-CT TO WI-RPT-CT                EXEC84.2
045626             MOVE SPACES TO PRINT-DATA                            EXEC84.2
045627             STRING " ** AUTO/MANUAL CLASSIFICATION REWRITTEN - " EXEC84.2
045628                                          DELIMITED BY SIZE       EXEC84.2
045629                    WI-RPT-CT             DELIMITED BY SIZE       EXEC84.2
045630                    " ENTRIES"            DELIMITED BY SIZE       EXEC84.2
045631                 INTO PRINT-DATA                                  EXEC84.2
045632             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045633     END-IF.                                                      EXEC84.2
045634                                                                  EXEC84.2
045635 E10-9-1-WRITE-ONE-CLASS.                                         EXEC84.2
045636     IF      WI-CLASS-PROG (SUB4) NOT = SPACES                    EXEC84.2
045637             MOVE SPACES TO CLASS-REC                             EXEC84.2
045638             MOVE WI-CLASS-PROG (SUB4) TO CL-PROG-ID              EXEC84.2
045639             MOVE WI-CLASS-MODE (SUB4) TO CL-MODE                 EXEC84.2
045640             MOVE WI-CLASS-REASON (SUB4) TO CL-REASON             EXEC84.2
045641             WRITE CLASS-REC                                      EXEC84.2
045642             ADD  1 TO WI-CLASS-WRITTEN-CT                        EXEC84.2
045643     END-IF.                                                      EXEC84.2
045644                                                                  EXEC84.2
045645******************************************************************EXEC84.2
045646**   ADDS ONE CHANGE-LEDGER ENTRY FOR EVERY *START DECK THIS RUN *EXEC84.2
045647**   APPLIED - PROGRAM, CYCLE DATE AND TIME, THE DECK'S *START   *EXEC84.2
045648**   CARD NUMBER AND CHANGE-REQUEST REFERENCE (CARD COLUMNS      *EXEC84.2
045649**   17-28), ITS CARD COUNT, THE LINES IT INSERTED, REPLACED AND *EXEC84.2
045650**   DELETED, AND HOW IT PASSED THE APPROVALS CHECK.  DECKS THAT *EXEC84.2
045651**   FAILED, WERE REJECTED OR NEVER MATCHED A PROGRAM CHANGED    *EXEC84.2
045652**   NOTHING AND ARE LEFT OFF.  THE LEDGER IS NEVER REWRITTEN -  *EXEC84.2
045653**   ENTRIES ARE ONLY EVER ADDED.                                *EXEC84.2
045654******************************************************************EXEC84.2
045655 E10-10-WRITE-CHANGE-LEDGER.                                      EXEC84.2
045656     IF      WZ-VERIFY-ONLY NOT = "Y"                             EXEC84.2
045657         AND WZ-DECKS-READ-CT > ZERO                              EXEC84.2
045658             MOVE ZERO TO WW-ADDED-CT                             EXEC84.2
045659             MOVE ZERO TO WW-DUP-CT                               EXEC84.2
045660             MOVE ZERO TO WW-LG-ERROR-CT                          EXEC84.2
045661             ACCEPT WW-DATE-YYMMDD FROM DATE                      EXEC84.2
045662             PERFORM C20-25-WINDOW-DATE                           EXEC84.2
045663             MOVE WW-DATE-CCYYMMDD TO WW-CYCLE-DATE               EXEC84.2
045664             OPEN I-O CHANGE-LEDGER-FILE                          EXEC84.2
045665             PERFORM E10-10B-CHECK-LG-STATUS                      EXEC84.2
045666             PERFORM E10-10A-ADD-ONE-ENTRY                        EXEC84.2
045667                     VARYING SUB4 FROM 1 BY 1                     EXEC84.2
045668                     UNTIL   SUB4 > WZ-DECKS-READ-CT              EXEC84.2
045669             CLOSE CHANGE-LEDGER-FILE                             EXEC84.2
045670             MOVE WW-ADDED-CT TO WW-RPT-CT                        EXEC84.2
045671             MOVE SPACES TO PRINT-DATA                            EXEC84.2
045672             STRING " ** CHANGE LEDGER - "  DELIMITED BY SIZE     EXEC84.2
045673                    WW-RPT-CT               DELIMITED BY SIZE     EXEC84.2
045674                    " ENTRIES ADDED"        DELIMITED BY SIZE     EXEC84.2
045675                 INTO PRINT-DATA                                  EXEC84.2
045676             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045677             IF WW-DUP-CT > ZERO                                  EXEC84.2
045678                 MOVE "CHANGE LEDGER ENTRIES ALREADY ON FILE"     EXEC84.2
045679                     TO WZ-ERROR-MESSAGE                          EXEC84.2
045680                 PERFORM E10-3-FLAG-RECONCILE-ERROR               EXEC84.2
045681             END-IF                                               EXEC84.2
045682             IF WW-LG-ERROR-CT > ZERO                             EXEC84.2
045683                 MOVE "CHANGE LEDGER I/O ERRORS"                  EXEC84.2
045684                     TO WZ-ERROR-MESSAGE                          EXEC84.2
045685                 PERFORM E10-3-FLAG-RECONCILE-ERROR               EXEC84.2
045686             END-IF                                               EXEC84.2
045687     END-IF.                                                      EXEC84.2
045688                                                                  EXEC84.2
045689 E10-10A-ADD-ONE-ENTRY.                                           EXEC84.2
045690     IF      WU-DECK-APPLIED (SUB4) = "Y"                         EXEC84.2
045691             MOVE SPACES TO LEDGER-REC                            EXEC84.2
045692             MOVE WU-DECK-PROG (SUB4) TO LG-PROG-ID               EXEC84.2
045693             MOVE WW-CYCLE-DATE TO LG-CYCLE-DATE                  EXEC84.2
045694             MOVE WA-TIME TO LG-CYCLE-TIME                        EXEC84.2
045695             MOVE WU-DECK-CARD-NO (SUB4) TO LG-CARD-NO            EXEC84.2
045696             MOVE WU-DECK-CHANGE-REF (SUB4) TO LG-CHANGE-REF      EXEC84.2
045697             MOVE WU-DECK-CARD-CT (SUB4) TO LG-CARD-CT            EXEC84.2
045698             MOVE WU-DECK-INS-CT (SUB4) TO LG-LINES-INSERTED      EXEC84.2
045699             MOVE WU-DECK-REP-CT (SUB4) TO LG-LINES-REPLACED      EXEC84.2
045700             MOVE WU-DECK-DEL-CT (SUB4) TO LG-LINES-DELETED       EXEC84.2
045701             MOVE WU-DECK-APPROVAL (SUB4) TO LG-APPROVAL          EXEC84.2
045702             WRITE LEDGER-REC                                     EXEC84.2
045703                 INVALID KEY                                      EXEC84.2
045704                 ADD 1 TO WW-DUP-CT                               EXEC84.2
045705                 MOVE WU-DECK-CARD-NO (SUB4) TO WZ-RPT-CARDNO     EXEC84.2
045706                 MOVE SPACES TO PRINT-DATA                        EXEC84.2
045707                 STRING " ** LEDGER ENTRY FOR " DELIMITED BY SIZE EXEC84.2
045708                        LG-PROG-ID             DELIMITED BY SIZE  EXEC84.2
045709                        " (CARD"               DELIMITED BY SIZE  EXEC84.2
045710                        WZ-RPT-CARDNO          DELIMITED BY SIZE  EXEC84.2
045711                        ") ALREADY ON FILE"    DELIMITED BY SIZE  EXEC84.2
045712                     INTO PRINT-DATA                              EXEC84.2
045713                 PERFORM X20-PRINT-DETAIL                         EXEC84.2
045714                 NOT INVALID KEY                                  EXEC84.2
045715                 ADD 1 TO WW-ADDED-CT                             EXEC84.2
045716             END-WRITE                                            EXEC84.2
045717             PERFORM E10-10B-CHECK-LG-STATUS                      EXEC84.2
045718     END-IF.                                                      EXEC84.2
045719                                                                  EXEC84.2
045720 E10-10B-CHECK-LG-STATUS.                                         EXEC84.2
045721     IF      LG-FILE-STATUS NOT = "00"                            EXEC84.2
045722         AND LG-FILE-STATUS NOT = "05"                            EXEC84.2
045723         AND LG-FILE-STATUS NOT = "10"                            EXEC84.2
045724         AND LG-FILE-STATUS NOT = "22"                            EXEC84.2
045725         AND LG-FILE-STATUS NOT = "23"                            EXEC84.2
045726             ADD 1 TO WW-LG-ERROR-CT                              EXEC84.2
045727             MOVE SPACES TO PRINT-DATA                            EXEC84.2
045728             STRING "**** LEDGER FILE I/O ERROR STATUS "          EXEC84.2
045729                    DELIMITED BY SIZE                             EXEC84.2
045730                    LG-FILE-STATUS   DELIMITED BY SIZE            EXEC84.2
045731                 INTO PRINT-DATA                                  EXEC84.2
045732             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045733     END-IF.                                                      EXEC84.2
045734                                                                  EXEC84.2
045735******************************************************************EXEC84.2
045736**   PER-STREAM TOTALS FOR THE NAMED EXTRACT STREAMS.            *EXEC84.2
045737******************************************************************EXEC84.2
045738 E10-11-PRINT-STREAM-TOTALS.                                      EXEC84.2
045739     IF      WY-STREAM-CT > ZERO                                  EXEC84.2
045740             MOVE SPACES TO PRINT-DATA                            EXEC84.2
045741             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045742             MOVE " EXTRACT STREAM TOTALS" TO PRINT-DATA          EXEC84.2
045743             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045744             MOVE WY-STREAM-HEAD TO PRINT-DATA                    EXEC84.2
045745             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045746             PERFORM E10-11A-PRINT-ONE-STREAM                     EXEC84.2
045747                     VARYING WY-STREAM-IX FROM 1 BY 1             EXEC84.2
045748                     UNTIL   WY-STREAM-IX > WY-STREAM-CT          EXEC84.2
045749     END-IF.                                                      EXEC84.2
045750                                                                  EXEC84.2
045751 E10-11A-PRINT-ONE-STREAM.                                        EXEC84.2
045752     PERFORM C50-4-SET-MODE-TEXT.                                 EXEC84.2
045753     MOVE    WY-STREAM-NAME (WY-STREAM-IX) TO WY-SL-NAME.         EXEC84.2
045754     MOVE    WY-MODE-TEXT TO WY-SL-MODE.                          EXEC84.2
045755     MOVE    WY-STREAM-SELECTED (WY-STREAM-IX) TO WY-SL-SELECTED. EXEC84.2
045756     MOVE    WY-STREAM-EXTRACTED (WY-STREAM-IX)                   EXEC84.2
045757         TO  WY-SL-EXTRACTED.                                     EXEC84.2
045758     MOVE    WY-STREAM-WITHHELD (WY-STREAM-IX) TO WY-SL-WITHHELD. EXEC84.2
045759     MOVE    WY-STREAM-FAILED (WY-STREAM-IX) TO WY-SL-FAILED.     EXEC84.2
045760     MOVE    WY-STREAM-LINES (WY-STREAM-IX) TO WY-SL-LINES.       EXEC84.2
045761     MOVE    WY-STREAM-LINE TO PRINT-DATA.                        EXEC84.2
045762     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
045763                                                                  EXEC84.2
045764******************************************************************EXEC84.2
045765**   WRITES THE CONTROL TOTALS FOR THE UPDATED-POPULATION-FILE   *EXEC84.2
045767**   THIS RUN CREATED - ONE RECORD PER PROGRAM, THEN A TRAILER - *EXEC84.2
045768**   FOR THE NEXT CYCLE'S PRESCAN TO CHECK ITS TAPE AGAINST.     *EXEC84.2
045769**   A *VERIFY RUN WRITES NO POPULATION AND SO NO TOTALS.        *EXEC84.2
045770******************************************************************EXEC84.2
045771 E10-12-WRITE-CONTROL-TOTALS.                                     EXEC84.2
045772     IF      WZ-VERIFY-ONLY NOT = "Y"                             EXEC84.2
045773             OPEN OUTPUT NEW-CONTROL-TOTALS-FILE                  EXEC84.2
045774             PERFORM E10-12A-WRITE-ONE-TOTAL                      EXEC84.2
045775                     VARYING SUB4 FROM 1 BY 1                     EXEC84.2
045776                     UNTIL   SUB4 > WV-NEW-CT                     EXEC84.2
045777             MOVE SPACES TO WV-TOTALS-REC                         EXEC84.2
045778             MOVE "T" TO WV-TR-TYPE                               EXEC84.2
045779             MOVE WV-NEW-PROGS TO WV-TT-PROGS                     EXEC84.2
045780             MOVE WV-NEW-TOTAL-LINES TO WV-TT-LINES               EXEC84.2
045781             ACCEPT WH-DATE-WORK FROM DATE                        EXEC84.2
045782             MOVE WH-DATE-WORK TO WV-TT-RUN-DATE                  EXEC84.2
045783             MOVE WZ-END-TIME TO WV-TT-RUN-TIME                   EXEC84.2
045784             WRITE TOTALS-OUT-REC FROM WV-TOTALS-REC              EXEC84.2
045785             CLOSE NEW-CONTROL-TOTALS-FILE                        EXEC84.2
045786             MOVE WV-NEW-PROGS TO WV-RPT-PROGS                    EXEC84.2
045787             MOVE WV-NEW-TOTAL-LINES TO WV-RPT-LINES              EXEC84.2
045788             MOVE SPACES TO PRINT-DATA                            EXEC84.2
045789             STRING " ** CONTROL TOTALS WRITTEN - "               EXEC84.2
045790                                            DELIMITED BY SIZE     EXEC84.2
045791                    WV-RPT-PROGS            DELIMITED BY SIZE     EXEC84.2
045792                    " PROGRAMS "            DELIMITED BY SIZE     EXEC84.2
045793                    WV-RPT-LINES            DELIMITED BY SIZE     EXEC84.2
045794                    " LINES"                DELIMITED BY SIZE     EXEC84.2
045795                 INTO PRINT-DATA                                  EXEC84.2
045796             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045797     END-IF.                                                      EXEC84.2
045798                                                                  EXEC84.2
045799 E10-12A-WRITE-ONE-TOTAL.                                         EXEC84.2
045800     MOVE    SPACES TO WV-TOTALS-REC.                             EXEC84.2
045801     MOVE    "P" TO WV-TR-TYPE.                                   EXEC84.2
045802     MOVE    WV-NEW-PROG (SUB4) TO WV-TR-PROG.                    EXEC84.2
045803     MOVE    WV-NEW-LINES (SUB4) TO WV-TR-LINES.                  EXEC84.2
045804     MOVE    WV-NEW-HASH (SUB4) TO WV-TR-HASH.                    EXEC84.2
045805     WRITE   TOTALS-OUT-REC FROM WV-TOTALS-REC.                   EXEC84.2
045806                                                                  EXEC84.2
045807******************************************************************EXEC84.2
045808**   RECORDS ON THE STAGING FILE WHAT BECAME OF EACH STAGED      *EXEC84.2
045809**   DECK D10-1C3 TOOK THIS CYCLE - APPLIED, OR FAILED WITH THE  *EXEC84.2
045810**   REASON THE MERGE GAVE.  A FAILED DECK IS NOT TRIED AGAIN;   *EXEC84.2
045811**   IT MUST BE CORRECTED AND STAGED AFRESH.  A "*VERIFY" RUN    *EXEC84.2
045812**   CHANGES NOTHING, SO ITS STAGED DECKS STAY QUEUED FOR THE    *EXEC84.2
045813**   REAL CYCLE.                                                 *EXEC84.2
045814******************************************************************EXEC84.2
045815 E10-13-MARK-STAGED-DECKS.                                        EXEC84.2
045816     IF      WU-PULL-CT > ZERO                                    EXEC84.2
045817         IF  WZ-VERIFY-ONLY = "Y"                                 EXEC84.2
045818             MOVE " ** STAGED DECKS LEFT QUEUED - *VERIFY RUN"    EXEC84.2
045819                 TO PRINT-DATA                                    EXEC84.2
045820             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045821         ELSE                                                     EXEC84.2
045822             MOVE ZERO TO WU-STAGE-MARK-A-CT                      EXEC84.2
045823             MOVE ZERO TO WU-STAGE-MARK-F-CT                      EXEC84.2
045824             MOVE ZERO TO WU-STAGE-ERROR-CT                       EXEC84.2
045825             PERFORM G40-9-SET-TODAY                              EXEC84.2
045826             OPEN I-O STAGING-FILE                                EXEC84.2
045827             PERFORM G40-9C-CHECK-SG-STATUS                       EXEC84.2
045828             PERFORM E10-13A-MARK-ONE-DECK                        EXEC84.2
045829                     VARYING WU-PULL-IX FROM 1 BY 1               EXEC84.2
045830                     UNTIL   WU-PULL-IX > WU-PULL-CT              EXEC84.2
045831             CLOSE STAGING-FILE                                   EXEC84.2
045832             MOVE SPACES TO PRINT-DATA                            EXEC84.2
045833             MOVE WU-STAGE-MARK-A-CT TO WU-RPT-CT                 EXEC84.2
045834             STRING " ** STAGED DECKS APPLIED:" DELIMITED BY SIZE EXEC84.2
045835                    WU-RPT-CT                  DELIMITED BY SIZE  EXEC84.2
045836                 INTO PRINT-DATA                                  EXEC84.2
045837             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045838             MOVE SPACES TO PRINT-DATA                            EXEC84.2
045839             MOVE WU-STAGE-MARK-F-CT TO WU-RPT-CT                 EXEC84.2
045840             STRING " ** STAGED DECKS FAILED: " DELIMITED BY SIZE EXEC84.2
045841                    WU-RPT-CT                  DELIMITED BY SIZE  EXEC84.2
045842                 INTO PRINT-DATA                                  EXEC84.2
045843             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045844             IF WU-STAGE-ERROR-CT > ZERO                          EXEC84.2
045845                 MOVE "STAGING FILE I/O ERRORS"                   EXEC84.2
045846                     TO WZ-ERROR-MESSAGE                          EXEC84.2
045847                 PERFORM E10-3-FLAG-RECONCILE-ERROR               EXEC84.2
045848             END-IF                                               EXEC84.2
045849         END-IF                                                   EXEC84.2
045850     END-IF.                                                      EXEC84.2
045851                                                                  EXEC84.2
045852 E10-13A-MARK-ONE-DECK.                                           EXEC84.2
045853     MOVE    ZERO TO WU-PULL-DECK.                                EXEC84.2
045854     PERFORM E10-13B-MATCH-DECK                                   EXEC84.2
045855             VARYING SUB4 FROM 1 BY 1                             EXEC84.2
045856             UNTIL   SUB4 > WZ-DECKS-READ-CT                      EXEC84.2
045857                OR   WU-PULL-DECK NOT = ZERO.                     EXEC84.2
045858     MOVE    WU-PULL-STAGE-NO (WU-PULL-IX) TO SG-STAGE-NO.        EXEC84.2
045859     MOVE    ZERO TO SG-CARD-SEQ.                                 EXEC84.2
045860     IF      WU-PULL-DECK = ZERO                                  EXEC84.2
045861             MOVE WU-PULL-STAGE-NO (WU-PULL-IX) TO WU-RPT-CARDNO  EXEC84.2
045862             MOVE SPACES TO PRINT-DATA                            EXEC84.2
045863             STRING " ** STAGED DECK "      DELIMITED BY SIZE     EXEC84.2
045864                    WU-RPT-CARDNO           DELIMITED BY SIZE     EXEC84.2
045865                    " WAS NOT TRACKED - LEFT QUEUED"              EXEC84.2
045866                                            DELIMITED BY SIZE     EXEC84.2
045867                 INTO PRINT-DATA                                  EXEC84.2
045868             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045869     ELSE                                                         EXEC84.2
045870             READ STAGING-FILE                                    EXEC84.2
045871                 INVALID KEY                                      EXEC84.2
045872                 ADD 1 TO WU-STAGE-ERROR-CT                       EXEC84.2
045873                 NOT INVALID KEY                                  EXEC84.2
045874                 PERFORM E10-13C-SET-OUTCOME                      EXEC84.2
045875             END-READ                                             EXEC84.2
045876             PERFORM G40-9C-CHECK-SG-STATUS                       EXEC84.2
045877     END-IF.                                                      EXEC84.2
045878                                                                  EXEC84.2
045879 E10-13B-MATCH-DECK.                                              EXEC84.2
045880     IF      WU-DECK-CARD-NO (SUB4) = WU-PULL-CARD-NO (WU-PULL-IX)EXEC84.2
045881             MOVE SUB4 TO WU-PULL-DECK                            EXEC84.2
045882     END-IF.                                                      EXEC84.2
045883                                                                  EXEC84.2
045884*    ONLY A DECK THE MERGE APPLIED IS MARKED APPLIED.  A FAILED   EXEC84.2
045885*    OR CONFLICTING DECK TAKES THE REASON ALREADY REPORTED FOR IT;EXEC84.2
045886*    A DECK THAT NEVER MET ITS PROGRAM IS SAID TO HAVE DONE SO.   EXEC84.2
045887 E10-13C-SET-OUTCOME.                                             EXEC84.2
045888     MOVE    WU-STAGE-TODAY TO SG-DONE-DATE.                      EXEC84.2
045889     IF      WU-DECK-APPLIED (WU-PULL-DECK) = "Y"                 EXEC84.2
045890             MOVE "A" TO SG-STATUS                                EXEC84.2
045891             MOVE SPACES TO SG-REASON                             EXEC84.2
045892             ADD  1 TO WU-STAGE-MARK-A-CT                         EXEC84.2
045893     ELSE                                                         EXEC84.2
045894             MOVE "F" TO SG-STATUS                                EXEC84.2
045895             ADD  1 TO WU-STAGE-MARK-F-CT                         EXEC84.2
045896             IF WU-DECK-FAIL-TEXT (WU-PULL-DECK) NOT = SPACES     EXEC84.2
045897                 MOVE WU-DECK-FAIL-TEXT (WU-PULL-DECK)            EXEC84.2
045898                     TO SG-REASON                                 EXEC84.2
045899             ELSE                                                 EXEC84.2
045900             IF WU-DECK-APPLIED (WU-PULL-DECK) = "R"              EXEC84.2
045901                 MOVE "DECK NOT APPROVED" TO SG-REASON            EXEC84.2
045902             ELSE                                                 EXEC84.2
045903                 MOVE "NEVER APPLIED - PROGRAM NOT UPDATED"       EXEC84.2
045904                     TO SG-REASON                                 EXEC84.2
045905             END-IF                                               EXEC84.2
045906             END-IF                                               EXEC84.2
045907             MOVE SG-STAGE-NO TO WU-RPT-CARDNO                    EXEC84.2
045908             MOVE SPACES TO PRINT-DATA                            EXEC84.2
045909             STRING " ** STAGED DECK "      DELIMITED BY SIZE     EXEC84.2
045910                    WU-RPT-CARDNO           DELIMITED BY SIZE     EXEC84.2
045911                    " FOR "                 DELIMITED BY SIZE     EXEC84.2
045912                    SG-PROG-ID              DELIMITED BY SIZE     EXEC84.2
045913                    " FAILED - "            DELIMITED BY SIZE     EXEC84.2
045914                    SG-REASON               DELIMITED BY SIZE     EXEC84.2
045915                 INTO PRINT-DATA                                  EXEC84.2
045916             PERFORM X20-PRINT-DETAIL                             EXEC84.2
045917     END-IF.                                                      EXEC84.2
045918     REWRITE STAGING-HEAD-REC                                     EXEC84.2
045919             INVALID KEY ADD 1 TO WU-STAGE-ERROR-CT               EXEC84.2
045920     END-REWRITE.                                                 EXEC84.2
045921     PERFORM G40-9C-CHECK-SG-STATUS.                              EXEC84.2
045922 E10-EXIT.                                                        EXEC84.2
045923     EXIT.                                                        EXEC84.2
045924/                                                                 EXEC84.2
045925                                                                  EXEC84.2
045926 X20-PRINT-DETAIL SECTION.                                        EXEC84.2
045927*==========================                                       EXEC84.2
045928*                                                                 EXEC84.2
045929******************************************************************EXEC84.2
045930**   WRITES ONE LINE TO PRINT-FILE, STARTING A NEW PAGE (AND    * EXEC84.2
045931**   REPEATING THE TOP-OF-PAGE HEADING) EVERY 55 DETAIL LINES.  * EXEC84.2
045932******************************************************************EXEC84.2
045933 X20-1-WRITE-LINE.                                                EXEC84.2
045934     ADD     1 TO WZ-LINE-CT.                                     EXEC84.2
045935     IF      WZ-LINE-CT > 55                                      EXEC84.2
045936             MOVE PRINT-DATA TO WZ-PRINT-HOLD                     EXEC84.2
045937             PERFORM X20-2-NEW-PAGE                               EXEC84.2
045938             MOVE WZ-PRINT-HOLD TO PRINT-DATA                     EXEC84.2
045939     END-IF.                                                      EXEC84.2
045940     WRITE   PRINT-REC FROM PRINT-DATA.                           EXEC84.2
045941                                                                  EXEC84.2
045942 X20-2-NEW-PAGE.                                                  EXEC84.2
045943     ADD     1 TO WZ-PAGE-CT.                                     EXEC84.2
045944     MOVE    WZ-PAGE-CT TO WA-PAGE-CT.                            EXEC84.2
045945     WRITE   PRINT-REC FROM WA-TOP-OF-PAGE-LINE                   EXEC84.2
045946             AFTER ADVANCING PAGE.                                EXEC84.2
045947     MOVE    ZERO TO WZ-LINE-CT.                                  EXEC84.2
045948                                                                  EXEC84.2
045949 X20-EXIT.                                                        EXEC84.2
045950     EXIT.                                                        EXEC84.2
045951/                                                                 EXEC84.2
045952                                                                  EXEC84.2
045953 G10-CERTIFY-RESULTS SECTION.                                     EXEC84.2
045954*===========================                                      EXEC84.2
045955*                                                                 EXEC84.2
045960******************************************************************EXEC84.2
045970**   CERTIFICATION STEP, RUN ONCE THE EXTRACTED PROGRAMS HAVE    *EXEC84.2
045980**   BEEN COMPILED AND EXECUTED.  THE RUN MANIFEST OF THE        *EXEC84.2
045990**   EXTRACT RUN SAYS WHICH PROGRAMS WENT OUT; RESULTS-FILE      *EXEC84.2
046000**   CARRIES ONE OR MORE RECORDS PER PROGRAM WITH ITS PASS,      *EXEC84.2
046010**   FAIL, DELETED AND INSPECT COUNTS.  THE TWO ARE MATCHED ON   *EXEC84.2
046020**   PROGRAM ID AND THE STATUS REPORT IS PRINTED BY PROGRAM AND  *EXEC84.2
046030**   BY MODULE/LEVEL, FOLLOWED BY THE PROGRAMS THAT CAME BACK    *EXEC84.2
046040**   WITH NO RESULT AND THE RESULTS THAT MATCH NO EXTRACTED      *EXEC84.2
046050**   PROGRAM.  NOTHING IS WRITTEN, SO THE STEP ENDS THE RUN      *EXEC84.2
046060**   HERE RATHER THAN RETURNING TO THE MERGE REPORTS IN A10.     *EXEC84.2
046070******************************************************************EXEC84.2
046080 G10-1-CERTIFY-CONTROL.                                           EXEC84.2
046090     PERFORM G10-2-LOAD-MANIFEST.                                 EXEC84.2
046100     PERFORM G10-3-MATCH-RESULTS.                                 EXEC84.2
046110     PERFORM G10-4-PRINT-PROGRAMS.                                EXEC84.2
046120     PERFORM G10-5-PRINT-MODULES.                                 EXEC84.2
046130     PERFORM G10-6-PRINT-NO-RESULT.                               EXEC84.2
046140     PERFORM G10-7-PRINT-STRAY-RESULTS.                           EXEC84.2
046150     PERFORM G10-8-PRINT-CERT-SUMMARY.                            EXEC84.2
046160     PERFORM E10-4-CLOSE-FILES.                                   EXEC84.2
046170     STOP    RUN.                                                 EXEC84.2
046180                                                                  EXEC84.2
046190******************************************************************EXEC84.2
046200**   ONLY COBOL PROGRAMS ARE CERTIFIED - DATA FILES AND COPY     *EXEC84.2
046210**   LIBRARY MEMBERS HAVE NO RESULTS OF THEIR OWN.  PROGRAMS THE *EXEC84.2
046220**   EXTRACT RUN DID NOT WRITE ARE STILL LOADED SO A RESULT FOR  *EXEC84.2
046230**   ONE OF THEM CAN BE NAMED AS SUCH IN G10-7.                  *EXEC84.2
046240******************************************************************EXEC84.2
046250 G10-2-LOAD-MANIFEST.                                             EXEC84.2
046260     MOVE    ZERO TO WO-CERT-CT.                                  EXEC84.2
046270     MOVE    "N" TO WO-MANIFEST-EOF.                              EXEC84.2
046280     OPEN    INPUT   RUN-MANIFEST-FILE.                           EXEC84.2
046290     PERFORM G10-2A-READ-MANIFEST                                 EXEC84.2
046300             UNTIL   WO-MANIFEST-EOF = "Y".                       EXEC84.2
046310     CLOSE   RUN-MANIFEST-FILE.                                   EXEC84.2
046320                                                                  EXEC84.2
046330 G10-2A-READ-MANIFEST.                                            EXEC84.2
046340     READ    RUN-MANIFEST-FILE                                    EXEC84.2
046350             AT END MOVE "Y" TO WO-MANIFEST-EOF                   EXEC84.2
046360         NOT AT END PERFORM G10-2B-STORE-MANIFEST                 EXEC84.2
046370     END-READ.                                                    EXEC84.2
046380                                                                  EXEC84.2
046390 G10-2B-STORE-MANIFEST.                                           EXEC84.2
046400     IF      MF-MEMBER-TYPE = "COBOL"                             EXEC84.2
046410         IF  WO-CERT-CT < 600                                     EXEC84.2
046420             ADD  1 TO WO-CERT-CT                                 EXEC84.2
046430             MOVE MF-PROG-ID TO WO-PROG (WO-CERT-CT)              EXEC84.2
046440             MOVE MF-MODULE TO WO-MODULE (WO-CERT-CT)             EXEC84.2
046450             MOVE MF-LEVEL TO WO-LEVEL (WO-CERT-CT)               EXEC84.2
046460             MOVE MF-EXTRACTED TO WO-EXTRACTED (WO-CERT-CT)       EXEC84.2
046470             MOVE "N" TO WO-RESULTS (WO-CERT-CT)                  EXEC84.2
046480             MOVE ZERO TO WO-PASS (WO-CERT-CT)                    EXEC84.2
046490             MOVE ZERO TO WO-FAIL (WO-CERT-CT)                    EXEC84.2
046500             MOVE ZERO TO WO-DELETED (WO-CERT-CT)                 EXEC84.2
046510             MOVE ZERO TO WO-INSPECT (WO-CERT-CT)                 EXEC84.2
046520         ELSE                                                     EXEC84.2
046530             MOVE "Y" TO WO-CERT-OVERFLOW                         EXEC84.2
046540         END-IF                                                   EXEC84.2
046550     END-IF.                                                      EXEC84.2
046560                                                                  EXEC84.2
046570******************************************************************EXEC84.2
046580**   A PROGRAM MAY HAVE BEEN RUN MORE THAN ONCE, SO EVERY RESULT *EXEC84.2
046590**   RECORD FOR IT IS ADDED IN.  A RECORD WHOSE COUNTS ARE NOT   *EXEC84.2
046600**   NUMERIC IS COUNTED AS BAD AND OTHERWISE IGNORED.            *EXEC84.2
046610******************************************************************EXEC84.2
046620 G10-3-MATCH-RESULTS.                                             EXEC84.2
046630     MOVE    ZERO TO WO-STRAY-CT.                                 EXEC84.2
046640     MOVE    "N" TO WO-RESULT-EOF.                                EXEC84.2
046650     OPEN    INPUT   RESULTS-FILE.                                EXEC84.2
046660     PERFORM G10-3A-READ-RESULT                                   EXEC84.2
046670             UNTIL   WO-RESULT-EOF = "Y".                         EXEC84.2
046680     CLOSE   RESULTS-FILE.                                        EXEC84.2
046690                                                                  EXEC84.2
046700 G10-3A-READ-RESULT.                                              EXEC84.2
046710     READ    RESULTS-FILE                                         EXEC84.2
046720             AT END MOVE "Y" TO WO-RESULT-EOF                     EXEC84.2
046730         NOT AT END PERFORM G10-3B-APPLY-RESULT                   EXEC84.2
046740     END-READ.                                                    EXEC84.2
046750                                                                  EXEC84.2
046760 G10-3B-APPLY-RESULT.                                             EXEC84.2
046770     IF      RS-PROG-ID = SPACES                                  EXEC84.2
046780          OR RS-PASS-CT NOT NUMERIC                               EXEC84.2
046790          OR RS-FAIL-CT NOT NUMERIC                               EXEC84.2
046800          OR RS-DELETED-CT NOT NUMERIC                            EXEC84.2
046810          OR RS-INSPECT-CT NOT NUMERIC                            EXEC84.2
046820             ADD  1 TO WO-BAD-RESULTS                             EXEC84.2
046830     ELSE                                                         EXEC84.2
046840             MOVE ZERO TO WO-CERT-IX                              EXEC84.2
046850             PERFORM G10-3C-FIND-PROGRAM                          EXEC84.2
046860                     VARYING SUB3 FROM 1 BY 1                     EXEC84.2
046870                     UNTIL   SUB3 > WO-CERT-CT                    EXEC84.2
046880                          OR WO-CERT-IX NOT = ZERO                EXEC84.2
046890             IF  WO-CERT-IX = ZERO                                EXEC84.2
046900                 MOVE "NOT ON RUN MANIFEST" TO WO-STATUS          EXEC84.2
046910                 PERFORM G10-3D-NOTE-STRAY                        EXEC84.2
046920             ELSE                                                 EXEC84.2
046930             IF  WO-EXTRACTED (WO-CERT-IX) NOT = "Y"              EXEC84.2
046940                 MOVE "NOT EXTRACTED" TO WO-STATUS                EXEC84.2
046950                 PERFORM G10-3D-NOTE-STRAY                        EXEC84.2
046960             ELSE                                                 EXEC84.2
046970                 MOVE "Y" TO WO-RESULTS (WO-CERT-IX)              EXEC84.2
046980                 ADD  RS-PASS-CT TO WO-PASS (WO-CERT-IX)          EXEC84.2
046990                 ADD  RS-FAIL-CT TO WO-FAIL (WO-CERT-IX)          EXEC84.2
047000                 ADD  RS-DELETED-CT TO WO-DELETED (WO-CERT-IX)    EXEC84.2
047010                 ADD  RS-INSPECT-CT TO WO-INSPECT (WO-CERT-IX)    EXEC84.2
047020             END-IF                                               EXEC84.2
047030             END-IF                                               EXEC84.2
047040     END-IF.                                                      EXEC84.2
047050                                                                  EXEC84.2
047060 G10-3C-FIND-PROGRAM.                                             EXEC84.2
047070     IF      WO-PROG (SUB3) = RS-PROG-ID                          EXEC84.2
047080             MOVE SUB3 TO WO-CERT-IX                              EXEC84.2
047090     END-IF.                                                      EXEC84.2
047100                                                                  EXEC84.2
047110 G10-3D-NOTE-STRAY.                                               EXEC84.2
047120     IF      WO-STRAY-CT < 200                                    EXEC84.2
047130             ADD  1 TO WO-STRAY-CT                                EXEC84.2
047140             MOVE RS-PROG-ID TO WO-STRAY-PROG (WO-STRAY-CT)       EXEC84.2
047150             MOVE WO-STATUS TO WO-STRAY-WHY (WO-STRAY-CT)         EXEC84.2
047160     ELSE                                                         EXEC84.2
047170             MOVE "Y" TO WO-STRAY-OVERFLOW                        EXEC84.2
047180     END-IF.                                                      EXEC84.2
047190                                                                  EXEC84.2
047200******************************************************************EXEC84.2
047210**   ONE LINE PER EXTRACTED PROGRAM.  THE STATUS IS THE WORST    *EXEC84.2
047220**   OUTCOME RECORDED FOR IT - ANY FAILURE IS "FAIL", THEN ANY   *EXEC84.2
047230**   TEST LEFT FOR INSPECTION, THEN "PASS"; A PROGRAM WHOSE      *EXEC84.2
047240**   TESTS WERE ALL DELETED IS "DELETED".  THE MODULE/LEVEL      *EXEC84.2
047250**   TOTALS ARE GATHERED ON THE WAY THROUGH.                     *EXEC84.2
047260******************************************************************EXEC84.2
047270 G10-4-PRINT-PROGRAMS.                                            EXEC84.2
047280     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
047290     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
047300     MOVE    "CERTIFICATION STATUS BY PROGRAM" TO PRINT-DATA.     EXEC84.2
047310     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
047320     MOVE    ZERO TO WO-ML-CT.                                    EXEC84.2
047330     PERFORM G10-4A-PRINT-ONE-PROGRAM                             EXEC84.2
047340             VARYING SUB3 FROM 1 BY 1                             EXEC84.2
047350             UNTIL   SUB3 > WO-CERT-CT.                           EXEC84.2
047360                                                                  EXEC84.2
047370 G10-4A-PRINT-ONE-PROGRAM.                                        EXEC84.2
047380     IF      WO-EXTRACTED (SUB3) = "Y"                            EXEC84.2
047390             PERFORM G10-4B-SET-STATUS                            EXEC84.2
047400             MOVE WO-PROG (SUB3) TO WO-CL-PROG                    EXEC84.2
047410             MOVE WO-MODULE (SUB3) TO WO-CL-MODULE                EXEC84.2
047420             MOVE WO-LEVEL (SUB3) TO WO-CL-LEVEL                  EXEC84.2
047430             MOVE WO-PASS (SUB3) TO WO-CL-PASS                    EXEC84.2
047440             MOVE WO-FAIL (SUB3) TO WO-CL-FAIL                    EXEC84.2
047450             MOVE WO-DELETED (SUB3) TO WO-CL-DELETED              EXEC84.2
047460             MOVE WO-INSPECT (SUB3) TO WO-CL-INSPECT              EXEC84.2
047470             MOVE WO-STATUS TO WO-CL-STATUS                       EXEC84.2
047480             MOVE WO-CERT-LINE TO PRINT-DATA                      EXEC84.2
047490             PERFORM X20-PRINT-DETAIL                             EXEC84.2
047500             PERFORM G10-4C-ADD-TO-MODULES                        EXEC84.2
047510     END-IF.                                                      EXEC84.2
047520                                                                  EXEC84.2
047530 G10-4B-SET-STATUS.                                               EXEC84.2
047540     IF      WO-RESULTS (SUB3) NOT = "Y"                          EXEC84.2
047550             MOVE "NO RESULT" TO WO-STATUS                        EXEC84.2
047560             ADD  1 TO WO-GT-NO-RESULT                            EXEC84.2
047570     ELSE                                                         EXEC84.2
047580     IF      WO-FAIL (SUB3) > ZERO                                EXEC84.2
047590             MOVE "FAIL" TO WO-STATUS                             EXEC84.2
047600             ADD  1 TO WO-PROGS-FAILED                            EXEC84.2
047610     ELSE                                                         EXEC84.2
047620     IF      WO-INSPECT (SUB3) > ZERO                             EXEC84.2
047630             MOVE "INSPECT" TO WO-STATUS                          EXEC84.2
047640             ADD  1 TO WO-PROGS-INSPECT                           EXEC84.2
047650     ELSE                                                         EXEC84.2
047660     IF      WO-PASS (SUB3) > ZERO                                EXEC84.2
047670             MOVE "PASS" TO WO-STATUS                             EXEC84.2
047680             ADD  1 TO WO-PROGS-PASSED                            EXEC84.2
047690     ELSE                                                         EXEC84.2
047700             MOVE "DELETED" TO WO-STATUS                          EXEC84.2
047710             ADD  1 TO WO-PROGS-DELETED                           EXEC84.2
047720     END-IF                                                       EXEC84.2
047730     END-IF                                                       EXEC84.2
047740     END-IF                                                       EXEC84.2
047750     END-IF.                                                      EXEC84.2
047760     ADD     WO-PASS (SUB3) TO WO-GT-PASS.                        EXEC84.2
047770     ADD     WO-FAIL (SUB3) TO WO-GT-FAIL.                        EXEC84.2
047780     ADD     WO-DELETED (SUB3) TO WO-GT-DELETED.                  EXEC84.2
047790     ADD     WO-INSPECT (SUB3) TO WO-GT-INSPECT.                  EXEC84.2
047800                                                                  EXEC84.2
047810 G10-4C-ADD-TO-MODULES.                                           EXEC84.2
047820     MOVE    ZERO TO WO-ML-IX.                                    EXEC84.2
047830     PERFORM G10-4D-FIND-MODULE                                   EXEC84.2
047840             VARYING SUB4 FROM 1 BY 1                             EXEC84.2
047850             UNTIL   SUB4 > WO-ML-CT                              EXEC84.2
047860                  OR WO-ML-IX NOT = ZERO.                         EXEC84.2
047870     IF      WO-ML-IX = ZERO                                      EXEC84.2
047880         IF  WO-ML-CT < 100                                       EXEC84.2
047890             ADD  1 TO WO-ML-CT                                   EXEC84.2
047900             MOVE WO-ML-CT TO WO-ML-IX                            EXEC84.2
047910             MOVE WO-MODULE (SUB3) TO WO-ML-MODULE (WO-ML-IX)     EXEC84.2
047920             MOVE WO-LEVEL (SUB3) TO WO-ML-LEVEL (WO-ML-IX)       EXEC84.2
047930             MOVE ZERO TO WO-ML-PROGS (WO-ML-IX)                  EXEC84.2
047940             MOVE ZERO TO WO-ML-PASS (WO-ML-IX)                   EXEC84.2
047950             MOVE ZERO TO WO-ML-FAIL (WO-ML-IX)                   EXEC84.2
047960             MOVE ZERO TO WO-ML-DELETED (WO-ML-IX)                EXEC84.2
047970             MOVE ZERO TO WO-ML-INSPECT (WO-ML-IX)                EXEC84.2
047980             MOVE ZERO TO WO-ML-NO-RESULT (WO-ML-IX)              EXEC84.2
047990         ELSE                                                     EXEC84.2
048000             MOVE "Y" TO WO-ML-OVERFLOW                           EXEC84.2
048010         END-IF                                                   EXEC84.2
048020     END-IF.                                                      EXEC84.2
048030     IF      WO-ML-IX NOT = ZERO                                  EXEC84.2
048040             ADD  1 TO WO-ML-PROGS (WO-ML-IX)                     EXEC84.2
048050             ADD  WO-PASS (SUB3) TO WO-ML-PASS (WO-ML-IX)         EXEC84.2
048060             ADD  WO-FAIL (SUB3) TO WO-ML-FAIL (WO-ML-IX)         EXEC84.2
048070             ADD  WO-DELETED (SUB3) TO WO-ML-DELETED (WO-ML-IX)   EXEC84.2
048080             ADD  WO-INSPECT (SUB3) TO WO-ML-INSPECT (WO-ML-IX)   EXEC84.2
048090             IF  WO-RESULTS (SUB3) NOT = "Y"                      EXEC84.2
048100                 ADD 1 TO WO-ML-NO-RESULT (WO-ML-IX)              EXEC84.2
048110             END-IF                                               EXEC84.2
048120     END-IF.                                                      EXEC84.2
048130                                                                  EXEC84.2
048140 G10-4D-FIND-MODULE.                                              EXEC84.2
048150     IF      WO-ML-MODULE (SUB4) = WO-MODULE (SUB3)               EXEC84.2
048160         AND WO-ML-LEVEL (SUB4) = WO-LEVEL (SUB3)                 EXEC84.2
048170             MOVE SUB4 TO WO-ML-IX                                EXEC84.2
048180     END-IF.                                                      EXEC84.2
048190                                                                  EXEC84.2
048200 G10-5-PRINT-MODULES.                                             EXEC84.2
048210     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
048220     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
048230     MOVE    "CERTIFICATION STATUS BY MODULE/LEVEL" TO PRINT-DATA.EXEC84.2
048240     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
048250     PERFORM G10-5A-PRINT-ONE-MODULE                              EXEC84.2
048260             VARYING SUB4 FROM 1 BY 1                             EXEC84.2
048270             UNTIL   SUB4 > WO-ML-CT.                             EXEC84.2
048280     IF      WO-ML-OVERFLOW = "Y"                                 EXEC84.2
048290             MOVE " ** OVER 100 MODULE/LEVELS - TABLE FULL"       EXEC84.2
048300                 TO PRINT-DATA                                    EXEC84.2
048310             PERFORM X20-PRINT-DETAIL                             EXEC84.2
048320     END-IF.                                                      EXEC84.2
048330     MOVE    "**" TO WO-MR-MODULE.                                EXEC84.2
048340     MOVE    "*" TO WO-MR-LEVEL.                                  EXEC84.2
048350     ADD     WO-PROGS-PASSED WO-PROGS-FAILED WO-PROGS-INSPECT     EXEC84.2
048360             WO-PROGS-DELETED WO-GT-NO-RESULT                     EXEC84.2
048370         GIVING WO-MR-PROGS.                                      EXEC84.2
048380     MOVE    WO-GT-PASS TO WO-MR-PASS.                            EXEC84.2
048390     MOVE    WO-GT-FAIL TO WO-MR-FAIL.                            EXEC84.2
048400     MOVE    WO-GT-DELETED TO WO-MR-DELETED.                      EXEC84.2
048410     MOVE    WO-GT-INSPECT TO WO-MR-INSPECT.                      EXEC84.2
048420     MOVE    WO-GT-NO-RESULT TO WO-MR-NO-RESULT.                  EXEC84.2
048430     MOVE    WO-ML-LINE TO PRINT-DATA.                            EXEC84.2
048440     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
048450                                                                  EXEC84.2
048460 G10-5A-PRINT-ONE-MODULE.                                         EXEC84.2
048470     MOVE    WO-ML-MODULE (SUB4) TO WO-MR-MODULE.                 EXEC84.2
048480     MOVE    WO-ML-LEVEL (SUB4) TO WO-MR-LEVEL.                   EXEC84.2
048490     MOVE    WO-ML-PROGS (SUB4) TO WO-MR-PROGS.                   EXEC84.2
048500     MOVE    WO-ML-PASS (SUB4) TO WO-MR-PASS.                     EXEC84.2
048510     MOVE    WO-ML-FAIL (SUB4) TO WO-MR-FAIL.                     EXEC84.2
048520     MOVE    WO-ML-DELETED (SUB4) TO WO-MR-DELETED.               EXEC84.2
048530     MOVE    WO-ML-INSPECT (SUB4) TO WO-MR-INSPECT.               EXEC84.2
048540     MOVE    WO-ML-NO-RESULT (SUB4) TO WO-MR-NO-RESULT.           EXEC84.2
048550     MOVE    WO-ML-LINE TO PRINT-DATA.                            EXEC84.2
048560     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
048570                                                                  EXEC84.2
048580 G10-6-PRINT-NO-RESULT.                                           EXEC84.2
048590     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
048600     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
048610     MOVE    "PROGRAMS EXTRACTED BUT WITH NO RESULT"              EXEC84.2
048620         TO PRINT-DATA.                                           EXEC84.2
048630     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
048640     PERFORM G10-6A-CHECK-ONE-PROGRAM                             EXEC84.2
048650             VARYING SUB3 FROM 1 BY 1                             EXEC84.2
048660             UNTIL   SUB3 > WO-CERT-CT.                           EXEC84.2
048670                                                                  EXEC84.2
048680 G10-6A-CHECK-ONE-PROGRAM.                                        EXEC84.2
048690     IF      WO-EXTRACTED (SUB3) = "Y"                            EXEC84.2
048700         AND WO-RESULTS (SUB3) NOT = "Y"                          EXEC84.2
048710             MOVE SPACES TO PRINT-DATA                            EXEC84.2
048720             STRING " ** NO RESULT FOR "  DELIMITED BY SIZE       EXEC84.2
048730                    WO-PROG (SUB3)        DELIMITED BY SIZE       EXEC84.2
048740                    " MODULE "            DELIMITED BY SIZE       EXEC84.2
048750                    WO-MODULE (SUB3)      DELIMITED BY SIZE       EXEC84.2
048760                    " LEVEL "             DELIMITED BY SIZE       EXEC84.2
048770                    WO-LEVEL (SUB3)       DELIMITED BY SIZE       EXEC84.2
048780                 INTO PRINT-DATA                                  EXEC84.2
048790             PERFORM X20-PRINT-DETAIL                             EXEC84.2
048800     END-IF.                                                      EXEC84.2
048810                                                                  EXEC84.2
048820 G10-7-PRINT-STRAY-RESULTS.                                       EXEC84.2
048830     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
048840     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
048850     MOVE    "RESULTS FOR PROGRAMS NEVER EXTRACTED" TO PRINT-DATA.EXEC84.2
048860     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
048870     PERFORM G10-7A-PRINT-ONE-STRAY                               EXEC84.2
048880             VARYING SUB3 FROM 1 BY 1                             EXEC84.2
048890             UNTIL   SUB3 > WO-STRAY-CT.                          EXEC84.2
048900     IF      WO-STRAY-OVERFLOW = "Y"                              EXEC84.2
048910             MOVE " ** OVER 200 UNMATCHED RESULTS - TABLE FULL"   EXEC84.2
048920                 TO PRINT-DATA                                    EXEC84.2
048930             PERFORM X20-PRINT-DETAIL                             EXEC84.2
048940     END-IF.                                                      EXEC84.2
048950                                                                  EXEC84.2
048960 G10-7A-PRINT-ONE-STRAY.                                          EXEC84.2
048970     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
048980     STRING  " ** RESULT FOR "        DELIMITED BY SIZE           EXEC84.2
048990             WO-STRAY-PROG (SUB3)     DELIMITED BY SIZE           EXEC84.2
049000             " - "                    DELIMITED BY SIZE           EXEC84.2
049010             WO-STRAY-WHY (SUB3)      DELIMITED BY "  "           EXEC84.2
049020         INTO PRINT-DATA.                                         EXEC84.2
049030     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049040                                                                  EXEC84.2
049050******************************************************************EXEC84.2
049060**   THE RUN IS CERTIFIED ONLY WHEN EVERY EXTRACTED PROGRAM HAS  *EXEC84.2
049070**   COME BACK WITH NO FAILURE AND NOTHING LEFT TO INSPECT.      *EXEC84.2
049080**   THE OUTCOME IS REPORTED, NOT ENFORCED - A FAILED TEST IS    *EXEC84.2
049090**   A FINDING, NOT A JOB FAILURE - BUT A DECK IN ERROR OR A     *EXEC84.2
049100**   MANIFEST TOO LARGE TO HOLD STILL FORCES RETURN-CODE 16.     *EXEC84.2
049110******************************************************************EXEC84.2
049120 G10-8-PRINT-CERT-SUMMARY.                                        EXEC84.2
049130     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
049140     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049150     MOVE    WO-PROGS-PASSED TO WO-RPT-CT.                        EXEC84.2
049160     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
049170     STRING  " ** PROGRAMS PASSED: "    DELIMITED BY SIZE         EXEC84.2
049180             WO-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
049190         INTO PRINT-DATA.                                         EXEC84.2
049200     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049210     MOVE    WO-PROGS-FAILED TO WO-RPT-CT.                        EXEC84.2
049220     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
049230     STRING  " ** PROGRAMS FAILED: "    DELIMITED BY SIZE         EXEC84.2
049240             WO-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
049250         INTO PRINT-DATA.                                         EXEC84.2
049260     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049270     MOVE    WO-PROGS-INSPECT TO WO-RPT-CT.                       EXEC84.2
049280     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
049290     STRING  " ** PROGRAMS TO INSPECT: " DELIMITED BY SIZE        EXEC84.2
049300             WO-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
049310         INTO PRINT-DATA.                                         EXEC84.2
049320     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049330     MOVE    WO-PROGS-DELETED TO WO-RPT-CT.                       EXEC84.2
049340     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
049350     STRING  " ** PROGRAMS ALL TESTS DELETED: "                   EXEC84.2
049360                                        DELIMITED BY SIZE         EXEC84.2
049370             WO-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
049380         INTO PRINT-DATA.                                         EXEC84.2
049390     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049400     MOVE    WO-GT-NO-RESULT TO WO-RPT-CT.                        EXEC84.2
049410     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
049420     STRING  " ** PROGRAMS WITH NO RESULT: " DELIMITED BY SIZE    EXEC84.2
049430             WO-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
049440         INTO PRINT-DATA.                                         EXEC84.2
049450     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049460     MOVE    WO-STRAY-CT TO WO-RPT-CT.                            EXEC84.2
049470     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
049480     STRING  " ** RESULTS FOR PROGRAMS NOT EXTRACTED: "           EXEC84.2
049490                                        DELIMITED BY SIZE         EXEC84.2
049500             WO-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
049510         INTO PRINT-DATA.                                         EXEC84.2
049520     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049530     MOVE    WO-BAD-RESULTS TO WO-RPT-CT.                         EXEC84.2
049540     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
049550     STRING  " ** RESULT RECORDS IGNORED AS INVALID: "            EXEC84.2
049560                                        DELIMITED BY SIZE         EXEC84.2
049570             WO-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
049580         INTO PRINT-DATA.                                         EXEC84.2
049590     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049600     IF      WO-PROGS-FAILED = ZERO                               EXEC84.2
049610         AND WO-PROGS-INSPECT = ZERO                              EXEC84.2
049620         AND WO-GT-NO-RESULT = ZERO                               EXEC84.2
049630         AND WO-CERT-OVERFLOW NOT = "Y"                           EXEC84.2
049640             MOVE " ** RUN CERTIFIED" TO PRINT-DATA               EXEC84.2
049650     ELSE                                                         EXEC84.2
049660             MOVE " ** RUN NOT CERTIFIED" TO PRINT-DATA           EXEC84.2
049670     END-IF.                                                      EXEC84.2
049680     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
049690     IF      WO-CERT-OVERFLOW = "Y"                               EXEC84.2
049700             MOVE "OVER 600 PROGRAMS ON MANIFEST - TABLE FULL"    EXEC84.2
049710                 TO WZ-ERROR-MESSAGE                              EXEC84.2
049720             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
049730     END-IF.                                                      EXEC84.2
049740     IF      WZ-ERROR-COUNT NOT = ZERO                            EXEC84.2
049750             MOVE "CONTROL CARDS IN ERROR"                        EXEC84.2
049760                 TO WZ-ERROR-MESSAGE                              EXEC84.2
049770             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
049780     END-IF.                                                      EXEC84.2
049790                                                                  EXEC84.2
049800 G10-EXIT.                                                        EXEC84.2
049810     EXIT.                                                        EXEC84.2
049820/                                                                 EXEC84.2
049830 G20-LEDGER-INQUIRY SECTION.                                      EXEC84.2
049840*==========================                                       EXEC84.2
049850*                                                                 EXEC84.2
049860******************************************************************EXEC84.2
049870**   CHANGE LEDGER INQUIRY.  THE LEDGER IS KEYED ON PROGRAM ID,  *EXEC84.2
049880**   CYCLE DATE, RUN TIME AND CONTROL CARD NUMBER, SO THE        *EXEC84.2
049890**   HISTORY OF ONE PROGRAM COMES BACK IN THE ORDER IT WAS       *EXEC84.2
049900**   CHANGED.  WHEN ONLY *LEDG-PROG CARDS ARE GIVEN EACH PROGRAM *EXEC84.2
049910**   IS READ DIRECTLY BY KEY; A *LEDG-MODULE CARD, A DATE RANGE  *EXEC84.2
049920**   ON ITS OWN, OR NO SELECTION AT ALL READS THE WHOLE LEDGER   *EXEC84.2
049930**   AND KEEPS WHAT MATCHES.  THE DATE RANGE APPLIES EITHER WAY. *EXEC84.2
049940**   NOTHING IS WRITTEN, SO THE STEP ENDS THE RUN HERE.          *EXEC84.2
049950******************************************************************EXEC84.2
049960 G20-1-INQUIRY-CONTROL.                                           EXEC84.2
049970     MOVE    ZERO TO WW-ENTRY-CT.                                 EXEC84.2
049980     MOVE    ZERO TO WW-PROG-CT.                                  EXEC84.2
049990     MOVE    ZERO TO WW-GT-INS.                                   EXEC84.2
050000     MOVE    ZERO TO WW-GT-REP.                                   EXEC84.2
050010     MOVE    ZERO TO WW-GT-DEL.                                   EXEC84.2
050020     MOVE    ZERO TO WW-LG-ERROR-CT.                              EXEC84.2
050030     MOVE    SPACES TO WW-LAST-PROG.                              EXEC84.2
050040     PERFORM G20-2-PRINT-HEADING.                                 EXEC84.2
050050     OPEN    INPUT   CHANGE-LEDGER-FILE.                          EXEC84.2
050060     PERFORM E10-10B-CHECK-LG-STATUS.                             EXEC84.2
050070     IF      WW-SEL-PROG-CT > ZERO                                EXEC84.2
050080         AND WW-SEL-MODULE-CT = ZERO                              EXEC84.2
050090             PERFORM G20-4-READ-ONE-PROGRAM                       EXEC84.2
050100                     VARYING WW-SEL-IX FROM 1 BY 1                EXEC84.2
050110                     UNTIL   WW-SEL-IX > WW-SEL-PROG-CT           EXEC84.2
050120     ELSE                                                         EXEC84.2
050130             PERFORM G20-3-READ-WHOLE-LEDGER                      EXEC84.2
050140     END-IF.                                                      EXEC84.2
050150     CLOSE   CHANGE-LEDGER-FILE.                                  EXEC84.2
050160     PERFORM G20-7-PRINT-LEDGER-SUMMARY.                          EXEC84.2
050170     PERFORM E10-4-CLOSE-FILES.                                   EXEC84.2
050180     STOP    RUN.                                                 EXEC84.2
050190                                                                  EXEC84.2
050200 G20-2-PRINT-HEADING.                                             EXEC84.2
050210     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
050220     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
050230     MOVE    "CHANGE LEDGER INQUIRY" TO PRINT-DATA.               EXEC84.2
050240     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
050250     MOVE    WW-SEL-PROG-CT TO WW-RPT-CT.                         EXEC84.2
050260     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
050270     STRING  " ** PROGRAMS SELECTED: "  DELIMITED BY SIZE         EXEC84.2
050280             WW-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
050290         INTO PRINT-DATA.                                         EXEC84.2
050300     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
050310     MOVE    WW-SEL-MODULE-CT TO WW-RPT-CT.                       EXEC84.2
050320     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
050330     STRING  " ** MODULES SELECTED: "   DELIMITED BY SIZE         EXEC84.2
050340             WW-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
050350         INTO PRINT-DATA.                                         EXEC84.2
050360     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
050370     IF      WW-SEL-DATES = "Y"                                   EXEC84.2
050380             MOVE SPACES TO PRINT-DATA                            EXEC84.2
050390             STRING " ** CYCLE DATES FROM "  DELIMITED BY SIZE    EXEC84.2
050400                    WW-DATE-FROM             DELIMITED BY SIZE    EXEC84.2
050410                    " TO "                   DELIMITED BY SIZE    EXEC84.2
050420                    WW-DATE-TO               DELIMITED BY SIZE    EXEC84.2
050430                 INTO PRINT-DATA                                  EXEC84.2
050440             PERFORM X20-PRINT-DETAIL                             EXEC84.2
050450     END-IF.                                                      EXEC84.2
050460     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
050470     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
050480     MOVE    WW-LEDGER-HEAD TO PRINT-DATA.                        EXEC84.2
050490     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
050500                                                                  EXEC84.2
050510 G20-3-READ-WHOLE-LEDGER.                                         EXEC84.2
050520     MOVE    "N" TO WW-LEDGER-EOF.                                EXEC84.2
050530     PERFORM G20-3A-READ-NEXT-ENTRY                               EXEC84.2
050540             UNTIL   WW-LEDGER-EOF = "Y".                         EXEC84.2
050550                                                                  EXEC84.2
050560 G20-3A-READ-NEXT-ENTRY.                                          EXEC84.2
050570     READ    CHANGE-LEDGER-FILE NEXT RECORD                       EXEC84.2
050580             AT END MOVE "Y" TO WW-LEDGER-EOF                     EXEC84.2
050590         NOT AT END PERFORM G20-5-SELECT-ENTRY                    EXEC84.2
050600     END-READ.                                                    EXEC84.2
050610                                                                  EXEC84.2
050620******************************************************************EXEC84.2
050630**   POSITION TO THE FIRST ENTRY FOR THE PROGRAM AND READ ON     *EXEC84.2
050640**   UNTIL THE PROGRAM ID CHANGES.  A PROGRAM WITH NO ENTRIES    *EXEC84.2
050650**   IS NAMED SO THE LISTING ACCOUNTS FOR EVERY CARD.            *EXEC84.2
050660******************************************************************EXEC84.2
050670 G20-4-READ-ONE-PROGRAM.                                          EXEC84.2
050680     MOVE    "N" TO WW-LEDGER-EOF.                                EXEC84.2
050690     MOVE    WW-ENTRY-CT TO WW-ENTRY-HOLD.                        EXEC84.2
050700     MOVE    WW-SEL-PROG (WW-SEL-IX) TO LG-PROG-ID.               EXEC84.2
050710     MOVE    ZERO TO LG-CYCLE-DATE.                               EXEC84.2
050720     MOVE    ZERO TO LG-CYCLE-TIME.                               EXEC84.2
050730     MOVE    ZERO TO LG-CARD-NO.                                  EXEC84.2
050740     START   CHANGE-LEDGER-FILE KEY NOT < LG-KEY                  EXEC84.2
050750             INVALID KEY MOVE "Y" TO WW-LEDGER-EOF                EXEC84.2
050760     END-START.                                                   EXEC84.2
050770     PERFORM G20-4A-READ-PROGRAM-ENTRY                            EXEC84.2
050780             UNTIL   WW-LEDGER-EOF = "Y".                         EXEC84.2
050790     IF      WW-ENTRY-CT = WW-ENTRY-HOLD                          EXEC84.2
050800             MOVE SPACES TO PRINT-DATA                            EXEC84.2
050810             STRING " "                      DELIMITED BY SIZE    EXEC84.2
050820                    WW-SEL-PROG (WW-SEL-IX)  DELIMITED BY SIZE    EXEC84.2
050830                    "    NO LEDGER ENTRIES"  DELIMITED BY SIZE    EXEC84.2
050840                 INTO PRINT-DATA                                  EXEC84.2
050850             PERFORM X20-PRINT-DETAIL                             EXEC84.2
050860     END-IF.                                                      EXEC84.2
050870                                                                  EXEC84.2
050880 G20-4A-READ-PROGRAM-ENTRY.                                       EXEC84.2
050890     READ    CHANGE-LEDGER-FILE NEXT RECORD                       EXEC84.2
050900             AT END MOVE "Y" TO WW-LEDGER-EOF                     EXEC84.2
050910         NOT AT END                                               EXEC84.2
050920             IF  LG-PROG-ID NOT = WW-SEL-PROG (WW-SEL-IX)         EXEC84.2
050930                 MOVE "Y" TO WW-LEDGER-EOF                        EXEC84.2
050940             ELSE                                                 EXEC84.2
050950                 PERFORM G20-5-SELECT-ENTRY                       EXEC84.2
050960             END-IF                                               EXEC84.2
050970     END-READ.                                                    EXEC84.2
050980                                                                  EXEC84.2
050990******************************************************************EXEC84.2
051000**   AN ENTRY IS WANTED IF ITS PROGRAM IS ON THE *LEDG-PROG LIST *EXEC84.2
051010**   OR ITS MODULE ON THE *LEDG-MODULE LIST (OR THERE IS NEITHER *EXEC84.2
051020**   LIST), AND ITS CYCLE DATE FALLS IN THE *LEDG-DATES RANGE.   *EXEC84.2
051030******************************************************************EXEC84.2
051040 G20-5-SELECT-ENTRY.                                              EXEC84.2
051050     MOVE    "Y" TO WW-WANTED.                                    EXEC84.2
051060     IF      WW-SEL-PROG-CT > ZERO                                EXEC84.2
051070          OR WW-SEL-MODULE-CT > ZERO                              EXEC84.2
051080             MOVE "N" TO WW-WANTED                                EXEC84.2
051090             PERFORM G20-5A-MATCH-PROGRAM                         EXEC84.2
051100                     VARYING WW-MATCH-IX FROM 1 BY 1              EXEC84.2
051110                     UNTIL   WW-MATCH-IX > WW-SEL-PROG-CT         EXEC84.2
051120                          OR WW-WANTED = "Y"                      EXEC84.2
051130             PERFORM G20-5B-MATCH-MODULE                          EXEC84.2
051140                     VARYING WW-MATCH-IX FROM 1 BY 1              EXEC84.2
051150                     UNTIL   WW-MATCH-IX > WW-SEL-MODULE-CT       EXEC84.2
051160                          OR WW-WANTED = "Y"                      EXEC84.2
051170     END-IF.                                                      EXEC84.2
051180     IF      LG-CYCLE-DATE < WW-DATE-FROM                         EXEC84.2
051190          OR LG-CYCLE-DATE > WW-DATE-TO                           EXEC84.2
051200             MOVE "N" TO WW-WANTED                                EXEC84.2
051210     END-IF.                                                      EXEC84.2
051220     IF      WW-WANTED = "Y"                                      EXEC84.2
051230             PERFORM G20-6-PRINT-ENTRY                            EXEC84.2
051240     END-IF.                                                      EXEC84.2
051250                                                                  EXEC84.2
051260 G20-5A-MATCH-PROGRAM.                                            EXEC84.2
051270     IF      LG-PROG-ID = WW-SEL-PROG (WW-MATCH-IX)               EXEC84.2
051280             MOVE "Y" TO WW-WANTED                                EXEC84.2
051290     END-IF.                                                      EXEC84.2
051300                                                                  EXEC84.2
051310 G20-5B-MATCH-MODULE.                                             EXEC84.2
051320     IF      LG-PROG-ID (1:2) = WW-SEL-MODULE (WW-MATCH-IX)       EXEC84.2
051330             MOVE "Y" TO WW-WANTED                                EXEC84.2
051340     END-IF.                                                      EXEC84.2
051350                                                                  EXEC84.2
051360 G20-6-PRINT-ENTRY.                                               EXEC84.2
051370     IF      LG-PROG-ID NOT = WW-LAST-PROG                        EXEC84.2
051380             ADD  1 TO WW-PROG-CT                                 EXEC84.2
051390             MOVE LG-PROG-ID TO WW-LAST-PROG                      EXEC84.2
051400     END-IF.                                                      EXEC84.2
051410     ADD     1 TO WW-ENTRY-CT.                                    EXEC84.2
051420     ADD     LG-LINES-INSERTED TO WW-GT-INS.                      EXEC84.2
051430     ADD     LG-LINES-REPLACED TO WW-GT-REP.                      EXEC84.2
051440     ADD     LG-LINES-DELETED TO WW-GT-DEL.                       EXEC84.2
051450     MOVE    LG-CYCLE-DATE TO WW-DATE-SPLIT.                      EXEC84.2
051460     MOVE    LG-PROG-ID TO WW-LL-PROG.                            EXEC84.2
051470     MOVE    WW-SPLIT-CCYY TO WW-LL-CCYY.                         EXEC84.2
051480     MOVE    WW-SPLIT-MM TO WW-LL-MM.                             EXEC84.2
051490     MOVE    WW-SPLIT-DD TO WW-LL-DD.                             EXEC84.2
051500     MOVE    LG-CARD-NO TO WW-LL-CARD.                            EXEC84.2
051510     MOVE    LG-CHANGE-REF TO WW-LL-REF.                          EXEC84.2
051520     MOVE    LG-CARD-CT TO WW-LL-CARDS.                           EXEC84.2
051530     MOVE    LG-LINES-INSERTED TO WW-LL-INS.                      EXEC84.2
051540     MOVE    LG-LINES-REPLACED TO WW-LL-REP.                      EXEC84.2
051550     MOVE    LG-LINES-DELETED TO WW-LL-DEL.                       EXEC84.2
051560     MOVE    LG-APPROVAL TO WW-LL-APPROVAL.                       EXEC84.2
051570     MOVE    WW-LEDGER-LINE TO PRINT-DATA.                        EXEC84.2
051580     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
051590                                                                  EXEC84.2
051600 G20-7-PRINT-LEDGER-SUMMARY.                                      EXEC84.2
051610     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
051620     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
051630     MOVE    WW-PROG-CT TO WW-RPT-CT.                             EXEC84.2
051640     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
051650     STRING  " ** PROGRAMS LISTED: "    DELIMITED BY SIZE         EXEC84.2
051660             WW-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
051670         INTO PRINT-DATA.                                         EXEC84.2
051680     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
051690     MOVE    WW-ENTRY-CT TO WW-RPT-CT.                            EXEC84.2
051700     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
051710     STRING  " ** LEDGER ENTRIES LISTED: " DELIMITED BY SIZE      EXEC84.2
051720             WW-RPT-CT                  DELIMITED BY SIZE         EXEC84.2
051730         INTO PRINT-DATA.                                         EXEC84.2
051740     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
051750     MOVE    WW-GT-INS TO WW-RPT-LINES.                           EXEC84.2
051760     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
051770     STRING  " ** LINES INSERTED: "     DELIMITED BY SIZE         EXEC84.2
051780             WW-RPT-LINES               DELIMITED BY SIZE         EXEC84.2
051790         INTO PRINT-DATA.                                         EXEC84.2
051800     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
051810     MOVE    WW-GT-REP TO WW-RPT-LINES.                           EXEC84.2
051820     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
051830     STRING  " ** LINES REPLACED: "     DELIMITED BY SIZE         EXEC84.2
051840             WW-RPT-LINES               DELIMITED BY SIZE         EXEC84.2
051850         INTO PRINT-DATA.                                         EXEC84.2
051860     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
051870     MOVE    WW-GT-DEL TO WW-RPT-LINES.                           EXEC84.2
051880     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
051890     STRING  " ** LINES DELETED: "      DELIMITED BY SIZE         EXEC84.2
051900             WW-RPT-LINES               DELIMITED BY SIZE         EXEC84.2
051910         INTO PRINT-DATA.                                         EXEC84.2
051920     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
051930     IF      WW-LG-ERROR-CT NOT = ZERO                            EXEC84.2
051940             MOVE "CHANGE LEDGER I/O ERRORS"                      EXEC84.2
051950                 TO WZ-ERROR-MESSAGE                              EXEC84.2
051960             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
051970     END-IF.                                                      EXEC84.2
051980     IF      WZ-ERROR-COUNT NOT = ZERO                            EXEC84.2
051990             MOVE "CONTROL CARDS IN ERROR"                        EXEC84.2
052000                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052010             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
052020     END-IF.                                                      EXEC84.2
052030                                                                  EXEC84.2
052040 G20-EXIT.                                                        EXEC84.2
052041     EXIT.                                                        EXEC84.2
052042/                                                                 EXEC84.2
052043 G30-RETRIEVE-PROGRAMS SECTION.                                   EXEC84.2
052044*=============================                                    EXEC84.2
052045*                                                                 EXEC84.2
052046******************************************************************EXEC84.2
052047**   COPIES THE PROGRAMS NAMED ON "*RETR-PROG" CARDS STRAIGHT    *EXEC84.2
052048**   OFF THE POPULATION.  EACH IS LOOKED UP ON                   *EXEC84.2
052049**   POPULATION-INDEX-FILE AND THEY ARE TAKEN IN POPULATION      *EXEC84.2
052050**   ORDER, SO ONE FORWARD PASS READS ONLY AS FAR AS THE LAST.   *EXEC84.2
052051**   THE INDEX IS BUILT FROM A RUN'S INPUT, SO IT IS NORMALLY    *EXEC84.2
052052**   A GENERATION BEHIND THE POPULATION THAT RUN WROTE.  ITS     *EXEC84.2
052053**   STAMP IS CHECKED AND REPORTED FIRST, AND EVERY POSITION IS  *EXEC84.2
052054**   PROVED BY FINDING THE PROGRAM'S OWN *HEADER LINE THERE.     *EXEC84.2
052055**   ANY PROGRAM THE INDEX DOES NOT PLACE CORRECTLY IS FOUND BY  *EXEC84.2
052056**   ONE SCAN OF THE WHOLE POPULATION.  THE POPULATION FORMAT    *EXEC84.2
052057**   (OPTION SWITCH 18) MUST BE KEYED AS FOR THE MERGE.  NOTHING *EXEC84.2
052058**   IS MERGED, SO THE STEP ENDS THE RUN HERE.                   *EXEC84.2
052059******************************************************************EXEC84.2
052060 G30-1-RETRIEVE-CONTROL.                                          EXEC84.2
052061     MOVE    ZERO TO WG-SCAN-CT.                                  EXEC84.2
052062     MOVE    ZERO TO WG-INDEXED-CT.                               EXEC84.2
052063     MOVE    ZERO TO WG-FOUND-CT.                                 EXEC84.2
052064     MOVE    ZERO TO WG-MOVED-CT.                                 EXEC84.2
052065     MOVE    ZERO TO WG-MISSING-CT.                               EXEC84.2
052066     PERFORM G30-2-PRINT-HEADING.                                 EXEC84.2
052067     PERFORM C80-15A-LOAD-CONTROL-TOTALS.                         EXEC84.2
052068     OPEN    INPUT   POPULATION-INDEX-FILE.                       EXEC84.2
052069     PERFORM D10-9A-2-CHECK-PX-STATUS.                            EXEC84.2
052070     PERFORM G30-3-CHECK-INDEX-STAMP.                             EXEC84.2
052071     PERFORM G30-4-LOOK-UP-PROGRAM                                EXEC84.2
052072             VARYING WG-IX FROM 1 BY 1                            EXEC84.2
052073             UNTIL   WG-IX > WG-PROG-CT.                          EXEC84.2
052074     CLOSE   POPULATION-INDEX-FILE.                               EXEC84.2
052075     PERFORM G30-5A-OPEN-POPULATION.                              EXEC84.2
052076     MOVE    "N" TO WG-PASS-DONE.                                 EXEC84.2
052077     PERFORM G30-5-RETRIEVE-NEXT-BY-INDEX                         EXEC84.2
052078             UNTIL   WG-PASS-DONE = "Y".                          EXEC84.2
052079     CLOSE   POPULATION-FILE.                                     EXEC84.2
052080     IF      WG-SCAN-CT > ZERO                                    EXEC84.2
052081             PERFORM G30-5A-OPEN-POPULATION                       EXEC84.2
052082             PERFORM D10-9-READ-NEXT                              EXEC84.2
052083             PERFORM G30-7-SCAN-ONE-LINE                          EXEC84.2
052084                     UNTIL   WZ-END-OF-POPFILE = "Y"              EXEC84.2
052085                        OR   WC-END-OF-POPFILE                    EXEC84.2
052086                                 = "*END-OF-POPFILE*"             EXEC84.2
052087                        OR   WG-SCAN-CT = ZERO                    EXEC84.2
052088             CLOSE POPULATION-FILE                                EXEC84.2
052089     END-IF.                                                      EXEC84.2
052090     PERFORM G30-8-PRINT-RETRIEVAL-SUMMARY.                       EXEC84.2
052091     PERFORM E10-4-CLOSE-FILES.                                   EXEC84.2
052092     STOP    RUN.                                                 EXEC84.2
052093                                                                  EXEC84.2
052094 G30-2-PRINT-HEADING.                                             EXEC84.2
052095     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052096     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052097     MOVE    "POPULATION RETRIEVAL" TO PRINT-DATA.                EXEC84.2
052098     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052099     MOVE    WG-PROG-CT TO WG-RPT-CT.                             EXEC84.2
052100     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052101     STRING  " ** PROGRAMS REQUESTED: "  DELIMITED BY SIZE        EXEC84.2
052102             WG-RPT-CT                   DELIMITED BY SIZE        EXEC84.2
052103         INTO PRINT-DATA.                                         EXEC84.2
052104     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052105     IF      WG-TO-MEMBER = "Y"                                   EXEC84.2
052106             MOVE " ** EACH PROGRAM IS WRITTEN TO ITS OWN MEMBER" EXEC84.2
052107                 TO PRINT-DATA                                    EXEC84.2
052108     ELSE                                                         EXEC84.2
052109             MOVE " ** EACH PROGRAM IS LISTED BELOW"              EXEC84.2
052110                 TO PRINT-DATA                                    EXEC84.2
052111     END-IF.                                                      EXEC84.2
052112     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052113     IF      WG-APPLY-SUBST = "Y"                                 EXEC84.2
052114             MOVE " ** X-CARD SUBSTITUTIONS ARE APPLIED"          EXEC84.2
052115                 TO PRINT-DATA                                    EXEC84.2
052116     ELSE                                                         EXEC84.2
052117             MOVE " ** NO X-CARD SUBSTITUTION IS APPLIED"         EXEC84.2
052118                 TO PRINT-DATA                                    EXEC84.2
052119     END-IF.                                                      EXEC84.2
052120     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052121                                                                  EXEC84.2
052122******************************************************************EXEC84.2
052123**   THE STAMP NAMES THE RUN THAT WROTE THE POPULATION THE INDEX *EXEC84.2
052124**   WAS BUILT FROM; THE CONTROL TOTALS MOUNTED WITH THE         *EXEC84.2
052125**   POPULATION NAME THE RUN THAT WROTE IT.  WHEN THE TWO DIFFER *EXEC84.2
052126**   THE INDEX IS STALE AND THE LISTING SAYS SO - THE RETRIEVAL  *EXEC84.2
052127**   STILL GOES AHEAD, SINCE EVERY POSITION IS CHECKED ANYWAY.   *EXEC84.2
052128******************************************************************EXEC84.2
052129 G30-3-CHECK-INDEX-STAMP.                                         EXEC84.2
052130     MOVE    "*STAMP" TO PX-PROG-ID.                              EXEC84.2
052131     MOVE    "Y" TO WG-STAMP-FOUND.                               EXEC84.2
052132     READ    POPULATION-INDEX-FILE                                EXEC84.2
052133             INVALID KEY MOVE "N" TO WG-STAMP-FOUND               EXEC84.2
052134     END-READ.                                                    EXEC84.2
052135     PERFORM D10-9A-2-CHECK-PX-STATUS.                            EXEC84.2
052136     IF      WG-STAMP-FOUND = "Y"                                 EXEC84.2
052137             MOVE PX-STAMP-RUN-DATE TO WG-STAMP-RUN-DATE          EXEC84.2
052138             MOVE PX-STAMP-RUN-TIME TO WG-STAMP-RUN-TIME          EXEC84.2
052139             MOVE PX-STAMP-BUILT-DATE TO WG-STAMP-BUILT-DATE      EXEC84.2
052140             MOVE PX-STAMP-BUILT-TIME TO WG-STAMP-BUILT-TIME      EXEC84.2
052141             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052142             STRING " ** INDEX BUILT BY RUN "  DELIMITED BY SIZE  EXEC84.2
052143                    WG-STAMP-BUILT-DATE        DELIMITED BY SIZE  EXEC84.2
052144                    " "                        DELIMITED BY SIZE  EXEC84.2
052145                    WG-STAMP-BUILT-TIME        DELIMITED BY SIZE  EXEC84.2
052146                 INTO PRINT-DATA                                  EXEC84.2
052147             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052148     END-IF.                                                      EXEC84.2
052149     IF      WG-STAMP-FOUND NOT = "Y"                             EXEC84.2
052150             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052151             STRING " ** INDEX CARRIES NO GENERATION STAMP"       EXEC84.2
052152                                               DELIMITED BY SIZE  EXEC84.2
052153                    " - GENERATION NOT VERIFIED"                  EXEC84.2
052154                                               DELIMITED BY SIZE  EXEC84.2
052155                 INTO PRINT-DATA                                  EXEC84.2
052156             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052157     ELSE                                                         EXEC84.2
052158     IF      WG-STAMP-RUN-DATE = SPACES                           EXEC84.2
052159             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052160             STRING " ** INDEX WAS BUILT FROM A POPULATION"       EXEC84.2
052161                                               DELIMITED BY SIZE  EXEC84.2
052162                    " WITH NO CONTROL TOTALS - NOT VERIFIED"      EXEC84.2
052163                                               DELIMITED BY SIZE  EXEC84.2
052164                 INTO PRINT-DATA                                  EXEC84.2
052165             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052166     ELSE                                                         EXEC84.2
052167     IF      WV-OLD-FOUND NOT = "Y"                               EXEC84.2
052168             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052169             STRING " ** NO CONTROL TOTALS FOR THIS POPULATION"   EXEC84.2
052170                                               DELIMITED BY SIZE  EXEC84.2
052171                    " - GENERATION NOT VERIFIED"                  EXEC84.2
052172                                               DELIMITED BY SIZE  EXEC84.2
052173                 INTO PRINT-DATA                                  EXEC84.2
052174             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052175     ELSE                                                         EXEC84.2
052176             PERFORM G30-3A-COMPARE-GENERATIONS                   EXEC84.2
052177     END-IF                                                       EXEC84.2
052178     END-IF                                                       EXEC84.2
052179     END-IF.                                                      EXEC84.2
052180                                                                  EXEC84.2
052181 G30-3A-COMPARE-GENERATIONS.                                      EXEC84.2
052182     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052183     STRING  " ** INDEX DESCRIBES THE POPULATION OF RUN "         EXEC84.2
052184                                               DELIMITED BY SIZE  EXEC84.2
052185             WG-STAMP-RUN-DATE                 DELIMITED BY SIZE  EXEC84.2
052186             " "                               DELIMITED BY SIZE  EXEC84.2
052187             WG-STAMP-RUN-TIME                 DELIMITED BY SIZE  EXEC84.2
052188         INTO PRINT-DATA.                                         EXEC84.2
052189     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052190     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052191     STRING  " ** POPULATION MOUNTED WAS WRITTEN BY RUN "         EXEC84.2
052192                                               DELIMITED BY SIZE  EXEC84.2
052193             WV-OLD-RUN-DATE                   DELIMITED BY SIZE  EXEC84.2
052194             " "                               DELIMITED BY SIZE  EXEC84.2
052195             WV-OLD-RUN-TIME                   DELIMITED BY SIZE  EXEC84.2
052196         INTO PRINT-DATA.                                         EXEC84.2
052197     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052198     IF      WG-STAMP-RUN-DATE = WV-OLD-RUN-DATE                  EXEC84.2
052199         AND WG-STAMP-RUN-TIME = WV-OLD-RUN-TIME                  EXEC84.2
052200             MOVE " ** INDEX IS CURRENT FOR THIS POPULATION"      EXEC84.2
052201                 TO PRINT-DATA                                    EXEC84.2
052202             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052203     ELSE                                                         EXEC84.2
052204             MOVE WG-STAMP-RUN-DATE TO WW-DATE-YYMMDD             EXEC84.2
052205             PERFORM C20-25-WINDOW-DATE                           EXEC84.2
052206             COMPUTE WG-INDEX-WHEN = WW-DATE-CCYYMMDD * 100000000 EXEC84.2
052207                                   + WG-STAMP-RUN-TIME            EXEC84.2
052208             MOVE WV-OLD-RUN-DATE TO WW-DATE-YYMMDD               EXEC84.2
052209             PERFORM C20-25-WINDOW-DATE                           EXEC84.2
052210             COMPUTE WG-TAPE-WHEN = WW-DATE-CCYYMMDD * 100000000  EXEC84.2
052211                                  + WV-OLD-RUN-TIME               EXEC84.2
052212             IF WG-INDEX-WHEN < WG-TAPE-WHEN                      EXEC84.2
052213                 MOVE "**** INDEX IS OLDER THAN THE POPULATION"   EXEC84.2
052214                     TO PRINT-DATA                                EXEC84.2
052215             ELSE                                                 EXEC84.2
052216                 MOVE "**** INDEX IS NOT FOR THIS POPULATION"     EXEC84.2
052217                     TO PRINT-DATA                                EXEC84.2
052218             END-IF                                               EXEC84.2
052219             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052220             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052221             STRING "**** POSITIONS ARE CHECKED - PROGRAMS THAT"  EXEC84.2
052222                                               DELIMITED BY SIZE  EXEC84.2
052223                    " HAVE MOVED ARE FOUND BY SCANNING"           EXEC84.2
052224                                               DELIMITED BY SIZE  EXEC84.2
052225                 INTO PRINT-DATA                                  EXEC84.2
052226             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052227     END-IF.                                                      EXEC84.2
052228                                                                  EXEC84.2
052229*    A PROGRAM NOT ON THE INDEX MAY STILL BE ON A NEWER           EXEC84.2
052230*    POPULATION, SO IT GOES TO THE SCAN RATHER THAN STRAIGHT TO   EXEC84.2
052231*    "NOT FOUND".                                                 EXEC84.2
052232 G30-4-LOOK-UP-PROGRAM.                                           EXEC84.2
052233     MOVE    ZERO TO WG-LINES (WG-IX).                            EXEC84.2
052234     MOVE    ZERO TO WG-XSUB-CT (WG-IX).                          EXEC84.2
052235     MOVE    WG-PROG (WG-IX) TO PX-PROG-ID.                       EXEC84.2
052236     MOVE    ZERO TO PX-BLOCK-NO.                                 EXEC84.2
052237     READ    POPULATION-INDEX-FILE                                EXEC84.2
052238             INVALID KEY MOVE ZERO TO PX-BLOCK-NO                 EXEC84.2
052239     END-READ.                                                    EXEC84.2
052240     PERFORM D10-9A-2-CHECK-PX-STATUS.                            EXEC84.2
052241     IF      PX-BLOCK-NO > ZERO                                   EXEC84.2
052242             MOVE PX-BLOCK-NO TO WG-BLOCK (WG-IX)                 EXEC84.2
052243             MOVE "I" TO WG-STATE (WG-IX)                         EXEC84.2
052244             MOVE "Y" TO WG-ON-INDEX (WG-IX)                      EXEC84.2
052245     ELSE                                                         EXEC84.2
052246             MOVE ZERO TO WG-BLOCK (WG-IX)                        EXEC84.2
052247             MOVE "S" TO WG-STATE (WG-IX)                         EXEC84.2
052248             MOVE "N" TO WG-ON-INDEX (WG-IX)                      EXEC84.2
052249             ADD  1 TO WG-SCAN-CT                                 EXEC84.2
052250     END-IF.                                                      EXEC84.2
052251                                                                  EXEC84.2
052252******************************************************************EXEC84.2
052253**   TAKES THE INDEXED PROGRAM WITH THE LOWEST POSITION NOT YET  *EXEC84.2
052254**   VISITED, READS FORWARD TO THAT LINE AND PROVES IT IS THE    *EXEC84.2
052255**   PROGRAM'S *HEADER.  A POSITION ALREADY PASSED, PAST THE END *EXEC84.2
052256**   OF THE POPULATION, OR HOLDING ANY OTHER LINE SENDS THE      *EXEC84.2
052257**   PROGRAM TO THE SCAN.                                        *EXEC84.2
052258******************************************************************EXEC84.2
052259 G30-5-RETRIEVE-NEXT-BY-INDEX.                                    EXEC84.2
052260     MOVE    ZERO TO WG-NEXT-IX.                                  EXEC84.2
052261     PERFORM G30-5B-FIND-LOWEST-BLOCK                             EXEC84.2
052262             VARYING WG-IX FROM 1 BY 1                            EXEC84.2
052263             UNTIL   WG-IX > WG-PROG-CT.                          EXEC84.2
052264     IF      WG-NEXT-IX = ZERO                                    EXEC84.2
052265             MOVE "Y" TO WG-PASS-DONE                             EXEC84.2
052266     ELSE                                                         EXEC84.2
052267             PERFORM G30-5C-POSITION-TO-BLOCK                     EXEC84.2
052268     END-IF.                                                      EXEC84.2
052269                                                                  EXEC84.2
052270 G30-5A-OPEN-POPULATION.                                          EXEC84.2
052271     OPEN    INPUT   POPULATION-FILE.                             EXEC84.2
052272     MOVE    ZERO TO WZ-POP-RECORD-COUNT.                         EXEC84.2
052273     MOVE    99 TO WZ-INPOP-INDEX.                                EXEC84.2
052274     MOVE    "N" TO WZ-END-OF-POPFILE.                            EXEC84.2
052275     MOVE    SPACES TO WC-CURRENT-POP-RECORD.                     EXEC84.2
052276                                                                  EXEC84.2
052277 G30-5B-FIND-LOWEST-BLOCK.                                        EXEC84.2
052278     IF      WG-STATE (WG-IX) = "I"                               EXEC84.2
052279         AND (WG-NEXT-IX = ZERO                                   EXEC84.2
052280          OR  WG-BLOCK (WG-IX) < WG-BLOCK (WG-NEXT-IX))           EXEC84.2
052281             MOVE WG-IX TO WG-NEXT-IX                             EXEC84.2
052282     END-IF.                                                      EXEC84.2
052283                                                                  EXEC84.2
052284 G30-5C-POSITION-TO-BLOCK.                                        EXEC84.2
052285     PERFORM D10-9-READ-NEXT                                      EXEC84.2
052286             UNTIL   WZ-POP-RECORD-COUNT                          EXEC84.2
052287                         NOT < WG-BLOCK (WG-NEXT-IX)              EXEC84.2
052288                OR   WZ-END-OF-POPFILE = "Y".                     EXEC84.2
052289     IF      WZ-END-OF-POPFILE NOT = "Y"                          EXEC84.2
052290         AND WZ-POP-RECORD-COUNT = WG-BLOCK (WG-NEXT-IX)          EXEC84.2
052291         AND WC-STAR-HEADER = "*HEADER"                           EXEC84.2
052292         AND WC-PROG-ID = WG-PROG (WG-NEXT-IX)                    EXEC84.2
052293             MOVE "R" TO WG-STATE (WG-NEXT-IX)                    EXEC84.2
052294             ADD  1 TO WG-INDEXED-CT                              EXEC84.2
052295             PERFORM G30-6-COPY-PROGRAM                           EXEC84.2
052296     ELSE                                                         EXEC84.2
052297             MOVE "S" TO WG-STATE (WG-NEXT-IX)                    EXEC84.2
052298             ADD  1 TO WG-SCAN-CT                                 EXEC84.2
052299             ADD  1 TO WG-MOVED-CT                                EXEC84.2
052300     END-IF.                                                      EXEC84.2
052301                                                                  EXEC84.2
052302******************************************************************EXEC84.2
052303**   COPIES ONE PROGRAM, FROM ITS *HEADER LINE UP TO THE NEXT    *EXEC84.2
052304**   PROGRAM'S HEADER OR THE END OF THE POPULATION, TO ITS       *EXEC84.2
052305**   MEMBER OR THE LISTING.  WITH "SUBST" AN X-CARD LINE IS      *EXEC84.2
052306**   SPLICED BY D10-9F3 JUST AS THE MERGE SPLICES IT INTO THE    *EXEC84.2
052307**   EXTRACT.                                                    *EXEC84.2
052308******************************************************************EXEC84.2
052309 G30-6-COPY-PROGRAM.                                              EXEC84.2
052310     IF      WG-TO-MEMBER = "Y"                                   EXEC84.2
052311             MOVE WG-PROG (WG-NEXT-IX) TO WZ-MEMBER-NAME          EXEC84.2
052312             OPEN OUTPUT SOURCE-MEMBER-FILE                       EXEC84.2
052313     ELSE                                                         EXEC84.2
052314             MOVE WZ-POP-RECORD-COUNT TO WG-RPT-LINE              EXEC84.2
052315             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052316             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052317             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052318             STRING " ** "                     DELIMITED BY SIZE  EXEC84.2
052319                    WG-PROG (WG-NEXT-IX)       DELIMITED BY SIZE  EXEC84.2
052320                    " FROM POPULATION LINE "   DELIMITED BY SIZE  EXEC84.2
052321                    WG-RPT-LINE                DELIMITED BY SIZE  EXEC84.2
052322                 INTO PRINT-DATA                                  EXEC84.2
052323             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052324     END-IF.                                                      EXEC84.2
052325     PERFORM G30-6A-COPY-ONE-LINE.                                EXEC84.2
052326     PERFORM G30-6A-COPY-ONE-LINE                                 EXEC84.2
052327             UNTIL   WZ-END-OF-POPFILE = "Y"                      EXEC84.2
052328                OR   WC-STAR-HEADER = "*HEADER"                   EXEC84.2
052329                OR   WC-END-OF-POPFILE = "*END-OF-POPFILE*".      EXEC84.2
052330     IF      WG-TO-MEMBER = "Y"                                   EXEC84.2
052331             CLOSE SOURCE-MEMBER-FILE                             EXEC84.2
052332     END-IF.                                                      EXEC84.2
052333                                                                  EXEC84.2
052334 G30-6A-COPY-ONE-LINE.                                            EXEC84.2
052335     MOVE    WC-CURRENT-POP-RECORD TO WZ-EMIT-LINE-80.            EXEC84.2
052336     MOVE    ZERO TO WZ-EMIT-XCARD-NUM.                           EXEC84.2
052337     IF      WG-APPLY-SUBST = "Y"                                 EXEC84.2
052338         AND WC-STAR-HEADER NOT = "*HEADER"                       EXEC84.2
052339         AND WC-17-19 NOT = ZERO                                  EXEC84.2
052340         AND WC-17-19 NOT > 200                                   EXEC84.2
052341         AND WX-X-CARD (WC-17-19) NOT =                           EXEC84.2
052342             "**** X-CARD UNDEFINED ****"                         EXEC84.2
052343             MOVE WC-17-19 TO WZ-EMIT-XCARD-NUM                   EXEC84.2
052344     END-IF.                                                      EXEC84.2
052345     IF      WZ-EMIT-XCARD-NUM > ZERO                             EXEC84.2
052346             PERFORM D10-9F3-BUILD-SUBST-LINE                     EXEC84.2
052347     ELSE                                                         EXEC84.2
052348             MOVE WZ-EMIT-LINE-80 TO WZ-SUBST-LINE-80             EXEC84.2
052349     END-IF.                                                      EXEC84.2
052350     IF      WZ-EMIT-XCARD-NUM > ZERO                             EXEC84.2
052351             ADD 1 TO WG-XSUB-CT (WG-NEXT-IX)                     EXEC84.2
052352     END-IF.                                                      EXEC84.2
052353     IF      WG-TO-MEMBER = "Y"                                   EXEC84.2
052354             MOVE WZ-SUBST-LINE-80 TO MEMBER-OUT                  EXEC84.2
052355             WRITE MEMBER-OUT                                     EXEC84.2
052356     ELSE                                                         EXEC84.2
052357             MOVE WZ-SUBST-LINE-80 TO WE-COBOL-LINE               EXEC84.2
052358             MOVE SPACES TO WE-CHANGE-TYPE                        EXEC84.2
052359             PERFORM D10-9F5-SET-X-CARD-COLUMN                    EXEC84.2
052360             MOVE WE-PRINT-DATA TO PRINT-DATA                     EXEC84.2
052361             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052362     END-IF.                                                      EXEC84.2
052363     ADD     1 TO WG-LINES (WG-NEXT-IX).                          EXEC84.2
052364     MOVE    ZERO TO WZ-EMIT-XCARD-NUM.                           EXEC84.2
052365     PERFORM D10-9-READ-NEXT.                                     EXEC84.2
052366                                                                  EXEC84.2
052367*    THE SCAN READS THE WHOLE POPULATION FROM THE TOP, STOPPING   EXEC84.2
052368*    EARLY ONCE EVERY OUTSTANDING PROGRAM HAS BEEN FOUND.  A      EXEC84.2
052369*    COPIED PROGRAM LEAVES THE NEXT HEADER ALREADY READ.          EXEC84.2
052370 G30-7-SCAN-ONE-LINE.                                             EXEC84.2
052371     MOVE    ZERO TO WG-NEXT-IX.                                  EXEC84.2
052372     IF      WC-STAR-HEADER = "*HEADER"                           EXEC84.2
052373             PERFORM G30-7A-MATCH-OUTSTANDING                     EXEC84.2
052374                     VARYING WG-IX FROM 1 BY 1                    EXEC84.2
052375                     UNTIL   WG-IX > WG-PROG-CT                   EXEC84.2
052376                          OR WG-NEXT-IX > ZERO                    EXEC84.2
052377     END-IF.                                                      EXEC84.2
052378     IF      WG-NEXT-IX > ZERO                                    EXEC84.2
052379             MOVE "F" TO WG-STATE (WG-NEXT-IX)                    EXEC84.2
052380             MOVE WZ-POP-RECORD-COUNT TO WG-BLOCK (WG-NEXT-IX)    EXEC84.2
052381             SUBTRACT 1 FROM WG-SCAN-CT                           EXEC84.2
052382             ADD  1 TO WG-FOUND-CT                                EXEC84.2
052383             PERFORM G30-6-COPY-PROGRAM                           EXEC84.2
052384     ELSE                                                         EXEC84.2
052385             PERFORM D10-9-READ-NEXT                              EXEC84.2
052386     END-IF.                                                      EXEC84.2
052387                                                                  EXEC84.2
052388 G30-7A-MATCH-OUTSTANDING.                                        EXEC84.2
052389     IF      WG-STATE (WG-IX) = "S"                               EXEC84.2
052390         AND WG-PROG (WG-IX) = WC-PROG-ID                         EXEC84.2
052391             MOVE WG-IX TO WG-NEXT-IX                             EXEC84.2
052392     END-IF.                                                      EXEC84.2
052393                                                                  EXEC84.2
052394 G30-8-PRINT-RETRIEVAL-SUMMARY.                                   EXEC84.2
052395     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052396     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052397     MOVE    "POPULATION RETRIEVAL SUMMARY" TO PRINT-DATA.        EXEC84.2
052398     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052399     MOVE    WG-RETR-HEAD TO PRINT-DATA.                          EXEC84.2
052400     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052401     PERFORM G30-8A-PRINT-ONE-PROGRAM                             EXEC84.2
052402             VARYING WG-IX FROM 1 BY 1                            EXEC84.2
052403             UNTIL   WG-IX > WG-PROG-CT.                          EXEC84.2
052404     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052405     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052406     MOVE    WG-INDEXED-CT TO WG-RPT-CT.                          EXEC84.2
052407     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052408     STRING  " ** RETRIEVED THROUGH THE INDEX: " DELIMITED BY SIZEEXEC84.2
052409             WG-RPT-CT                   DELIMITED BY SIZE        EXEC84.2
052410         INTO PRINT-DATA.                                         EXEC84.2
052411     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052412     MOVE    WG-MOVED-CT TO WG-RPT-CT.                            EXEC84.2
052413     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052414     STRING  " ** INDEX POSITIONS WRONG: "  DELIMITED BY SIZE     EXEC84.2
052415             WG-RPT-CT                   DELIMITED BY SIZE        EXEC84.2
052416         INTO PRINT-DATA.                                         EXEC84.2
052417     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052418     MOVE    WG-FOUND-CT TO WG-RPT-CT.                            EXEC84.2
052419     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052420     STRING  " ** FOUND BY SCANNING: "   DELIMITED BY SIZE        EXEC84.2
052421             WG-RPT-CT                   DELIMITED BY SIZE        EXEC84.2
052422         INTO PRINT-DATA.                                         EXEC84.2
052423     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052424     MOVE    WG-MISSING-CT TO WG-RPT-CT.                          EXEC84.2
052425     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052426     STRING  " ** NOT ON THE POPULATION: " DELIMITED BY SIZE      EXEC84.2
052427             WG-RPT-CT                   DELIMITED BY SIZE        EXEC84.2
052428         INTO PRINT-DATA.                                         EXEC84.2
052429     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052430     IF      WZ-INDEX-ERROR-COUNT NOT = ZERO                      EXEC84.2
052431             MOVE "POPULATION-INDEX-FILE I/O ERRORS"              EXEC84.2
052432                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052433             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
052434     END-IF.                                                      EXEC84.2
052435     IF      WG-MISSING-CT NOT = ZERO                             EXEC84.2
052436             MOVE "REQUESTED PROGRAMS ARE NOT ON THE POPULATION"  EXEC84.2
052437                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052438             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
052439     END-IF.                                                      EXEC84.2
052440     IF      WZ-ERROR-COUNT NOT = ZERO                            EXEC84.2
052441             MOVE "CONTROL CARDS IN ERROR"                        EXEC84.2
052442                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052443             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
052444     END-IF.                                                      EXEC84.2
052445                                                                  EXEC84.2
052446*    WHATEVER THE SCAN DID NOT FIND IS NOT ON THE POPULATION.     EXEC84.2
052447 G30-8A-PRINT-ONE-PROGRAM.                                        EXEC84.2
052448     IF      WG-STATE (WG-IX) = "S"                               EXEC84.2
052449             MOVE "M" TO WG-STATE (WG-IX)                         EXEC84.2
052450             ADD  1 TO WG-MISSING-CT                              EXEC84.2
052451     END-IF.                                                      EXEC84.2
052452     MOVE    WG-PROG (WG-IX) TO WG-RL-PROG.                       EXEC84.2
052453     MOVE    WG-BLOCK (WG-IX) TO WG-RL-BLOCK.                     EXEC84.2
052454     MOVE    WG-LINES (WG-IX) TO WG-RL-LINES.                     EXEC84.2
052455     MOVE    WG-XSUB-CT (WG-IX) TO WG-RL-XSUB.                    EXEC84.2
052456     IF      WG-STATE (WG-IX) = "R"                               EXEC84.2
052457             MOVE "THROUGH THE INDEX" TO WG-RL-HOW                EXEC84.2
052458     ELSE                                                         EXEC84.2
052459     IF      WG-STATE (WG-IX) = "F"                               EXEC84.2
052460         AND WG-ON-INDEX (WG-IX) = "Y"                            EXEC84.2
052461             MOVE "SCAN - INDEX POSITION WRONG" TO WG-RL-HOW      EXEC84.2
052462     ELSE                                                         EXEC84.2
052463     IF      WG-STATE (WG-IX) = "F"                               EXEC84.2
052464             MOVE "SCAN - NOT ON THE INDEX" TO WG-RL-HOW          EXEC84.2
052465     ELSE                                                         EXEC84.2
052466             MOVE "**** NOT ON THE POPULATION" TO WG-RL-HOW       EXEC84.2
052467             MOVE ZERO TO WG-RL-BLOCK                             EXEC84.2
052468     END-IF                                                       EXEC84.2
052469     END-IF                                                       EXEC84.2
052470     END-IF.                                                      EXEC84.2
052471     MOVE    WG-RETR-LINE TO PRINT-DATA.                          EXEC84.2
052472     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052473                                                                  EXEC84.2
052474 G30-EXIT.                                                        EXEC84.2
052475     EXIT.                                                        EXEC84.2
052476/                                                                 EXEC84.2
052477 G40-STAGE-UPDATE-DECKS SECTION.                                  EXEC84.2
052478*===============================                                  EXEC84.2
052479*                                                                 EXEC84.2
052480******************************************************************EXEC84.2
052481**   "*STAGE" RUN.  THE UPDATE DECKS BEHIND "*END-MONITOR" ARE   *EXEC84.2
052482**   SUBMITTED TO THE STAGING FILE INSTEAD OF BEING APPLIED.     *EXEC84.2
052483**   EACH *START CARD MUST CARRY A CHANGE-REQUEST REFERENCE      *EXEC84.2
052484**   (COLUMNS 17-28) AND THE SUBMITTER (COLUMNS 30-37), AND MAY  *EXEC84.2
052485**   CARRY AN EFFECTIVE DATE, YYMMDD (COLUMNS 39-44) - WITHOUT   *EXEC84.2
052486**   ONE THE DECK IS DUE AT ONCE.  EACH DECK IS GIVEN THE NEXT   *EXEC84.2
052487**   STAGE NUMBER AND STAYS QUEUED UNTIL A CYCLE RUN FINDS IT    *EXEC84.2
052488**   DUE AND APPROVED (D10-1C3).  A DECK WITH A BAD *START CARD  *EXEC84.2
052489**   IS NOT STAGED.  THE QUEUE REPORT FOLLOWS, AND THE STEP ENDS *EXEC84.2
052490**   THE RUN HERE.                                               *EXEC84.2
052491******************************************************************EXEC84.2
052492 G40-1-STAGE-CONTROL.                                             EXEC84.2
052493     MOVE    ZERO TO WU-STAGED-CT.                                EXEC84.2
052494     MOVE    ZERO TO WU-STAGE-REJECT-CT.                          EXEC84.2
052495     MOVE    ZERO TO WU-STAGE-ERROR-CT.                           EXEC84.2
052496     MOVE    "N" TO WU-STAGE-PULLING.                             EXEC84.2
052497     PERFORM D10-1B-LOAD-APPROVALS.                               EXEC84.2
052498     PERFORM G40-9-SET-TODAY.                                     EXEC84.2
052499     MOVE    ZERO TO WU-CARD-CT.                                  EXEC84.2
052500     MOVE    ZERO TO WU-START-CT.                                 EXEC84.2
052501     MOVE    "N" TO WU-FILE-EOF.                                  EXEC84.2
052502     PERFORM D10-1C1-HOLD-ONE-CARD                                EXEC84.2
052503             UNTIL   WU-FILE-EOF = "Y"                            EXEC84.2
052504                OR   WU-CARD-CT = 2000.                           EXEC84.2
052505     PERFORM D10-1C5-CHECK-FOR-MORE-CARDS.                        EXEC84.2
052506     OPEN    I-O     STAGING-FILE.                                EXEC84.2
052507     PERFORM G40-9C-CHECK-SG-STATUS.                              EXEC84.2
052508     PERFORM G40-2-READ-CONTROL-RECORD.                           EXEC84.2
052509     IF      WU-FILE-EOF NOT = "Y"                                EXEC84.2
052510             MOVE "OVER 2000 UPDATE CARDS - NO DECKS STAGED"      EXEC84.2
052511                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052512             PERFORM C20-8-INVALID-CARD                           EXEC84.2
052513     ELSE                                                         EXEC84.2
052514             PERFORM G40-3-STAGE-ONE-CARD                         EXEC84.2
052515                     VARYING WU-CARD-IX FROM 1 BY 1               EXEC84.2
052516                     UNTIL   WU-CARD-IX > WU-CARD-CT              EXEC84.2
052517     END-IF.                                                      EXEC84.2
052518     PERFORM G40-6-LIST-QUEUE.                                    EXEC84.2
052519     CLOSE   STAGING-FILE.                                        EXEC84.2
052520     PERFORM G40-8-PRINT-STAGE-SUMMARY.                           EXEC84.2
052521     PERFORM E10-4-CLOSE-FILES.                                   EXEC84.2
052522     STOP    RUN.                                                 EXEC84.2
052523                                                                  EXEC84.2
052524 G40-2-READ-CONTROL-RECORD.                                       EXEC84.2
052525     MOVE    ZERO TO SG-STAGE-NO.                                 EXEC84.2
052526     MOVE    ZERO TO SG-CARD-SEQ.                                 EXEC84.2
052527     MOVE    ZERO TO WU-STAGE-LAST-NO.                            EXEC84.2
052528     READ    STAGING-FILE                                         EXEC84.2
052529             INVALID KEY MOVE "N" TO WU-STAGE-CTL-FOUND           EXEC84.2
052530         NOT INVALID KEY MOVE "Y" TO WU-STAGE-CTL-FOUND           EXEC84.2
052531                         MOVE SG-LAST-STAGE-NO TO WU-STAGE-LAST-NOEXEC84.2
052532     END-READ.                                                    EXEC84.2
052533     PERFORM G40-9C-CHECK-SG-STATUS.                              EXEC84.2
052534                                                                  EXEC84.2
052535*    SAVED AFTER EVERY DECK, SO A STEP THAT FAILS PART WAY NEVER  EXEC84.2
052536*    GIVES THE SAME STAGE NUMBER OUT TWICE.                       EXEC84.2
052537 G40-2A-SAVE-CONTROL-RECORD.                                      EXEC84.2
052538     MOVE    SPACES TO STAGING-CONTROL-REC.                       EXEC84.2
052539     MOVE    ZERO TO SG-STAGE-NO.                                 EXEC84.2
052540     MOVE    ZERO TO SG-CARD-SEQ.                                 EXEC84.2
052541     MOVE    WU-STAGE-LAST-NO TO SG-LAST-STAGE-NO.                EXEC84.2
052542     IF      WU-STAGE-CTL-FOUND = "Y"                             EXEC84.2
052543             REWRITE STAGING-CONTROL-REC                          EXEC84.2
052544                 INVALID KEY ADD 1 TO WU-STAGE-ERROR-CT           EXEC84.2
052545             END-REWRITE                                          EXEC84.2
052546     ELSE                                                         EXEC84.2
052547             WRITE STAGING-CONTROL-REC                            EXEC84.2
052548                 INVALID KEY ADD 1 TO WU-STAGE-ERROR-CT           EXEC84.2
052549             END-WRITE                                            EXEC84.2
052550             MOVE "Y" TO WU-STAGE-CTL-FOUND                       EXEC84.2
052551     END-IF.                                                      EXEC84.2
052552     PERFORM G40-9C-CHECK-SG-STATUS.                              EXEC84.2
052553                                                                  EXEC84.2
052554*    EACH CARD IS HANDLED UNDER THE NUMBER IT WAS KEYED WITH, SO  EXEC84.2
052555*    ANY MESSAGE NAMES THE REAL CARD.                             EXEC84.2
052556 G40-3-STAGE-ONE-CARD.                                            EXEC84.2
052557     MOVE    WU-CARD-TEXT (WU-CARD-IX) TO WB-CONTROL-DATA.        EXEC84.2
052558     MOVE    WU-CARD-NO (WU-CARD-IX) TO WZ-CARD-NUMBER.           EXEC84.2
052559     IF      WB-STAR-START = "*START"                             EXEC84.2
052560             PERFORM G40-4-CHECK-START-CARD                       EXEC84.2
052561             IF WU-STAGE-DECK-OK = "Y"                            EXEC84.2
052562                 PERFORM G40-5-WRITE-DECK                         EXEC84.2
052563             ELSE                                                 EXEC84.2
052564                 ADD 1 TO WU-STAGE-REJECT-CT                      EXEC84.2
052565             END-IF                                               EXEC84.2
052566     ELSE                                                         EXEC84.2
052567     IF      WU-CARD-IX = 1                                       EXEC84.2
052568             MOVE "UPDATE CARDS BEFORE FIRST *START - NOT STAGED" EXEC84.2
052569                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052570             PERFORM C20-8-INVALID-CARD                           EXEC84.2
052571     END-IF                                                       EXEC84.2
052572     END-IF.                                                      EXEC84.2
052573                                                                  EXEC84.2
052574******************************************************************EXEC84.2
052575**   THE DECK RUNS FROM ITS *START CARD TO THE CARD BEFORE THE   *EXEC84.2
052576**   NEXT ONE.  IT IS STAGED ONLY IF IT NAMES ITS PROGRAM,       *EXEC84.2
052577**   CHANGE REFERENCE AND SUBMITTER, HAS AT LEAST ONE UPDATE     *EXEC84.2
052578**   CARD, AND ANY EFFECTIVE DATE GIVEN IS A REAL DATE.  A DATE  *EXEC84.2
052579**   ALREADY PAST IS ALLOWED - THE DECK IS SIMPLY DUE AT ONCE.   *EXEC84.2
052580******************************************************************EXEC84.2
052581 G40-4-CHECK-START-CARD.                                          EXEC84.2
052582     MOVE    "Y" TO WU-STAGE-DECK-OK.                             EXEC84.2
052583     MOVE    WU-CARD-IX TO WU-STAGE-DECK-END.                     EXEC84.2
052584     PERFORM G40-4A-FIND-DECK-END                                 EXEC84.2
052585             UNTIL   WU-STAGE-DECK-END = WU-CARD-CT               EXEC84.2
052586                OR   WU-CARD-TEXT (WU-STAGE-DECK-END + 1) (1:6)   EXEC84.2
052587                     = "*START".                                  EXEC84.2
052588     COMPUTE WU-STAGE-CARD-CT = WU-STAGE-DECK-END - WU-CARD-IX.   EXEC84.2
052589     MOVE    WU-STAGE-TODAY TO WU-STAGE-EFFECTIVE.                EXEC84.2
052590     IF      WB-UPDATE-PROG = SPACES                              EXEC84.2
052591             MOVE "N" TO WU-STAGE-DECK-OK                         EXEC84.2
052592             MOVE "*START NEEDS A PROGRAM ID IN COLUMNS 8-13"     EXEC84.2
052593                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052594     ELSE                                                         EXEC84.2
052595     IF      WB-CHANGE-REF = SPACES                               EXEC84.2
052596             MOVE "N" TO WU-STAGE-DECK-OK                         EXEC84.2
052597             MOVE "STAGED DECK NEEDS CHANGE REF IN COLUMNS 17-28" EXEC84.2
052598                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052599     ELSE                                                         EXEC84.2
052600     IF      WB-SUBMITTER = SPACES                                EXEC84.2
052601             MOVE "N" TO WU-STAGE-DECK-OK                         EXEC84.2
052602             MOVE "STAGED DECK NEEDS A SUBMITTER IN COLUMNS 30-37"EXEC84.2
052603                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052604     ELSE                                                         EXEC84.2
052605     IF      WU-STAGE-CARD-CT = ZERO                              EXEC84.2
052606             MOVE "N" TO WU-STAGE-DECK-OK                         EXEC84.2
052607             MOVE "STAGED DECK HAS NO UPDATE CARDS"               EXEC84.2
052608                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052609     ELSE                                                         EXEC84.2
052610     IF      WB-EFFECTIVE-DATE NOT = SPACES                       EXEC84.2
052611             PERFORM G40-4B-CHECK-EFFECTIVE-DATE                  EXEC84.2
052612     END-IF                                                       EXEC84.2
052613     END-IF                                                       EXEC84.2
052614     END-IF                                                       EXEC84.2
052615     END-IF                                                       EXEC84.2
052616     END-IF.                                                      EXEC84.2
052617     IF      WU-STAGE-DECK-OK NOT = "Y"                           EXEC84.2
052618             PERFORM C20-8-INVALID-CARD                           EXEC84.2
052619     END-IF.                                                      EXEC84.2
052620                                                                  EXEC84.2
052621 G40-4A-FIND-DECK-END.                                            EXEC84.2
052622     ADD     1 TO WU-STAGE-DECK-END.                              EXEC84.2
052623                                                                  EXEC84.2
052624 G40-4B-CHECK-EFFECTIVE-DATE.                                     EXEC84.2
052625     MOVE    ZERO TO WW-DATE-SPLIT.                               EXEC84.2
052626     IF      WB-EFFECTIVE-DATE NUMERIC                            EXEC84.2
052627             MOVE WB-EFFECTIVE-DATE TO WW-DATE-YYMMDD             EXEC84.2
052628             PERFORM C20-25-WINDOW-DATE                           EXEC84.2
052629             MOVE WW-DATE-CCYYMMDD TO WU-STAGE-EFFECTIVE          EXEC84.2
052630             MOVE WW-DATE-CCYYMMDD TO WW-DATE-SPLIT               EXEC84.2
052631     END-IF.                                                      EXEC84.2
052632     IF      WW-SPLIT-MM < 1 OR WW-SPLIT-MM > 12                  EXEC84.2
052633          OR WW-SPLIT-DD < 1 OR WW-SPLIT-DD > 31                  EXEC84.2
052634             MOVE "N" TO WU-STAGE-DECK-OK                         EXEC84.2
052635             MOVE "EFFECTIVE DATE IN COLUMNS 39-44 IS NOT YYMMDD" EXEC84.2
052636                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052637     END-IF.                                                      EXEC84.2
052638                                                                  EXEC84.2
052639 G40-5-WRITE-DECK.                                                EXEC84.2
052640     ADD     1 TO WU-STAGE-LAST-NO.                               EXEC84.2
052641     PERFORM G40-5A-WRITE-ONE-CARD                                EXEC84.2
052642             VARYING WU-SORT-IX FROM WU-CARD-IX BY 1              EXEC84.2
052643             UNTIL   WU-SORT-IX > WU-STAGE-DECK-END.              EXEC84.2
052644     MOVE    SPACES TO STAGING-HEAD-REC.                          EXEC84.2
052645     MOVE    WU-STAGE-LAST-NO TO SG-STAGE-NO.                     EXEC84.2
052646     MOVE    ZERO TO SG-CARD-SEQ.                                 EXEC84.2
052647     MOVE    "Q" TO SG-STATUS.                                    EXEC84.2
052648     MOVE    WB-UPDATE-PROG TO SG-PROG-ID.                        EXEC84.2
052649     MOVE    WB-SUBMITTER TO SG-SUBMITTER.                        EXEC84.2
052650     MOVE    WB-CHANGE-REF TO SG-CHANGE-REF.                      EXEC84.2
052651     MOVE    WU-STAGE-EFFECTIVE TO SG-EFFECTIVE-DATE.             EXEC84.2
052652     MOVE    WU-STAGE-TODAY TO SG-SUBMIT-DATE.                    EXEC84.2
052653     MOVE    WU-STAGE-CARD-CT TO SG-CARD-CT.                      EXEC84.2
052654     MOVE    ZERO TO SG-DONE-DATE.                                EXEC84.2
052655     WRITE   STAGING-HEAD-REC                                     EXEC84.2
052656             INVALID KEY ADD 1 TO WU-STAGE-ERROR-CT               EXEC84.2
052657     END-WRITE.                                                   EXEC84.2
052658     PERFORM G40-9C-CHECK-SG-STATUS.                              EXEC84.2
052659     PERFORM G40-2A-SAVE-CONTROL-RECORD.                          EXEC84.2
052660     ADD     1 TO WU-STAGED-CT.                                   EXEC84.2
052661     MOVE    WZ-CARD-NUMBER TO WZ-RPT-CARDNO.                     EXEC84.2
052662     MOVE    WU-STAGE-LAST-NO TO WU-RPT-CARDNO.                   EXEC84.2
052663     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052664     STRING  " ** CARD "                DELIMITED BY SIZE         EXEC84.2
052665             WZ-RPT-CARDNO              DELIMITED BY SIZE         EXEC84.2
052666             " - DECK FOR "             DELIMITED BY SIZE         EXEC84.2
052667             WB-UPDATE-PROG             DELIMITED BY SIZE         EXEC84.2
052668             " STAGED AS "              DELIMITED BY SIZE         EXEC84.2
052669             WU-RPT-CARDNO              DELIMITED BY SIZE         EXEC84.2
052670         INTO PRINT-DATA.                                         EXEC84.2
052671     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052672                                                                  EXEC84.2
052673 G40-5A-WRITE-ONE-CARD.                                           EXEC84.2
052674     MOVE    SPACES TO STAGING-REC.                               EXEC84.2
052675     MOVE    WU-STAGE-LAST-NO TO SG-STAGE-NO.                     EXEC84.2
052676     COMPUTE SG-CARD-SEQ = WU-SORT-IX - WU-CARD-IX + 1.           EXEC84.2
052677     MOVE    WU-CARD-TEXT (WU-SORT-IX) TO SG-CARD-TEXT.           EXEC84.2
052678     WRITE   STAGING-REC                                          EXEC84.2
052679             INVALID KEY ADD 1 TO WU-STAGE-ERROR-CT               EXEC84.2
052680     END-WRITE.                                                   EXEC84.2
052681     PERFORM G40-9C-CHECK-SG-STATUS.                              EXEC84.2
052682                                                                  EXEC84.2
052683******************************************************************EXEC84.2
052684**   QUEUE REPORT - EVERY DECK STILL QUEUED, OLDEST FIRST, WITH  *EXEC84.2
052685**   THE DAYS IT HAS WAITED AND WHETHER IT IS DUE THIS CYCLE.  A *EXEC84.2
052686**   DECK IS DUE ONCE ITS EFFECTIVE DATE IS REACHED, AND         *EXEC84.2
052687**   APPROVED WHEN THE APPROVALS FILE HOLDS ITS PROGRAM AND CARD *EXEC84.2
052688**   COUNT (OR THERE IS NO APPROVALS FILE).  "*OVERRIDE" DOES    *EXEC84.2
052689**   NOT RELEASE A STAGED DECK.  FOR A CYCLE RUN (D10-1C3) EACH  *EXEC84.2
052690**   DUE, APPROVED DECK IS ALSO TAKEN, AS FAR AS THE CARD AND    *EXEC84.2
052691**   DECK TABLES HAVE ROOM.  APPLIED AND FAILED DECKS ARE ONLY   *EXEC84.2
052692**   COUNTED.                                                    *EXEC84.2
052693******************************************************************EXEC84.2
052694 G40-6-LIST-QUEUE.                                                EXEC84.2
052695     MOVE    ZERO TO WU-STAGE-QUEUED-CT.                          EXEC84.2
052696     MOVE    ZERO TO WU-STAGE-DUE-CT.                             EXEC84.2
052697     MOVE    ZERO TO WU-STAGE-LATER-CT.                           EXEC84.2
052698     MOVE    ZERO TO WU-STAGE-UNAPPR-CT.                          EXEC84.2
052699     MOVE    ZERO TO WU-STAGE-NOROOM-CT.                          EXEC84.2
052700     MOVE    ZERO TO WU-STAGE-APPLIED-CT.                         EXEC84.2
052701     MOVE    ZERO TO WU-STAGE-FAILED-CT.                          EXEC84.2
052702     MOVE    ZERO TO WU-STAGE-OLDEST-NO.                          EXEC84.2
052703     MOVE    "N" TO WU-STAGE-TAKING.                              EXEC84.2
052704     MOVE    "N" TO WU-STAGE-EOF.                                 EXEC84.2
052705     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052706     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052707     MOVE    " STAGED UPDATE DECKS" TO PRINT-DATA.                EXEC84.2
052708     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052709     MOVE    WU-STAGE-HEAD TO PRINT-DATA.                         EXEC84.2
052710     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052711     MOVE    1 TO SG-STAGE-NO.                                    EXEC84.2
052712     MOVE    ZERO TO SG-CARD-SEQ.                                 EXEC84.2
052713     START   STAGING-FILE KEY NOT < SG-KEY                        EXEC84.2
052714             INVALID KEY MOVE "Y" TO WU-STAGE-EOF                 EXEC84.2
052715     END-START.                                                   EXEC84.2
052716     PERFORM G40-6A-READ-NEXT-STAGED                              EXEC84.2
052717             UNTIL   WU-STAGE-EOF = "Y".                          EXEC84.2
052718     PERFORM G40-7-PRINT-QUEUE-TOTALS.                            EXEC84.2
052719                                                                  EXEC84.2
052720 G40-6A-READ-NEXT-STAGED.                                         EXEC84.2
052721     READ    STAGING-FILE NEXT RECORD                             EXEC84.2
052722             AT END MOVE "Y" TO WU-STAGE-EOF                      EXEC84.2
052723         NOT AT END                                               EXEC84.2
052724             IF  SG-CARD-SEQ = ZERO                               EXEC84.2
052725                 MOVE "N" TO WU-STAGE-TAKING                      EXEC84.2
052726                 PERFORM G40-6B-LIST-ONE-DECK                     EXEC84.2
052727             ELSE                                                 EXEC84.2
052728             IF  WU-STAGE-TAKING = "Y"                            EXEC84.2
052729                 PERFORM D10-1C4-TAKE-STAGED-CARD                 EXEC84.2
052730             END-IF                                               EXEC84.2
052731             END-IF                                               EXEC84.2
052732     END-READ.                                                    EXEC84.2
052733     PERFORM G40-9C-CHECK-SG-STATUS.                              EXEC84.2
052734                                                                  EXEC84.2
052735 G40-6B-LIST-ONE-DECK.                                            EXEC84.2
052736     IF      SG-STATUS = "A"                                      EXEC84.2
052737             ADD  1 TO WU-STAGE-APPLIED-CT                        EXEC84.2
052738     ELSE                                                         EXEC84.2
052739     IF      SG-STATUS = "F"                                      EXEC84.2
052740             ADD  1 TO WU-STAGE-FAILED-CT                         EXEC84.2
052741     ELSE                                                         EXEC84.2
052742             PERFORM G40-6C-ASSESS-QUEUED-DECK                    EXEC84.2
052743     END-IF                                                       EXEC84.2
052744     END-IF.                                                      EXEC84.2
052745                                                                  EXEC84.2
052746 G40-6C-ASSESS-QUEUED-DECK.                                       EXEC84.2
052747     ADD     1 TO WU-STAGE-QUEUED-CT.                             EXEC84.2
052748     MOVE    SG-SUBMIT-DATE TO WU-STAGE-DATE.                     EXEC84.2
052749     PERFORM G40-9A-DAY-NUMBER.                                   EXEC84.2
052750     IF      WU-STAGE-DAY-NO = ZERO                               EXEC84.2
052751          OR WU-STAGE-DAY-NO > WU-STAGE-TODAY-NO                  EXEC84.2
052752             MOVE ZERO TO WU-STAGE-WAITED                         EXEC84.2
052753     ELSE                                                         EXEC84.2
052754             COMPUTE WU-STAGE-WAITED                              EXEC84.2
052755                 = WU-STAGE-TODAY-NO - WU-STAGE-DAY-NO            EXEC84.2
052756     END-IF.                                                      EXEC84.2
052757     IF      WU-STAGE-OLDEST-NO = ZERO                            EXEC84.2
052758             MOVE SG-STAGE-NO TO WU-STAGE-OLDEST-NO               EXEC84.2
052759             MOVE SG-PROG-ID TO WU-STAGE-OLDEST-PROG              EXEC84.2
052760             MOVE SG-CHANGE-REF TO WU-STAGE-OLDEST-REF            EXEC84.2
052761             MOVE WU-STAGE-WAITED TO WU-STAGE-OLDEST-DAYS         EXEC84.2
052762     END-IF.                                                      EXEC84.2
052763     PERFORM G40-6D-CHECK-APPROVAL.                               EXEC84.2
052764     MOVE    SPACES TO WU-SL-DISP.                                EXEC84.2
052765     IF      SG-EFFECTIVE-DATE > WU-STAGE-TODAY                   EXEC84.2
052766             ADD  1 TO WU-STAGE-LATER-CT                          EXEC84.2
052767             MOVE "NOT YET DUE" TO WU-SL-DISP                     EXEC84.2
052768     ELSE                                                         EXEC84.2
052769     IF      WU-STAGE-APPROVED NOT = "Y"                          EXEC84.2
052770             ADD  1 TO WU-STAGE-UNAPPR-CT                         EXEC84.2
052771             MOVE "DUE - NOT APPROVED" TO WU-SL-DISP              EXEC84.2
052772     ELSE                                                         EXEC84.2
052773     IF      WU-STAGE-PULLING NOT = "Y"                           EXEC84.2
052774             ADD  1 TO WU-STAGE-DUE-CT                            EXEC84.2
052775             MOVE "DUE THIS CYCLE" TO WU-SL-DISP                  EXEC84.2
052776     ELSE                                                         EXEC84.2
052777     IF      WU-START-CT < 100                                    EXEC84.2
052778         AND WU-CARD-CT + SG-CARD-CT < 2000                       EXEC84.2
052779             ADD  1 TO WU-STAGE-DUE-CT                            EXEC84.2
052780             MOVE "Y" TO WU-STAGE-TAKING                          EXEC84.2
052781             ADD  1 TO WU-PULL-CT                                 EXEC84.2
052782             MOVE SG-STAGE-NO TO WU-PULL-STAGE-NO (WU-PULL-CT)    EXEC84.2
052783             MOVE ZERO TO WU-PULL-CARD-NO (WU-PULL-CT)            EXEC84.2
052784             ADD  1 WZ-CARD-NUMBER GIVING WU-RPT-CARDNO           EXEC84.2
052785             STRING "TAKEN AS CARD "     DELIMITED BY SIZE        EXEC84.2
052786                    WU-RPT-CARDNO        DELIMITED BY SIZE        EXEC84.2
052787                 INTO WU-SL-DISP                                  EXEC84.2
052788     ELSE                                                         EXEC84.2
052789             ADD  1 TO WU-STAGE-NOROOM-CT                         EXEC84.2
052790             MOVE "DUE - NO ROOM THIS CYCLE" TO WU-SL-DISP        EXEC84.2
052791     END-IF                                                       EXEC84.2
052792     END-IF                                                       EXEC84.2
052793     END-IF                                                       EXEC84.2
052794     END-IF.                                                      EXEC84.2
052795     MOVE    SG-STAGE-NO TO WU-SL-STAGE.                          EXEC84.2
052796     MOVE    SG-PROG-ID TO WU-SL-PROG.                            EXEC84.2
052797     MOVE    SG-CHANGE-REF TO WU-SL-REF.                          EXEC84.2
052798     MOVE    SG-SUBMITTER TO WU-SL-SUBMITTER.                     EXEC84.2
052799     MOVE    SG-SUBMIT-DATE TO WU-STAGE-DATE.                     EXEC84.2
052800     PERFORM G40-9D-EDIT-DATE.                                    EXEC84.2
052801     MOVE    WU-STAGE-DATE-TEXT TO WU-SL-SUBMITTED.               EXEC84.2
052802     MOVE    SG-EFFECTIVE-DATE TO WU-STAGE-DATE.                  EXEC84.2
052803     PERFORM G40-9D-EDIT-DATE.                                    EXEC84.2
052804     MOVE    WU-STAGE-DATE-TEXT TO WU-SL-EFFECTIVE.               EXEC84.2
052805     MOVE    SG-CARD-CT TO WU-SL-CARDS.                           EXEC84.2
052806     MOVE    WU-STAGE-WAITED TO WU-SL-DAYS.                       EXEC84.2
052807     MOVE    WU-STAGE-LINE TO PRINT-DATA.                         EXEC84.2
052808     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052809                                                                  EXEC84.2
052810 G40-6D-CHECK-APPROVAL.                                           EXEC84.2
052811     IF      WT-APPROVALS-CT = ZERO                               EXEC84.2
052812             MOVE "Y" TO WU-STAGE-APPROVED                        EXEC84.2
052813     ELSE                                                         EXEC84.2
052814             MOVE "N" TO WU-STAGE-APPROVED                        EXEC84.2
052815             PERFORM G40-6E-MATCH-ONE-APPROVAL                    EXEC84.2
052816                     VARYING SUB3 FROM 1 BY 1                     EXEC84.2
052817                     UNTIL   SUB3 > WT-APPROVALS-CT               EXEC84.2
052818                        OR   WU-STAGE-APPROVED = "Y"              EXEC84.2
052819     END-IF.                                                      EXEC84.2
052820                                                                  EXEC84.2
052821 G40-6E-MATCH-ONE-APPROVAL.                                       EXEC84.2
052822     IF      WT-APPR-PROG (SUB3) = SG-PROG-ID                     EXEC84.2
052823         AND WT-APPR-CARD-CT (SUB3) = SG-CARD-CT                  EXEC84.2
052824             MOVE "Y" TO WU-STAGE-APPROVED                        EXEC84.2
052825     END-IF.                                                      EXEC84.2
052826                                                                  EXEC84.2
052827 G40-7-PRINT-QUEUE-TOTALS.                                        EXEC84.2
052828     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052829     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052830     MOVE    WU-STAGE-QUEUED-CT TO WU-RPT-CT.                     EXEC84.2
052831     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052832     STRING  " ** DECKS QUEUED:            " DELIMITED BY SIZE    EXEC84.2
052833             WU-RPT-CT                       DELIMITED BY SIZE    EXEC84.2
052834         INTO PRINT-DATA.                                         EXEC84.2
052835     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052836     MOVE    WU-STAGE-DUE-CT TO WU-RPT-CT.                        EXEC84.2
052837     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052838     IF      WU-STAGE-PULLING = "Y"                               EXEC84.2
052839             STRING " **   TAKEN THIS CYCLE:    "DELIMITED BY SIZEEXEC84.2
052840                    WU-RPT-CT                    DELIMITED BY SIZEEXEC84.2
052841                 INTO PRINT-DATA                                  EXEC84.2
052842     ELSE                                                         EXEC84.2
052843             STRING " **   DUE THIS CYCLE:      "DELIMITED BY SIZEEXEC84.2
052844                    WU-RPT-CT                    DELIMITED BY SIZEEXEC84.2
052845                 INTO PRINT-DATA                                  EXEC84.2
052846     END-IF.                                                      EXEC84.2
052847     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052848     MOVE    WU-STAGE-LATER-CT TO WU-RPT-CT.                      EXEC84.2
052849     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052850     STRING  " **   NOT YET DUE:         " DELIMITED BY SIZE      EXEC84.2
052851             WU-RPT-CT                     DELIMITED BY SIZE      EXEC84.2
052852         INTO PRINT-DATA.                                         EXEC84.2
052853     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052854     MOVE    WU-STAGE-UNAPPR-CT TO WU-RPT-CT.                     EXEC84.2
052855     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052856     STRING  " **   DUE, NOT APPROVED:   " DELIMITED BY SIZE      EXEC84.2
052857             WU-RPT-CT                     DELIMITED BY SIZE      EXEC84.2
052858         INTO PRINT-DATA.                                         EXEC84.2
052859     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052860     IF      WU-STAGE-NOROOM-CT > ZERO                            EXEC84.2
052861             MOVE WU-STAGE-NOROOM-CT TO WU-RPT-CT                 EXEC84.2
052862             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052863             STRING " **   DUE, NO ROOM:        "DELIMITED BY SIZEEXEC84.2
052864                    WU-RPT-CT                    DELIMITED BY SIZEEXEC84.2
052865                 INTO PRINT-DATA                                  EXEC84.2
052866             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052867     END-IF.                                                      EXEC84.2
052868     IF      WU-STAGE-OLDEST-NO > ZERO                            EXEC84.2
052869             MOVE WU-STAGE-OLDEST-NO TO WU-RPT-CARDNO             EXEC84.2
052870             MOVE WU-STAGE-OLDEST-DAYS TO WU-RPT-DAYS             EXEC84.2
052871             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052872             STRING " ** LONGEST WAITING: STAGE "DELIMITED BY SIZEEXEC84.2
052873                    WU-RPT-CARDNO                DELIMITED BY SIZEEXEC84.2
052874                    " "                          DELIMITED BY SIZEEXEC84.2
052875                    WU-STAGE-OLDEST-PROG         DELIMITED BY SIZEEXEC84.2
052876                    " "                          DELIMITED BY SIZEEXEC84.2
052877                    WU-STAGE-OLDEST-REF          DELIMITED BY SIZEEXEC84.2
052878                    " -"                         DELIMITED BY SIZEEXEC84.2
052879                    WU-RPT-DAYS                  DELIMITED BY SIZEEXEC84.2
052880                    " DAYS"                      DELIMITED BY SIZEEXEC84.2
052881                 INTO PRINT-DATA                                  EXEC84.2
052882             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052883     END-IF.                                                      EXEC84.2
052884     MOVE    WU-STAGE-APPLIED-CT TO WU-RPT-CT.                    EXEC84.2
052885     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052886     STRING  " ** DECKS ALREADY APPLIED:   " DELIMITED BY SIZE    EXEC84.2
052887             WU-RPT-CT                       DELIMITED BY SIZE    EXEC84.2
052888         INTO PRINT-DATA.                                         EXEC84.2
052889     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052890     MOVE    WU-STAGE-FAILED-CT TO WU-RPT-CT.                     EXEC84.2
052891     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052892     STRING  " ** DECKS FAILED:            " DELIMITED BY SIZE    EXEC84.2
052893             WU-RPT-CT                       DELIMITED BY SIZE    EXEC84.2
052894         INTO PRINT-DATA.                                         EXEC84.2
052895     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052896                                                                  EXEC84.2
052897 G40-8-PRINT-STAGE-SUMMARY.                                       EXEC84.2
052898     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052899     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052900     MOVE    WU-STAGED-CT TO WU-RPT-CT.                           EXEC84.2
052901     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052902     STRING  " ** DECKS STAGED THIS RUN:   " DELIMITED BY SIZE    EXEC84.2
052903             WU-RPT-CT                       DELIMITED BY SIZE    EXEC84.2
052904         INTO PRINT-DATA.                                         EXEC84.2
052905     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052906     MOVE    WU-STAGE-REJECT-CT TO WU-RPT-CT.                     EXEC84.2
052907     MOVE    SPACES TO PRINT-DATA.                                EXEC84.2
052908     STRING  " ** DECKS NOT STAGED:        " DELIMITED BY SIZE    EXEC84.2
052909             WU-RPT-CT                       DELIMITED BY SIZE    EXEC84.2
052910         INTO PRINT-DATA.                                         EXEC84.2
052911     PERFORM X20-PRINT-DETAIL.                                    EXEC84.2
052912     IF      WU-STAGE-ERROR-CT NOT = ZERO                         EXEC84.2
052913             MOVE "STAGING FILE I/O ERRORS"                       EXEC84.2
052914                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052915             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
052916     END-IF.                                                      EXEC84.2
052917     IF      WZ-ERROR-COUNT NOT = ZERO                            EXEC84.2
052918             MOVE "CONTROL CARDS IN ERROR"                        EXEC84.2
052919                 TO WZ-ERROR-MESSAGE                              EXEC84.2
052920             PERFORM E10-3-FLAG-RECONCILE-ERROR                   EXEC84.2
052921     END-IF.                                                      EXEC84.2
052922                                                                  EXEC84.2
052923 G40-9-SET-TODAY.                                                 EXEC84.2
052924     ACCEPT  WW-DATE-YYMMDD FROM DATE.                            EXEC84.2
052925     PERFORM C20-25-WINDOW-DATE.                                  EXEC84.2
052926     MOVE    WW-DATE-CCYYMMDD TO WU-STAGE-TODAY.                  EXEC84.2
052927     MOVE    WU-STAGE-TODAY TO WU-STAGE-DATE.                     EXEC84.2
052928     PERFORM G40-9A-DAY-NUMBER.                                   EXEC84.2
052929     MOVE    WU-STAGE-DAY-NO TO WU-STAGE-TODAY-NO.                EXEC84.2
052930                                                                  EXEC84.2
052931*    DAYS FROM 1 JANUARY OF YEAR 1 TO WU-STAGE-DATE, SO THAT TWO  EXEC84.2
052932*    DATES CAN BE SUBTRACTED.  ZERO FOR AN IMPOSSIBLE DATE.       EXEC84.2
052933 G40-9A-DAY-NUMBER.                                               EXEC84.2
052934     MOVE    WU-STAGE-DATE TO WW-DATE-SPLIT.                      EXEC84.2
052935     IF      WW-SPLIT-CCYY = ZERO                                 EXEC84.2
052936          OR WW-SPLIT-MM < 1 OR WW-SPLIT-MM > 12                  EXEC84.2
052937             MOVE ZERO TO WU-STAGE-DAY-NO                         EXEC84.2
052938     ELSE                                                         EXEC84.2
052939             SUBTRACT 1 FROM WW-SPLIT-CCYY GIVING WU-STAGE-YEARS  EXEC84.2
052940             COMPUTE WU-STAGE-DAY-NO = WU-STAGE-YEARS * 365       EXEC84.2
052941                 + WU-CUM-DAYS (WW-SPLIT-MM) + WW-SPLIT-DD        EXEC84.2
052942             DIVIDE WU-STAGE-YEARS BY 4 GIVING WU-STAGE-QUOT      EXEC84.2
052943             ADD WU-STAGE-QUOT TO WU-STAGE-DAY-NO                 EXEC84.2
052944             DIVIDE WU-STAGE-YEARS BY 100 GIVING WU-STAGE-QUOT    EXEC84.2
052945             SUBTRACT WU-STAGE-QUOT FROM WU-STAGE-DAY-NO          EXEC84.2
052946             DIVIDE WU-STAGE-YEARS BY 400 GIVING WU-STAGE-QUOT    EXEC84.2
052947             ADD WU-STAGE-QUOT TO WU-STAGE-DAY-NO                 EXEC84.2
052948             IF WW-SPLIT-MM > 2                                   EXEC84.2
052949                 PERFORM G40-9B-ADD-LEAP-DAY                      EXEC84.2
052950             END-IF                                               EXEC84.2
052951     END-IF.                                                      EXEC84.2
052952                                                                  EXEC84.2
052953 G40-9B-ADD-LEAP-DAY.                                             EXEC84.2
052954     DIVIDE  WW-SPLIT-CCYY BY 4 GIVING WU-STAGE-QUOT              EXEC84.2
052955             REMAINDER WU-STAGE-REM.                              EXEC84.2
052956     IF      WU-STAGE-REM = ZERO                                  EXEC84.2
052957             DIVIDE WW-SPLIT-CCYY BY 100 GIVING WU-STAGE-QUOT     EXEC84.2
052958                 REMAINDER WU-STAGE-REM                           EXEC84.2
052959             IF WU-STAGE-REM NOT = ZERO                           EXEC84.2
052960                 ADD 1 TO WU-STAGE-DAY-NO                         EXEC84.2
052961             ELSE                                                 EXEC84.2
052962                 DIVIDE WW-SPLIT-CCYY BY 400 GIVING WU-STAGE-QUOT EXEC84.2
052963                     REMAINDER WU-STAGE-REM                       EXEC84.2
052964                 IF WU-STAGE-REM = ZERO                           EXEC84.2
052965                     ADD 1 TO WU-STAGE-DAY-NO                     EXEC84.2
052966                 END-IF                                           EXEC84.2
052967             END-IF                                               EXEC84.2
052968     END-IF.                                                      EXEC84.2
052969                                                                  EXEC84.2
052970 G40-9C-CHECK-SG-STATUS.                                          EXEC84.2
052971     IF      SG-FILE-STATUS NOT = "00"                            EXEC84.2
052972         AND SG-FILE-STATUS NOT = "02"                            EXEC84.2
052973         AND SG-FILE-STATUS NOT = "05"                            EXEC84.2
052974         AND SG-FILE-STATUS NOT = "10"                            EXEC84.2
052975         AND SG-FILE-STATUS NOT = "22"                            EXEC84.2
052976         AND SG-FILE-STATUS NOT = "23"                            EXEC84.2
052977             ADD 1 TO WU-STAGE-ERROR-CT                           EXEC84.2
052978             MOVE SPACES TO PRINT-DATA                            EXEC84.2
052979             STRING "**** STAGING FILE I/O ERROR STATUS "         EXEC84.2
052980                    DELIMITED BY SIZE                             EXEC84.2
052981                    SG-FILE-STATUS   DELIMITED BY SIZE            EXEC84.2
052982                 INTO PRINT-DATA                                  EXEC84.2
052983             PERFORM X20-PRINT-DETAIL                             EXEC84.2
052984     END-IF.                                                      EXEC84.2
052985                                                                  EXEC84.2
052986 G40-9D-EDIT-DATE.                                                EXEC84.2
052987     MOVE    WU-STAGE-DATE TO WW-DATE-SPLIT.                      EXEC84.2
052988     MOVE    SPACES TO WU-STAGE-DATE-TEXT.                        EXEC84.2
052989     STRING  WW-SPLIT-CCYY "-" WW-SPLIT-MM "-" WW-SPLIT-DD        EXEC84.2
052990             DELIMITED BY SIZE                                    EXEC84.2
052991         INTO WU-STAGE-DATE-TEXT.                                 EXEC84.2
052992                                                                  EXEC84.2
052993 G40-EXIT.                                                        EXEC84.2
052994     EXIT.                                                        EXEC84.2
052995/                                                                 EXEC84.2
