003350*                     AT OK LET THE RUN PROCEED ON A BROKEN
003360*                     CONTROL FILE, THE ONE THING THIS
003370*                     SUBPROGRAM EXISTS TO STOP.
003371*    2026-10-15  ROH  SECOND SHIFT.  CIRCSQRB KEEPS ONE ROW PER
003372*                     SHIFT (RC-SHIFT-CODE) AND ONCE A DAY IS NOW
003373*                     ONCE PER SHIFT PER DAY.  CIRCSQRN WANTS A
003374*                     SHIFT IN BALANCE TODAY AND NONE RUNNING OR
003375*                     OUT OF BALANCE; CIRCSQRA WAITS ON EITHER
003376*                     SHIFT.  AN OLD ROW LOADS AS THE DAY SHIFT.
003377*    2026-10-15  ROH  MONTH END.  NEW CALLER CIRCSQRG (2050) -
003378*                     REFUSED WHILE CIRCSQRB RUNS, AFTER A SHIFT
003379*                     OUT OF BALANCE IN THE MONTH, ONCE THE NEXT
003380*                     MONTH'S CUTTING STARTS, OR FOR A MONTH
003381*                     ALREADY JOURNALED.  ITS STAMP CARRIES THE
003382*                     LAST DAY OF THE MONTH IT CLOSED.
003383*    2026-10-15  ROH  REPLENISHMENT.  NEW CALLER CIRCSQRU (2060) -
003384*                     REFUSED WHILE CIRCSQRA OR EITHER SHIFT'S
003385*                     CIRCSQRB RUNS.  CIRCSQRA NOW WAITS ON IT.
003386*    2026-10-15  ROH  SAW TICKETS.  NEW CALLER CIRCSQRW (2070) -
003387*                     REFUSED WHILE EITHER SHIFT'S CIRCSQRB RUNS.
003388*    2026-10-15  ROH  A CIRCSQRB START ALSO SAYS WHETHER THE OTHER
003389*                     SHIFT IS STAMPED TODAY (RU-OTHER-SHIFT-TODAY)
003390*                     SO IT ADDS TO THE DAY'S FILES (2180).
003391*    2026-10-15  ROH  NEW ENQUIRY CALL ("Q") - NO RULE, NO STAMP,
003392*                     ONLY RU-OTHER-SHIFT-TODAY, FOR THE CIRCSQRB
003393*                     EDIT AND PLANNING STEPS' REJECT FILES.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. CIRCSQR-RUNCTL.
007200         10  CS-CT-RUN-DATE   PIC 9(08).
007300         10  CS-CT-STATUS     PIC X(01).
007400         10  CS-CT-OVERRIDE   PIC X(01).
007450         10  CS-CT-SHIFT      PIC X(01).
007500 77  CS-CT-COUNT              PIC 9(02)  VALUE ZERO COMP.
007600 77  CS-CT-MAX                PIC 9(02)  VALUE 16 COMP.
007700 77  CS-CT-SUB                PIC 9(02)  VALUE ZERO COMP.
007800 77  CS-FIND-SUB              PIC 9(02)  VALUE ZERO COMP.
007900 01  CS-FIND-JOB              PIC X(08)  VALUE SPACES.
007908 01  CS-FIND-SHIFT            PIC X(01)  VALUE SPACE.
007916******************************************************************
007924*    CS-CALLER-SHIFT IS THE CALLER'S ROW KEY ALONGSIDE THE JOB
007932*    NAME - "1" OR "2" FOR CIRCSQRB (SPACES TAKEN AS THE DAY
007940*    SHIFT), SPACE FOR EVERY OTHER JOB, WHATEVER IT PASSED.
007948*    THE BATCH COUNTS ARE TODAY'S CIRCSQRB SHIFT ROWS BY STATUS.
007956******************************************************************
007964 01  CS-CALLER-SHIFT          PIC X(01)  VALUE SPACE.
007972 77  CS-BATCH-COMPLETE-COUNT  PIC 9(02)  VALUE ZERO COMP.
007980 77  CS-BATCH-RUNNING-COUNT   PIC 9(02)  VALUE ZERO COMP.
007988 77  CS-BATCH-ERROR-COUNT     PIC 9(02)  VALUE ZERO COMP.
007991 77  CS-BATCH-LATER-COUNT     PIC 9(02)  VALUE ZERO COMP.
007994 01  CS-CALLER-MONTH          PIC 9(06)  VALUE ZERO.
007997 01  CS-ROW-MONTH             PIC 9(06)  VALUE ZERO.
008000 LINKAGE SECTION.
008100     COPY RCTLPARM.
008200 PROCEDURE DIVISION USING RU-PARM-FIELDS.
008700     MOVE "0" TO RU-REPLY-CODE
008800     MOVE SPACES TO RU-REPLY-TEXT
008900     MOVE "N" TO CS-REFUSAL-SWITCH
008905     MOVE "N" TO RU-OTHER-SHIFT-TODAY
008910     MOVE SPACE TO CS-CALLER-SHIFT
008920     IF RU-CALLER-JOB = "CIRCSQRB"
008930         IF RU-SHIFT-CODE = "2"
008940             MOVE "2" TO CS-CALLER-SHIFT
008950         ELSE
008960             MOVE "1" TO CS-CALLER-SHIFT
008970         END-IF
008980     END-IF
009000     PERFORM 1000-LOAD-CONTROL-TABLE THRU 1000-EXIT
009100     EVALUATE TRUE
009200         WHEN RU-REQ-START
010000         WHEN RU-REQ-END
010100             PERFORM 2600-STAMP-END THRU 2600-EXIT
010200             PERFORM 3000-REWRITE-CONTROL-FILE THRU 3000-EXIT
010220         WHEN RU-REQ-ENQUIRE
010240             IF RU-CALLER-JOB = "CIRCSQRB"
010260                 PERFORM 2180-FIND-OTHER-SHIFT THRU 2180-EXIT
010280             END-IF
010300         WHEN OTHER
010400             MOVE "8" TO RU-REPLY-CODE
010500             MOVE "UNKNOWN RUN-CONTROL REQUEST" TO RU-REPLY-TEXT
014900     MOVE RC-RUN-DATE TO CS-CT-RUN-DATE (CS-CT-COUNT)
015000     MOVE RC-STATUS TO CS-CT-STATUS (CS-CT-COUNT)
015100     MOVE RC-OVERRIDE-FLAG TO CS-CT-OVERRIDE (CS-CT-COUNT)
015110     MOVE RC-SHIFT-CODE TO CS-CT-SHIFT (CS-CT-COUNT)
015120     IF RC-JOB-NAME = "CIRCSQRB"
015130         AND RC-SHIFT-CODE = SPACE
015140         MOVE "1" TO CS-CT-SHIFT (CS-CT-COUNT)
015150     END-IF
015200     GO TO 1100-EXIT.
015300 1100-EXIT.
015400     EXIT.
016900             PERFORM 2030-CHECK-AUDIT-FREE THRU 2030-EXIT
017000         WHEN "CIRCSQRF"
017100             PERFORM 2040-CHECK-ARCHIVE-FREE THRU 2040-EXIT
017130         WHEN "CIRCSQRG"
017160             PERFORM 2050-CHECK-MONTH-END THRU 2050-EXIT
017170         WHEN "CIRCSQRU"
017180             PERFORM 2060-CHECK-REPLENISH THRU 2060-EXIT
017185         WHEN "CIRCSQRW"
017190             PERFORM 2070-CHECK-SAW-TICKETS THRU 2070-EXIT
017200         WHEN OTHER
017300             CONTINUE
017400     END-EVALUATE
017800******************************************************************
017900*    2010-CHECK-ONCE-PER-DAY THRU 2010-EXIT
018000*
018100*    A SECOND COMPLETE CIRCSQRB RUN FOR THE SAME SHIFT TODAY
018200*    WOULD ROLL THAT SHIFT'S COSTS INTO COSTMTD TWICE.  THE
018250*    OTHER SHIFT'S ROW NEVER REFUSES - EACH SHIFT ROLLS ONCE.
018300*    A STARTED-TODAY STAMP IS THE RESTART CASE AND PASSES.
018320*    THE OTHER SHIFT'S ROW IS THEN READ FOR THE REPLY ONLY
018340*    (2180) SO THE CALLER APPENDS TO THE DAY'S FILES RATHER
018360*    THAN REWRITING THEM.
018400******************************************************************
018500 2010-CHECK-ONCE-PER-DAY.
018600     MOVE "CIRCSQRB" TO CS-FIND-JOB
018650     MOVE CS-CALLER-SHIFT TO CS-FIND-SHIFT
018700     PERFORM 2100-FIND-JOB-ROW THRU 2100-EXIT
018800     IF CS-FIND-SUB > ZERO
018900         AND CS-CT-RUN-DATE (CS-FIND-SUB) = RU-CALLER-DATE
019000         AND CS-CT-STATUS (CS-FIND-SUB) NOT = "S"
019100         SET CS-RULE-REFUSES TO TRUE
019200         STRING "CIRCSQRB SHIFT " CS-CALLER-SHIFT
019300             " DONE TODAY - COSTMTD WOULD DOUBLE-ROLL"
019350             DELIMITED BY SIZE INTO RU-REPLY-TEXT
019400     END-IF
019406     PERFORM 2180-FIND-OTHER-SHIFT THRU 2180-EXIT
019500     GO TO 2010-EXIT.
019600 2010-EXIT.
019700     EXIT.
019800******************************************************************
019900*    2020-CHECK-BATCH-COMPLETE THRU 2020-EXIT
019910*
019920*    AT LEAST ONE SHIFT MUST HAVE ENDED IN BALANCE TODAY, AND
019930*    NO SHIFT THAT RAN TODAY MAY BE STILL RUNNING OR OUT OF
019940*    BALANCE.  A SHIFT THAT HAS NOT STARTED YET DOES NOT HOLD
019950*    UP THE RECONCILIATION.
020000******************************************************************
020100 2020-CHECK-BATCH-COMPLETE.
020130     PERFORM 2150-COUNT-BATCH-SHIFTS THRU 2150-EXIT
020160     IF CS-BATCH-RUNNING-COUNT > ZERO
020190         OR CS-BATCH-ERROR-COUNT > ZERO
020220         SET CS-RULE-REFUSES TO TRUE
020250         MOVE "A CIRCSQRB SHIFT IS RUNNING OR OUT OF BALANCE"
020280             TO RU-REPLY-TEXT
020310         GO TO 2020-EXIT
020340     END-IF
020400     IF CS-BATCH-COMPLETE-COUNT = ZERO
020700         SET CS-RULE-REFUSES TO TRUE
020800         MOVE "CIRCSQRB HAS NOT ENDED IN BALANCE TODAY"
020900             TO RU-REPLY-TEXT
021400******************************************************************
021500*    2030-CHECK-AUDIT-FREE THRU 2030-EXIT
021600*
021700*    CIRCSQRB APPENDS TO AUDITTRL MID-RUN AND CIRCSQRF AND
021800*    CIRCSQRU READ IT - THE ARCHIVE SPLIT MUST NOT RUN UNDER
021850*    ANY OF THEM, NOR UNDER EITHER SHIFT'S CIRCSQRB.
021900******************************************************************
022000 2030-CHECK-AUDIT-FREE.
022100     PERFORM 2150-COUNT-BATCH-SHIFTS THRU 2150-EXIT
022300     IF CS-BATCH-RUNNING-COUNT > ZERO
022600         SET CS-RULE-REFUSES TO TRUE
022700         MOVE "AUDITTRL HELD - CIRCSQRB IS STAMPED RUNNING"
022800             TO RU-REPLY-TEXT
022900         GO TO 2030-EXIT
023000     END-IF
023100     MOVE "CIRCSQRF" TO CS-FIND-JOB
023150     MOVE SPACE TO CS-FIND-SHIFT
023200     PERFORM 2100-FIND-JOB-ROW THRU 2100-EXIT
023300     IF CS-FIND-SUB > ZERO
023400         AND CS-CT-RUN-DATE (CS-FIND-SUB) = RU-CALLER-DATE
023600         SET CS-RULE-REFUSES TO TRUE
023700         MOVE "AUDITTRL HELD - CIRCSQRF IS STAMPED RUNNING"
023800             TO RU-REPLY-TEXT
023850         GO TO 2030-EXIT
023900     END-IF
023909     MOVE "CIRCSQRU" TO CS-FIND-JOB
023918     MOVE SPACE TO CS-FIND-SHIFT
023927     PERFORM 2100-FIND-JOB-ROW THRU 2100-EXIT
023936     IF CS-FIND-SUB > ZERO
023945         AND CS-CT-RUN-DATE (CS-FIND-SUB) = RU-CALLER-DATE
023954         AND CS-CT-STATUS (CS-FIND-SUB) = "S"
023963         SET CS-RULE-REFUSES TO TRUE
023972         MOVE "AUDITTRL HELD - CIRCSQRU IS STAMPED RUNNING"
023981             TO RU-REPLY-TEXT
023990     END-IF
024000     GO TO 2030-EXIT.
024100 2030-EXIT.
024200     EXIT.
024500******************************************************************
024600 2040-CHECK-ARCHIVE-FREE.
024700     MOVE "CIRCSQRA" TO CS-FIND-JOB
024750     MOVE SPACE TO CS-FIND-SHIFT
024800     PERFORM 2100-FIND-JOB-ROW THRU 2100-EXIT
024900     IF CS-FIND-SUB > ZERO
025000         AND CS-CT-RUN-DATE (CS-FIND-SUB) = RU-CALLER-DATE
025600     GO TO 2040-EXIT.
025700 2040-EXIT.
025800     EXIT.
025801******************************************************************
025802*    2050-CHECK-MONTH-END THRU 2050-EXIT
025803*
025804*    CIRCSQRG VALUES THE RACK AS IT STANDS AND JOURNALS THE
025805*    MONTH'S COSTMAT ROWS, SO IT MUST COME AFTER THE MONTH'S
025806*    LAST CIRCSQRB AND BEFORE THE NEXT MONTH'S FIRST.  THE
025807*    CALLER DATE IS THE LAST DAY OF THE MONTH BEING CLOSED.
025808*    REFUSED WHILE EITHER SHIFT IS STAMPED RUNNING, WHEN A
025809*    SHIFT'S LATEST RUN IN THE MONTH ENDED OUT OF BALANCE,
025810*    WHEN A SHIFT HAS ALREADY RUN PAST THE MONTH END (THE
025811*    RACK NO LONGER SHOWS THE MONTH-END STOCK), AND WHEN THE
025812*    MONTH HAS ALREADY BEEN JOURNALED.
025813******************************************************************
025814 2050-CHECK-MONTH-END.
025815     MOVE RU-CALLER-DATE (1:6) TO CS-CALLER-MONTH
025816     MOVE ZERO TO CS-BATCH-RUNNING-COUNT
025817     MOVE ZERO TO CS-BATCH-ERROR-COUNT
025818     MOVE ZERO TO CS-BATCH-LATER-COUNT
025819     MOVE ZERO TO CS-CT-SUB
025820     PERFORM 2170-CHECK-ONE-MONTH-ROW THRU 2170-EXIT
025821         UNTIL CS-CT-SUB NOT < CS-CT-COUNT
025822     IF CS-BATCH-RUNNING-COUNT > ZERO
025823         SET CS-RULE-REFUSES TO TRUE
025824         MOVE "CIRCSQRB IS STAMPED RUNNING - MONTH NOT FINISHED"
025825             TO RU-REPLY-TEXT
025826         GO TO 2050-EXIT
025827     END-IF
025828     IF CS-BATCH-LATER-COUNT > ZERO
025829         SET CS-RULE-REFUSES TO TRUE
025830         MOVE "CIRCSQRB HAS RUN PAST MONTH END - RACK HAS MOVED"
025831             TO RU-REPLY-TEXT
025832         GO TO 2050-EXIT
025833     END-IF
025834     IF CS-BATCH-ERROR-COUNT > ZERO
025835         SET CS-RULE-REFUSES TO TRUE
025836         MOVE "A CIRCSQRB SHIFT ENDED OUT OF BALANCE THIS MONTH"
025837             TO RU-REPLY-TEXT
025838         GO TO 2050-EXIT
025839     END-IF
025840     MOVE "CIRCSQRG" TO CS-FIND-JOB
025841     MOVE SPACE TO CS-FIND-SHIFT
025842     PERFORM 2100-FIND-JOB-ROW THRU 2100-EXIT
025843     IF CS-FIND-SUB > ZERO
025844         AND CS-CT-RUN-DATE (CS-FIND-SUB) = RU-CALLER-DATE
025845         AND CS-CT-STATUS (CS-FIND-SUB) = "C"
025846         SET CS-RULE-REFUSES TO TRUE
025847         MOVE "MONTH ALREADY JOURNALED BY CIRCSQRG"
025848             TO RU-REPLY-TEXT
025849     END-IF
025850     GO TO 2050-EXIT.
025851 2050-EXIT.
025852     EXIT.
025853******************************************************************
025854*    2060-CHECK-REPLENISH THRU 2060-EXIT
025855*
025856*    CIRCSQRU READS THE USAGE OFF AUDITTRL AND THE RACK OFF
025857*    STKONH.  WHILE CIRCSQRA IS SPLITTING THE TRAIL THE USAGE
025858*    IS SHORT, AND WHILE A CIRCSQRB SHIFT IS CUTTING THE RACK
025859*    IS STILL MOVING - EITHER WAY THE REQUISITIONS WOULD BE
025860*    WRONG.
025861******************************************************************
025862 2060-CHECK-REPLENISH.
025863     PERFORM 2150-COUNT-BATCH-SHIFTS THRU 2150-EXIT
025864     IF CS-BATCH-RUNNING-COUNT > ZERO
025865         SET CS-RULE-REFUSES TO TRUE
025866         MOVE "STKONH MOVING - CIRCSQRB IS STAMPED RUNNING"
025867             TO RU-REPLY-TEXT
025868         GO TO 2060-EXIT
025869     END-IF
025870     PERFORM 2040-CHECK-ARCHIVE-FREE THRU 2040-EXIT
025871     GO TO 2060-EXIT.
025872 2060-EXIT.
025873     EXIT.
025874******************************************************************
025875*    2070-CHECK-SAW-TICKETS THRU 2070-EXIT
025876*
025877*    CIRCSQRW TICKETS THE DAY'S APRCUTS.  WHILE A CIRCSQRB
025878*    SHIFT IS STILL CUTTING THE EXTRACT IS HALF WRITTEN AND
025879*    THE FLOOR WOULD GET HALF A SCHEDULE.
025880******************************************************************
025881 2070-CHECK-SAW-TICKETS.
025882     PERFORM 2150-COUNT-BATCH-SHIFTS THRU 2150-EXIT
025883     IF CS-BATCH-RUNNING-COUNT > ZERO
025884         SET CS-RULE-REFUSES TO TRUE
025885         MOVE "APRCUTS OPEN - CIRCSQRB IS STAMPED RUNNING"
025886             TO RU-REPLY-TEXT
025887     END-IF
025888     GO TO 2070-EXIT.
025889 2070-EXIT.
025890     EXIT.
025900******************************************************************
026000*    2100-FIND-JOB-ROW THRU 2100-EXIT
026100*
026314*    SERIAL SEARCH ON JOB AND SHIFT - CS-FIND-SUB COMES BACK
026334*    ZERO WHEN THE JOB (OR THAT SHIFT OF IT) HAS NO ROW YET.
026400******************************************************************
026500 2100-FIND-JOB-ROW.
026600     MOVE ZERO TO CS-FIND-SUB
027400 2110-TEST-ONE-ROW.
027500     ADD 1 TO CS-CT-SUB
027600     IF CS-CT-JOB-NAME (CS-CT-SUB) = CS-FIND-JOB
027650         AND CS-CT-SHIFT (CS-CT-SUB) = CS-FIND-SHIFT
027700         MOVE CS-CT-SUB TO CS-FIND-SUB
027800     END-IF
027900     GO TO 2110-EXIT.
028000 2110-EXIT.
028100     EXIT.
028101******************************************************************
028102*    2150-COUNT-BATCH-SHIFTS THRU 2150-EXIT
028103*
028104*    COUNTS TODAY'S CIRCSQRB SHIFT ROWS BY STATUS FOR THE
028105*    RULES THAT CARE ABOUT THE CUTTING RUN AS A WHOLE.
028106******************************************************************
028107 2150-COUNT-BATCH-SHIFTS.
028108     MOVE ZERO TO CS-BATCH-COMPLETE-COUNT
028109     MOVE ZERO TO CS-BATCH-RUNNING-COUNT
028110     MOVE ZERO TO CS-BATCH-ERROR-COUNT
028111     MOVE ZERO TO CS-CT-SUB
028112     PERFORM 2160-COUNT-ONE-ROW THRU 2160-EXIT
028113         UNTIL CS-CT-SUB NOT < CS-CT-COUNT
028114     GO TO 2150-EXIT.
028115 2150-EXIT.
028116     EXIT.
028117 2160-COUNT-ONE-ROW.
028118     ADD 1 TO CS-CT-SUB
028119     IF CS-CT-JOB-NAME (CS-CT-SUB) NOT = "CIRCSQRB"
028120         OR CS-CT-RUN-DATE (CS-CT-SUB) NOT = RU-CALLER-DATE
028121         GO TO 2160-EXIT
028122     END-IF
028123     EVALUATE CS-CT-STATUS (CS-CT-SUB)
028124         WHEN "C"
028125             ADD 1 TO CS-BATCH-COMPLETE-COUNT
028126         WHEN "S"
028127             ADD 1 TO CS-BATCH-RUNNING-COUNT
028128         WHEN OTHER
028129             ADD 1 TO CS-BATCH-ERROR-COUNT
028130     END-EVALUATE
028131     GO TO 2160-EXIT.
028132 2160-EXIT.
028133     EXIT.
028134******************************************************************
028135*    2170-CHECK-ONE-MONTH-ROW THRU 2170-EXIT
028136*
028137*    ONE CIRCSQRB SHIFT ROW AGAINST THE MONTH BEING CLOSED.
028138******************************************************************
028139 2170-CHECK-ONE-MONTH-ROW.
028140     ADD 1 TO CS-CT-SUB
028141     IF CS-CT-JOB-NAME (CS-CT-SUB) NOT = "CIRCSQRB"
028142         GO TO 2170-EXIT
028143     END-IF
028144     IF CS-CT-STATUS (CS-CT-SUB) = "S"
028145         ADD 1 TO CS-BATCH-RUNNING-COUNT
028146         GO TO 2170-EXIT
028147     END-IF
028148     IF CS-CT-RUN-DATE (CS-CT-SUB) > RU-CALLER-DATE
028149         ADD 1 TO CS-BATCH-LATER-COUNT
028150         GO TO 2170-EXIT
028151     END-IF
028152     MOVE CS-CT-RUN-DATE (CS-CT-SUB) (1:6) TO CS-ROW-MONTH
028153     IF CS-ROW-MONTH = CS-CALLER-MONTH
028154         AND CS-CT-STATUS (CS-CT-SUB) NOT = "C"
028155         ADD 1 TO CS-BATCH-ERROR-COUNT
028156     END-IF
028157     GO TO 2170-EXIT.
028158 2170-EXIT.
028159     EXIT.
028160******************************************************************
028161*    2180-FIND-OTHER-SHIFT THRU 2180-EXIT
028162*
028163*    CIRCSQRB ONLY.  IF THE OTHER SHIFT'S ROW IS STAMPED FOR THE
028164*    CALLER'S DATE, RU-OTHER-SHIFT-TODAY COMES BACK "S" (STILL
028165*    STARTED) OR "F" (ENDED); OTHERWISE IT IS LEFT "N".  USED
028166*    BY THE START CALL AND, ALONE, BY THE ENQUIRY CALL.
028167******************************************************************
028168 2180-FIND-OTHER-SHIFT.
028169     MOVE "CIRCSQRB" TO CS-FIND-JOB
028170     IF CS-CALLER-SHIFT = "1"
028171         MOVE "2" TO CS-FIND-SHIFT
028172     ELSE
028173         MOVE "1" TO CS-FIND-SHIFT
028174     END-IF
028175     PERFORM 2100-FIND-JOB-ROW THRU 2100-EXIT
028176     IF CS-FIND-SUB > ZERO
028177         AND CS-CT-RUN-DATE (CS-FIND-SUB) = RU-CALLER-DATE
028178         IF CS-CT-STATUS (CS-FIND-SUB) = "S"
028179             MOVE "S" TO RU-OTHER-SHIFT-TODAY
028180         ELSE
028181             MOVE "F" TO RU-OTHER-SHIFT-TODAY
028182         END-IF
028183     END-IF
028184     GO TO 2180-EXIT.
028185 2180-EXIT.
028186     EXIT.
028200******************************************************************
028300*    2500-STAMP-START THRU 2500-EXIT
028400******************************************************************
028500 2500-STAMP-START.
028600     MOVE RU-CALLER-JOB TO CS-FIND-JOB
028650     MOVE CS-CALLER-SHIFT TO CS-FIND-SHIFT
028700     PERFORM 2100-FIND-JOB-ROW THRU 2100-EXIT
028800     IF CS-FIND-SUB = ZERO
028900         PERFORM 2510-ADD-JOB-ROW THRU 2510-EXIT
031100     MOVE ZERO TO CS-CT-RUN-DATE (CS-FIND-SUB)
031200     MOVE "S" TO CS-CT-STATUS (CS-FIND-SUB)
031300     MOVE "N" TO CS-CT-OVERRIDE (CS-FIND-SUB)
031350     MOVE CS-CALLER-SHIFT TO CS-CT-SHIFT (CS-FIND-SUB)
031400     GO TO 2510-EXIT.
031500 2510-EXIT.
031600     EXIT.
032200******************************************************************
032300 2600-STAMP-END.
032400     MOVE RU-CALLER-JOB TO CS-FIND-JOB
032450     MOVE CS-CALLER-SHIFT TO CS-FIND-SHIFT
032500     PERFORM 2100-FIND-JOB-ROW THRU 2100-EXIT
032600     IF CS-FIND-SUB = ZERO
032700         PERFORM 2510-ADD-JOB-ROW THRU 2510-EXIT
036400     MOVE CS-CT-RUN-DATE (CS-CT-SUB) TO RC-RUN-DATE
036500     MOVE CS-CT-STATUS (CS-CT-SUB) TO RC-STATUS
036600     MOVE CS-CT-OVERRIDE (CS-CT-SUB) TO RC-OVERRIDE-FLAG
036650     MOVE CS-CT-SHIFT (CS-CT-SUB) TO RC-SHIFT-CODE
036700     WRITE RUN-CONTROL-RECORD
036800     GO TO 3100-EXIT.
036900 3100-EXIT.
