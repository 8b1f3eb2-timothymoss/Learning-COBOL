       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 SessAction PIC X.
       01 SessResult PIC X.
       01 CompanyMode PIC X VALUE "L".
       01 TrainCommand PIC X(100).

PROCEDURE DIVISION.
StartPara.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       PERFORM ChooseCompany.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              IF CompanyMode = "T"
                     DISPLAY "MASTER MENU   *** TRAINING COMPANY - PRACTICE"
                            " DATA ONLY ***"
              ELSE
                     DISPLAY "MASTER MENU"
              END-IF
              DISPLAY " 1 : Customer Records         (coboltut15)"
              DISPLAY " 2 : Customer 360 Inquiry     (coboltut27)"
              DISPLAY " 3 : Customer Archive         (coboltut30)"
              DISPLAY "56 : Slow-Moving Stock        (coboltut107)"
              DISPLAY "57 : Inbound Order Intake     (coboltut108)"
              DISPLAY "58 : Bank Deposits            (coboltut109)"
              DISPLAY "59 : General Journal Entry    (coboltut110)"
              DISPLAY "60 : Account Budgets          (coboltut111)"
              DISPLAY "61 : Fiscal Year-End Close    (coboltut112)"
              DISPLAY "62 : Sales Tax Return         (coboltut113)"
              DISPLAY "63 : Check Reconciliation     (coboltut114)"
              DISPLAY "64 : Vendor 1099 Report       (coboltut116)"
              DISPLAY "65 : AP Aging / Cash Needs    (coboltut117)"
              DISPLAY "66 : Return To Vendor         (coboltut118)"
              DISPLAY "67 : Customer Credit Review   (coboltut119)"
              DISPLAY "68 : Collections Work Queue   (coboltut120)"
              DISPLAY "69 : Disputed Items           (coboltut121)"
              DISPLAY "70 : Volume Rebates           (coboltut122)"
              DISPLAY "71 : AR History Archive       (coboltut123)"
              DISPLAY "72 : Drop-Ship Confirmation   (coboltut125)"
              DISPLAY "73 : Product Substitutions    (coboltut126)"
              DISPLAY "74 : Customer Item Cross-Ref  (coboltut127)"
              DISPLAY "75 : Electronic Documents     (coboltut128)"
              DISPLAY "76 : Scheduled Price Changes  (coboltut129)"
              DISPLAY "77 : Promotions               (coboltut130)"
              DISPLAY "78 : Sales Territories        (coboltut132)"
              DISPLAY "79 : Serial Numbers           (coboltut133)"
              DISPLAY "80 : Bin Locations            (coboltut134)"
              DISPLAY "81 : Kit Work Orders          (coboltut135)"
              DISPLAY "82 : Lot Recalls              (coboltut136)"
              DISPLAY "83 : Shelf Labels             (coboltut137)"
              DISPLAY "84 : Vendor Price Import      (coboltut138)"
              DISPLAY "85 : PO Approval              (coboltut139)"
              DISPLAY "86 : Freight Bill Audit       (coboltut140)"
              DISPLAY "87 : Carrier Tracking         (coboltut141)"
              DISPLAY "88 : Signed-On Sessions       (coboltut143)"
              DISPLAY "89 : Training Company Refresh (coboltut144)"
              DISPLAY "90 : Duty Conflict Report     (coboltut145)"
              DISPLAY "91 : Students and Sections    (coboltut146)"
              DISPLAY "92 : Attendance               (coboltut147)"
              DISPLAY "93 : Customer Web Access      (coboltut148)"
              DISPLAY " 0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              MOVE "T" TO SessAction
              CALL "coboltut32sess" USING SessAction, SignOnID, SignOnLevel,
                     SessResult
              IF SessResult NOT = "Y"
                     PERFORM SignOnAgain
              ELSE
                     EVALUATE Choice
                            WHEN 1 MOVE "./coboltut15" TO WSCommand
                            WHEN 2 MOVE "./coboltut27" TO WSCommand
                            WHEN 3 MOVE "./coboltut30" TO WSCommand
                            WHEN 4 MOVE "./coboltut18" TO WSCommand
                            WHEN 5 MOVE "./coboltut34" TO WSCommand
                            WHEN 6 MOVE "./coboltut35" TO WSCommand
                            WHEN 7 MOVE "./coboltut36" TO WSCommand
                            WHEN 8 MOVE "./coboltut37" TO WSCommand
                            WHEN 9 MOVE "./coboltut23" TO WSCommand
                            WHEN 10 MOVE "./coboltut40" TO WSCommand
                            WHEN 11 MOVE "./coboltut45" TO WSCommand
                            WHEN 12 MOVE "./coboltut46" TO WSCommand
                            WHEN 13 MOVE "./coboltut49" TO WSCommand
                            WHEN 14 MOVE "./coboltut44" TO WSCommand
                            WHEN 15 MOVE "./coboltut8" TO WSCommand
                            WHEN 16 MOVE "./coboltut52" TO WSCommand
                            WHEN 17 MOVE "./coboltut48" TO WSCommand
                            WHEN 18 MOVE "./coboltut32" TO WSCommand
                            WHEN 19 MOVE "./coboltut21" TO WSCommand
                            WHEN 20 MOVE "./coboltut22" TO WSCommand
                            WHEN 21 MOVE "./coboltut66" TO WSCommand
                            WHEN 22 MOVE "./coboltut67" TO WSCommand
                            WHEN 23 MOVE "./coboltut68" TO WSCommand
                            WHEN 24 MOVE "./coboltut69" TO WSCommand
                            WHEN 25 MOVE "./coboltut71" TO WSCommand
                            WHEN 26 MOVE "./coboltut72" TO WSCommand
                            WHEN 27 MOVE "./coboltut74" TO WSCommand
                            WHEN 28 MOVE "./coboltut75" TO WSCommand
                            WHEN 29 MOVE "./coboltut76" TO WSCommand
                            WHEN 30 MOVE "./coboltut77" TO WSCommand
                            WHEN 31 MOVE "./coboltut78" TO WSCommand
                            WHEN 32 MOVE "./coboltut79" TO WSCommand
                            WHEN 33 MOVE "./coboltut80" TO WSCommand
                            WHEN 34 MOVE "./coboltut81" TO WSCommand
                            WHEN 35 MOVE "./coboltut82" TO WSCommand
                            WHEN 36 MOVE "./coboltut83" TO WSCommand
                            WHEN 37 MOVE "./coboltut84" TO WSCommand
                            WHEN 38 MOVE "./coboltut85" TO WSCommand
                            WHEN 39 MOVE "./coboltut86" TO WSCommand
                            WHEN 40 MOVE "./coboltut87" TO WSCommand
                            WHEN 41 MOVE "./coboltut88" TO WSCommand
                            WHEN 42 MOVE "./coboltut89" TO WSCommand
                            WHEN 43 MOVE "./coboltut90" TO WSCommand
                            WHEN 44 MOVE "./coboltut91" TO WSCommand
                            WHEN 45 MOVE "./coboltut92" TO WSCommand
                            WHEN 46 MOVE "./coboltut93" TO WSCommand
                            WHEN 47 MOVE "./coboltut94" TO WSCommand
                            WHEN 48 MOVE "./coboltut95" TO WSCommand
                            WHEN 49 MOVE "./coboltut96" TO WSCommand
                            WHEN 50 MOVE "./coboltut99" TO WSCommand
                            WHEN 51 MOVE "./coboltut102" TO WSCommand
                            WHEN 52 MOVE "./coboltut103" TO WSCommand
                            WHEN 53 MOVE "./coboltut104" TO WSCommand
                            WHEN 54 MOVE "./coboltut105" TO WSCommand
                            WHEN 55 MOVE "./coboltut106" TO WSCommand
                            WHEN 56 MOVE "./coboltut107" TO WSCommand
                            WHEN 57 MOVE "./coboltut108" TO WSCommand
                            WHEN 58 MOVE "./coboltut109" TO WSCommand
                            WHEN 59 MOVE "./coboltut110" TO WSCommand
                            WHEN 60 MOVE "./coboltut111" TO WSCommand
                            WHEN 61 MOVE "./coboltut112" TO WSCommand
                            WHEN 62 MOVE "./coboltut113" TO WSCommand
                            WHEN 63 MOVE "./coboltut114" TO WSCommand
                            WHEN 64 MOVE "./coboltut116" TO WSCommand
                            WHEN 65 MOVE "./coboltut117" TO WSCommand
                            WHEN 66 MOVE "./coboltut118" TO WSCommand
                            WHEN 67 MOVE "./coboltut119" TO WSCommand
                            WHEN 68 MOVE "./coboltut120" TO WSCommand
                            WHEN 69 MOVE "./coboltut121" TO WSCommand
                            WHEN 70 MOVE "./coboltut122" TO WSCommand
                            WHEN 71 MOVE "./coboltut123" TO WSCommand
                            WHEN 72 MOVE "./coboltut125" TO WSCommand
                            WHEN 73 MOVE "./coboltut126" TO WSCommand
                            WHEN 74 MOVE "./coboltut127" TO WSCommand
                            WHEN 75 MOVE "./coboltut128" TO WSCommand
                            WHEN 76 MOVE "./coboltut129" TO WSCommand
                            WHEN 77 MOVE "./coboltut130" TO WSCommand
                            WHEN 78 MOVE "./coboltut132" TO WSCommand
                            WHEN 79 MOVE "./coboltut133" TO WSCommand
                            WHEN 80 MOVE "./coboltut134" TO WSCommand
                            WHEN 81 MOVE "./coboltut135" TO WSCommand
                            WHEN 82 MOVE "./coboltut136" TO WSCommand
                            WHEN 83 MOVE "./coboltut137" TO WSCommand
                            WHEN 84 MOVE "./coboltut138" TO WSCommand
                            WHEN 85 MOVE "./coboltut139" TO WSCommand
                            WHEN 86 MOVE "./coboltut140" TO WSCommand
                            WHEN 87 MOVE "./coboltut141" TO WSCommand
                            WHEN 88 MOVE "./coboltut143" TO WSCommand
                            WHEN 89 MOVE "./coboltut144" TO WSCommand
                            WHEN 90 MOVE "./coboltut145" TO WSCommand
                            WHEN 91 MOVE "./coboltut146" TO WSCommand
                            WHEN 92 MOVE "./coboltut147" TO WSCommand
                            WHEN 93 MOVE "./coboltut148" TO WSCommand
                            WHEN OTHER
                                   MOVE "N" TO StayOpen
                                   MOVE SPACES TO WSCommand
                     END-EVALUATE
                     IF StayOpen = "Y" AND WSCommand NOT = SPACES
                            MOVE SPACES TO AuthFunction
                            STRING "MENU" DELIMITED BY SIZE
                                   Choice DELIMITED BY SIZE
                                   INTO AuthFunction
                            CALL "coboltut94authchk" USING SignOnID,
                                   AuthFunction, AuthAllowed
                            IF AuthAllowed = "Y"
                                   PERFORM RunProgram
                            ELSE
                                   DISPLAY "Your role is not permitted to use"
                                          " that option - the attempt has been"
                                          " logged."
                            END-IF
                     END-IF
              END-IF
       END-PERFORM.
       MOVE "E" TO SessAction.
       CALL "coboltut32sess" USING SessAction, SignOnID, SignOnLevel,
              SessResult.
       STOP RUN.

ChooseCompany.
       MOVE SPACE TO CompanyMode.
       PERFORM UNTIL CompanyMode = "L" OR CompanyMode = "T"
              DISPLAY "Company - L = Live, T = Training (Enter = Live) : "
                     WITH NO ADVANCING
              ACCEPT CompanyMode
              MOVE FUNCTION UPPER-CASE(CompanyMode) TO CompanyMode
              IF CompanyMode = SPACE
                     MOVE "L" TO CompanyMode
              END-IF
              IF CompanyMode = "T"
                     MOVE "test -f Training/Company.dat" TO WSCommand
                     CALL "SYSTEM" USING WSCommand
                     IF RETURN-CODE NOT = 0
                            DISPLAY "The training company hasn't been set up"
                                   " - a supervisor must refresh it first."
                            MOVE SPACE TO CompanyMode
                     END-IF
              END-IF
       END-PERFORM.

SignOnAgain.
       IF SessResult = "I"
              DISPLAY "Signed off - the session was idle too long at the"
                     " master menu."
       ELSE
              DISPLAY "Signed off - the session was ended by a supervisor."
       END-IF.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              MOVE "N" TO StayOpen
       END-IF.

RunProgram.
       IF CompanyMode = "T"
              MOVE SPACES TO TrainCommand
              STRING "cd Training && ." DELIMITED BY SIZE
                     WSCommand DELIMITED BY SPACE
                     INTO TrainCommand
              MOVE TrainCommand TO WSCommand
       END-IF.
       CALL "SYSTEM" USING WSCommand.
       IF RETURN-CODE NOT = 0
              DISPLAY "Program ended with RC=" RETURN-CODE " : " WSCommand
       END-IF.
       MOVE "A" TO SessAction.
       CALL "coboltut32sess" USING SessAction, SignOnID, SignOnLevel,
              SessResult.
