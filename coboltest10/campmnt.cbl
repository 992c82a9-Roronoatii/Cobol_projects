      *Marketing campaign maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. campmnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CampaignFile ASSIGN TO "Campaign.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CampMembFile ASSIGN TO "CampMemb.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CampaignFile.
           COPY campdata.

       FD CampMembFile.
           COPY campmemb.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 MembEOFFlag PIC X VALUE "N".
           88 MembEOF VALUE "Y".
       01 CampTable.
           02 CampEntry OCCURS 100 TIMES.
               03 CTCode PIC X(6).
               03 CTDesc PIC X(30).
               03 CTStartDate PIC 9(8).
               03 CTEndDate PIC 9(8).
               03 CTCost PIC 9(6)V99.
               03 CTRespDays PIC 9(3).
               03 CTHoldEvery PIC 9(2).
       01 CampCount PIC 999 VALUE ZERO.
       01 CampIdx PIC 999 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewCode PIC X(6) VALUE SPACE.
       01 NewDesc PIC X(30) VALUE SPACE.
       01 NewStartDate PIC 9(8) VALUE ZEROS.
       01 NewEndDate PIC 9(8) VALUE ZEROS.
       01 NewCost PIC 9(6)V99 VALUE ZERO.
       01 NewRespDays PIC 9(3) VALUE ZERO.
       01 NewHoldEvery PIC 9(2) VALUE ZERO.
       01 FoundIdx PIC 999 VALUE ZERO.
       01 MembersFound PIC 9(6) VALUE ZERO.
       01 CampDetailLine.
           02 PrnIdx PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCode PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDesc PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStartDate PIC 9(8).
           02 FILLER PIC X VALUE "-".
           02 PrnEndDate PIC 9(8).
           02 FILLER PIC X(7) VALUE "  cost ".
           02 PrnCost PIC ZZZ,ZZ9.99.
       01 CampRuleLine.
           02 FILLER PIC X(27) VALUE SPACE.
           02 FILLER PIC X(16) VALUE "response window ".
           02 PrnRespDays PIC ZZ9.
           02 FILLER PIC X(20) VALUE " days   control 1 in".
           02 PrnHoldEvery PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM LoadCampaignTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListCampaigns
               DISPLAY "(S)et campaign  (R)emove campaign  (Q)uit : "
                   WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "S" OR MntOption = "s"
                   PERFORM SetCampaign
               END-IF
               IF MntOption = "R" OR MntOption = "r"
                   PERFORM RemoveCampaign
               END-IF
           END-PERFORM
           PERFORM SaveCampaignTable
           DISPLAY "Campaign file saved".

       STOP RUN.

       LoadCampaignTable.
       MOVE ZERO TO CampCount
       OPEN INPUT CampaignFile
       IF WSFileStatus = "35"
           DISPLAY "Campaign.dat not found - starting empty"
       ELSE
           MOVE SPACES TO CmpCode
           PERFORM LoadOneCampaign UNTIL CampaignEOF
           CLOSE CampaignFile
       END-IF.

       LoadOneCampaign.
       READ CampaignFile
           AT END SET CampaignEOF TO TRUE
           NOT AT END
               IF CampCount < 100 AND CmpCode NOT = SPACES
                   ADD 1 TO CampCount
                   MOVE CmpCode TO CTCode(CampCount)
                   MOVE CmpDesc TO CTDesc(CampCount)
                   MOVE CmpStartDate TO CTStartDate(CampCount)
                   MOVE CmpEndDate TO CTEndDate(CampCount)
                   MOVE CmpCost TO CTCost(CampCount)
                   MOVE CmpRespDays TO CTRespDays(CampCount)
                   MOVE CmpHoldEvery TO CTHoldEvery(CampCount)
               END-IF
       END-READ.

       ListCampaigns.
       DISPLAY "Marketing campaigns on file:"
       PERFORM VARYING CampIdx FROM 1 BY 1
           UNTIL CampIdx > CampCount
           MOVE CampIdx TO PrnIdx
           MOVE CTCode(CampIdx) TO PrnCode
           MOVE CTDesc(CampIdx) TO PrnDesc
           MOVE CTStartDate(CampIdx) TO PrnStartDate
           MOVE CTEndDate(CampIdx) TO PrnEndDate
           MOVE CTCost(CampIdx) TO PrnCost
           DISPLAY CampDetailLine
           MOVE CTRespDays(CampIdx) TO PrnRespDays
           MOVE CTHoldEvery(CampIdx) TO PrnHoldEvery
           DISPLAY CampRuleLine
       END-PERFORM.

       FindCampaignEntry.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING CampIdx FROM 1 BY 1
           UNTIL CampIdx > CampCount
           IF CTCode(CampIdx) = NewCode
               MOVE CampIdx TO FoundIdx
           END-IF
       END-PERFORM.

       SetCampaign.
       DISPLAY "Campaign code : " WITH NO ADVANCING
       ACCEPT NewCode
       DISPLAY "Description : " WITH NO ADVANCING
       ACCEPT NewDesc
       DISPLAY "Mailing from date YYYYMMDD : " WITH NO ADVANCING
       ACCEPT NewStartDate
       DISPLAY "Mailing to date YYYYMMDD : " WITH NO ADVANCING
       ACCEPT NewEndDate
       DISPLAY "Campaign cost : " WITH NO ADVANCING
       ACCEPT NewCost
       DISPLAY "Response window in days (0 = 60) : "
           WITH NO ADVANCING
       ACCEPT NewRespDays
       DISPLAY "Hold back 1 in N as control (0 = none) : "
           WITH NO ADVANCING
       ACCEPT NewHoldEvery
       IF NewRespDays = ZERO
           MOVE 60 TO NewRespDays
       END-IF
       IF NewCode = SPACES
           DISPLAY "Campaign not set - no code given"
       ELSE
           IF NewStartDate = ZERO OR NewEndDate < NewStartDate
               DISPLAY "Campaign not set - mailing dates invalid"
           ELSE
               IF NewHoldEvery = 1
                   DISPLAY "Campaign not set - 1 in 1 would hold " &
                       "back every customer"
               ELSE
                   PERFORM FindCampaignEntry
                   IF FoundIdx = ZERO
                       IF CampCount >= 100
                           DISPLAY "Campaign file full"
                       ELSE
                           ADD 1 TO CampCount
                           MOVE CampCount TO FoundIdx
                           MOVE NewCode TO CTCode(FoundIdx)
                       END-IF
                   END-IF
                   IF FoundIdx > ZERO
                       MOVE NewDesc TO CTDesc(FoundIdx)
                       MOVE NewStartDate TO CTStartDate(FoundIdx)
                       MOVE NewEndDate TO CTEndDate(FoundIdx)
                       MOVE NewCost TO CTCost(FoundIdx)
                       MOVE NewRespDays TO CTRespDays(FoundIdx)
                       MOVE NewHoldEvery TO CTHoldEvery(FoundIdx)
                       DISPLAY "Campaign " NewCode " set"
                   END-IF
               END-IF
           END-IF
       END-IF.

       RemoveCampaign.
       DISPLAY "Entry number to remove : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > CampCount
           DISPLAY "No such entry"
       ELSE
           MOVE CTCode(FoundIdx) TO NewCode
           PERFORM CountCampaignMembers
           IF MembersFound > ZERO
               DISPLAY "Campaign " NewCode " has " MembersFound
                   " customers selected - not removed"
           ELSE
               PERFORM VARYING CampIdx FROM FoundIdx BY 1
                   UNTIL CampIdx >= CampCount
                   MOVE CampEntry(CampIdx + 1)
                       TO CampEntry(CampIdx)
               END-PERFORM
               SUBTRACT 1 FROM CampCount
               DISPLAY "Campaign removed"
           END-IF
       END-IF.

       CountCampaignMembers.
       MOVE ZERO TO MembersFound
       OPEN INPUT CampMembFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO MembEOFFlag
           PERFORM CountOneMember UNTIL MembEOF
           CLOSE CampMembFile
       END-IF.

       CountOneMember.
       READ CampMembFile
           AT END SET MembEOF TO TRUE
           NOT AT END
               IF CmmCode = NewCode
                   ADD 1 TO MembersFound
               END-IF
       END-READ.

       SaveCampaignTable.
       OPEN OUTPUT CampaignFile
       PERFORM VARYING CampIdx FROM 1 BY 1
           UNTIL CampIdx > CampCount
           MOVE SPACES TO CampaignData
           MOVE CTCode(CampIdx) TO CmpCode
           MOVE CTDesc(CampIdx) TO CmpDesc
           MOVE CTStartDate(CampIdx) TO CmpStartDate
           MOVE CTEndDate(CampIdx) TO CmpEndDate
           MOVE CTCost(CampIdx) TO CmpCost
           MOVE CTRespDays(CampIdx) TO CmpRespDays
           MOVE CTHoldEvery(CampIdx) TO CmpHoldEvery
           WRITE CampaignData
       END-PERFORM
       CLOSE CampaignFile.
