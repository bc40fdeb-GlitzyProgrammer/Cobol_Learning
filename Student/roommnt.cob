       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. roommnt.
AUTHOR. Lawrence.
*> Room master maintenance: the rooms coursesched.dat names were
*> only ever free text, so nothing knew how many people a room
*> holds. A small indexed file keyed by the five-character room
*> code, with its description and seated capacity, kept with the
*> same Add/Update/Get/List menu shape as instrmnt.cob. examsched
*> checks a course's head count against it before an exam is put
*> in a room.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RoomFile ASSIGN TO "rooms.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RoomId
           FILE STATUS IS RoomFileStatus.

DATA DIVISION.
FILE SECTION.
FD RoomFile.
01 RoomRec.
       02 RoomId PIC X(5).
       02 RoomName PIC X(20).
       02 RoomCapacity PIC 9(4).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 RoomExits PIC X.
01 BrowseEOF PIC X.
01 RoomFileStatus PIC XX.
01 OperatorName PIC X(20).

PROCEDURE DIVISION.
StartPara.
       CALL 'SESSBNR' USING "roommnt ", OperatorName.
       CALL 'SESSLOG' USING "START", "roommnt ", OperatorName.
       OPEN I-O RoomFile.
       IF RoomFileStatus = "35"
           OPEN OUTPUT RoomFile
           CLOSE RoomFile
           OPEN I-O RoomFile
       END-IF.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "ROOM RECORDS"
           DISPLAY "1: Add Room"
           DISPLAY "2: Update Room"
           DISPLAY "3: Get Room"
           DISPLAY "4: List All Rooms"
           DISPLAY "0: Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddRoom
               WHEN 2 PERFORM UpdateRoom
               WHEN 3 PERFORM GetRoom
               WHEN 4 PERFORM ListAllRooms
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE RoomFile.
       CALL 'SESSLOG' USING "END  ", "roommnt ", OperatorName.
      *> GOBACK returns control to mastermenu when this program is
      *> CALLed from there, and behaves exactly like STOP RUN when
      *> run standalone.
       GOBACK.

AddRoom.
       DISPLAY " "
       DISPLAY "Room: " WITH NO ADVANCING.
       ACCEPT RoomId.
       DISPLAY "Description: " WITH NO ADVANCING.
       ACCEPT RoomName.
       DISPLAY "Seated capacity: " WITH NO ADVANCING.
       ACCEPT RoomCapacity.
       IF RoomCapacity NOT NUMERIC OR RoomCapacity = 0
           DISPLAY "Capacity must be a number above zero - not added"
       ELSE
           WRITE RoomRec
               INVALID KEY DISPLAY "Room Taken"
           END-WRITE
       END-IF.

UpdateRoom.
       MOVE 'Y' TO RoomExits.
       DISPLAY " "
       DISPLAY "Room: " WITH NO ADVANCING.
       ACCEPT RoomId.
       READ RoomFile
           INVALID KEY MOVE 'N' TO RoomExits
       END-READ
       IF RoomExits = 'N'
           DISPLAY "Room DNE"
       ELSE
           DISPLAY "New Description: " WITH NO ADVANCING
           ACCEPT RoomName
           DISPLAY "New Seated capacity: " WITH NO ADVANCING
           ACCEPT RoomCapacity
           IF RoomCapacity NOT NUMERIC OR RoomCapacity = 0
               DISPLAY "Capacity must be a number above zero"
                   " - not updated"
           ELSE
               REWRITE RoomRec
                   INVALID KEY DISPLAY "Room Not Updated"
               END-REWRITE
           END-IF
       END-IF.

GetRoom.
       MOVE 'Y' TO RoomExits.
       DISPLAY " "
       DISPLAY "Room: " WITH NO ADVANCING.
       ACCEPT RoomId.
       READ RoomFile
           INVALID KEY MOVE 'N' TO RoomExits
       END-READ
       IF RoomExits = 'N'
           DISPLAY "Room DNE"
       ELSE
           DISPLAY "Room     : " RoomId
           DISPLAY "Desc     : " RoomName
           DISPLAY "Capacity : " RoomCapacity
       END-IF.

ListAllRooms.
       MOVE 'N' TO BrowseEOF.
       DISPLAY " ".
       MOVE LOW-VALUES TO RoomId.
       START RoomFile KEY IS NOT LESS THAN RoomId
           INVALID KEY MOVE 'Y' TO BrowseEOF
       END-START.
       PERFORM UNTIL BrowseEOF = 'Y'
           READ RoomFile NEXT RECORD
               AT END MOVE 'Y' TO BrowseEOF
           END-READ
           IF BrowseEOF = 'N'
               DISPLAY RoomId SPACE RoomName SPACE RoomCapacity
           END-IF
       END-PERFORM.
