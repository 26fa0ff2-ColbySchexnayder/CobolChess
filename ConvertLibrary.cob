		ACCESS MODE IS DYNAMIC
		RECORD KEY IS NewCatGameID
		FILE STATUS IS NewCatalogStatus.
	SELECT PreLevelCatalog ASSIGN TO StepFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PreLvlCatGameID
		FILE STATUS IS PreLevelCatStatus.
	SELECT LevelCatalog ASSIGN TO StepFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LvlCatGameID
		FILE STATUS IS LevelCatStatus.
	SELECT PreLevelSave ASSIGN TO StepFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PreLvlSaveGameID
		FILE STATUS IS PreLevelSaveStatus.
	SELECT LevelSave ASSIGN TO StepFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LvlSaveGameID
		FILE STATUS IS LevelSaveStatus.
	SELECT PreLockCatalog ASSIGN TO StepFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PreLckCatGameID
		FILE STATUS IS PreLockCatStatus.
	SELECT LockCatalog ASSIGN TO StepFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LckCatGameID
		FILE STATUS IS LockCatStatus.
	SELECT PlainCatalog ASSIGN TO StepFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PlnCatGameID
		FILE STATUS IS PlainCatStatus.
	SELECT KeyedCatalog ASSIGN TO StepFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS KeyCatGameID
		ALTERNATE RECORD KEY IS KeyCatWhiteID WITH DUPLICATES
		ALTERNATE RECORD KEY IS KeyCatBlackID WITH DUPLICATES
		ALTERNATE RECORD KEY IS KeyCatEndDate WITH DUPLICATES
		FILE STATUS IS KeyedCatStatus.
	SELECT ClockCatalog ASSIGN TO StepFileName
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ClkCatGameID
		ALTERNATE RECORD KEY IS ClkCatWhiteID WITH DUPLICATES
		ALTERNATE RECORD KEY IS ClkCatBlackID WITH DUPLICATES
		ALTERNATE RECORD KEY IS ClkCatEndDate WITH DUPLICATES
		FILE STATUS IS ClockCatStatus.
	SELECT PreDateTourn ASSIGN TO "tournaments.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PreDtTournID
		FILE STATUS IS PreDateTournStatus.
	SELECT DatedTourn ASSIGN TO "tournaments.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DtTournID
		FILE STATUS IS DatedTournStatus.
	SELECT StatusTourn ASSIGN TO "tournaments.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS StTournID
		FILE STATUS IS StatusTournStatus.
	SELECT TournWork ASSIGN TO "convert.tmp"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS ConvertWorkStatus.
	SELECT ConvertWork ASSIGN TO "convert.tmp"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS ConvertWorkStatus.
	SELECT CatalogWork ASSIGN TO "convert.tmp"
		ORGANIZATION IS SEQUENTIAL
		FILE STATUS IS ConvertWorkStatus.

DATA DIVISION.
FILE SECTION.
	02 NewCatEndTime PIC 9(6).
	02 NewCatECO PIC X(3).

FD PreLevelCatalog.
01 PreLevelCatalogData.
	02 PreLvlCatGameID PIC 9(4).
	02 PreLvlCatBody PIC X(167).

FD LevelCatalog.
01 LevelCatalogData.
	02 LvlCatGameID PIC 9(4).
	02 LvlCatBody PIC X(167).
	02 LvlCatCompLevel PIC 9.

FD PreLevelSave.
01 PreLevelSaveData.
	02 PreLvlSaveGameID PIC 9(4).
	02 PreLvlSaveBody PIC X(53234).

FD LevelSave.
01 LevelSaveData.
	02 LvlSaveGameID PIC 9(4).
	02 LvlSaveBody PIC X(53234).
	02 LvlSaveCompLevel PIC 9.

FD PreLockCatalog.
01 PreLockCatalogData.
	02 PreLckCatGameID PIC 9(4).
	02 PreLckCatBody PIC X(168).

FD LockCatalog.
01 LockCatalogData.
	02 LckCatGameID PIC 9(4).
	02 LckCatBody PIC X(168).
	02 LckCatLockFlag PIC X.
	02 LckCatLockOperator PIC X(12).
	02 LckCatLockSession PIC 9(8).
	02 LckCatLockDate PIC 9(8).
	02 LckCatLockTime PIC 9(6).

FD PlainCatalog.
01 PlainCatalogData.
	02 PlnCatGameID PIC 9(4).
	02 PlnCatBody PIC X(203).

FD KeyedCatalog.
01 KeyedCatalogData.
	02 KeyCatGameID PIC 9(4).
	02 KeyCatHead PIC X(22).
	02 KeyCatWhiteID PIC X(12).
	02 KeyCatBlackID PIC X(12).
	02 KeyCatMiddle PIC X(104).
	02 KeyCatEndDate PIC 9(8).
	02 KeyCatTail PIC X(45).

FD ClockCatalog.
01 ClockCatalogData.
	02 ClkCatGameID PIC 9(4).
	02 ClkCatHead PIC X(22).
	02 ClkCatWhiteID PIC X(12).
	02 ClkCatBlackID PIC X(12).
	02 ClkCatMiddle PIC X(104).
	02 ClkCatEndDate PIC 9(8).
	02 ClkCatTail PIC X(45).
	02 ClkCatClockMinutes PIC 9(3).
	02 ClkCatIncrementSeconds PIC 9(3).

FD PreDateTourn.
01 PreDateTournData.
	02 PreDtTournID PIC 9(4).
	02 PreDtTournBody PIC X(220).

FD DatedTourn.
01 DatedTournData.
	02 DtTournID PIC 9(4).
	02 DtTournBody PIC X(220).
	02 DtTournStartDate PIC 9(8).
	02 DtTournEndDate PIC 9(8).
	02 DtTournEntryRating OCCURS 16 TIMES PIC 9(4).

FD StatusTourn.
01 StatusTournData.
	02 StTournID PIC 9(4).
	02 StTournBody PIC X(300).
	02 StTournPlayerStatus OCCURS 16 TIMES PIC A.
	02 StTournHalfByeRound OCCURS 16 TIMES PIC 99.

FD TournWork.
01 TournWorkRecord PIC X(352).

FD ConvertWork.
01 ConvertWorkRecord PIC X(53238).

FD CatalogWork.
01 CatalogWorkRecord PIC X(256).

WORKING-STORAGE SECTION.
01 OldPlayerStatus PIC XX VALUE "00".
01 NewPlayerStatus PIC XX VALUE "00".
01 OldCatalogStatus PIC XX VALUE "00".
01 NewCatalogStatus PIC XX VALUE "00".
01 PreLevelCatStatus PIC XX VALUE "00".
01 LevelCatStatus PIC XX VALUE "00".
01 PreLevelSaveStatus PIC XX VALUE "00".
01 LevelSaveStatus PIC XX VALUE "00".
01 PreLockCatStatus PIC XX VALUE "00".
01 LockCatStatus PIC XX VALUE "00".
01 PlainCatStatus PIC XX VALUE "00".
01 KeyedCatStatus PIC XX VALUE "00".
01 ClockCatStatus PIC XX VALUE "00".
01 PreDateTournStatus PIC XX VALUE "00".
01 DatedTournStatus PIC XX VALUE "00".
01 StatusTournStatus PIC XX VALUE "00".
01 ConvertWorkStatus PIC XX VALUE "00".
01 StepFileName PIC X(40) VALUE SPACES.

01 PlayerRows.
	02 PlayerRow OCCURS 500 TIMES PIC X(52).
	02 CatRowID PIC 9(4).
	02 CatRowBody PIC X(136).

01 StepRowCount PIC 9(4) VALUE 0.
01 StepCatBuf.
	02 StepCatID PIC 9(4).
	02 StepCatHead PIC X(22).
	02 StepCatWhiteID PIC X(12).
	02 StepCatBlackID PIC X(12).
	02 StepCatTail PIC X(121).
01 StepSaveBuf.
	02 StepSaveID PIC 9(4).
	02 StepSaveHead PIC X(430).
	02 StepSaveVsComputer PIC X.
	02 StepSaveTail PIC X(52803).
01 StepSaveCount PIC 9(4) VALUE 0.
01 StepCatWork PIC X(256) VALUE SPACES.
01 StepTournWork PIC X(352) VALUE SPACES.

01 ReadEndFlag PIC X VALUE 'N'.
	88 ReadEnd VALUE 'Y'.
01 OverflowFlag PIC X VALUE 'N'.
PROCEDURE DIVISION.

DISPLAY "=== Library layout conversion ==="
DISPLAY "Rewrites players.txt, gamecatalog.txt, chesssave.txt, tournaments.txt"
DISPLAY "and the archive catalog and checkpoints in place to the current record"
DISPLAY "layout. Copy the library's .txt files aside first; a library in the old"
DISPLAY "layout cannot be backed up from the Chess menu. Continue? (Y/N)"
ACCEPT ConfirmResponse
IF ConfirmResponse NOT = 'Y' AND ConfirmResponse NOT = 'y' THEN
	DISPLAY "Nothing converted"

PERFORM convertPlayers
PERFORM convertCatalog
MOVE "gamecatalog.txt" TO StepFileName
PERFORM convertCatalogLevel
MOVE "archcatalog.txt" TO StepFileName
PERFORM convertCatalogLevel
MOVE "chesssave.txt" TO StepFileName
PERFORM convertSaveLevel
MOVE "archsave.txt" TO StepFileName
PERFORM convertSaveLevel
MOVE "gamecatalog.txt" TO StepFileName
PERFORM convertCatalogLock
MOVE "archcatalog.txt" TO StepFileName
PERFORM convertCatalogLock
MOVE "gamecatalog.txt" TO StepFileName
PERFORM convertCatalogKeys
MOVE "archcatalog.txt" TO StepFileName
PERFORM convertCatalogKeys
PERFORM convertTournDates
PERFORM convertTournStatus
MOVE "gamecatalog.txt" TO StepFileName
PERFORM convertCatalogClock
MOVE "archcatalog.txt" TO StepFileName
PERFORM convertCatalogClock
DISPLAY "Conversion complete"

STOP RUN.
	CLOSE NewGameCatalog
	DISPLAY "gamecatalog.txt: " CatRowCount " game(s) converted".

convertCatalogLevel.
	MOVE 0 TO StepRowCount
	OPEN INPUT PreLevelCatalog
	EVALUATE PreLevelCatStatus
		WHEN "00"
			CONTINUE
		WHEN "35"
			DISPLAY StepFileName " not found; computer level step skipped"
			EXIT PARAGRAPH
		WHEN OTHER
			DISPLAY StepFileName " did not open without the computer level (status "
				PreLevelCatStatus "); already converted? Skipped"
			EXIT PARAGRAPH
	END-EVALUATE
	OPEN OUTPUT CatalogWork
	IF ConvertWorkStatus NOT = "00" THEN
		DISPLAY "Cannot create convert.tmp (status " ConvertWorkStatus "); "
			StepFileName " left untouched"
		CLOSE PreLevelCatalog
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ReadEndFlag
	MOVE 0 TO PreLvlCatGameID
	START PreLevelCatalog KEY IS GREATER THAN PreLvlCatGameID
		INVALID KEY MOVE 'Y' TO ReadEndFlag
	END-START
	PERFORM UNTIL ReadEnd
		READ PreLevelCatalog NEXT RECORD
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				ADD 1 TO StepRowCount
				WRITE CatalogWorkRecord FROM PreLevelCatalogData
		END-READ
		IF PreLevelCatStatus NOT = "00" AND PreLevelCatStatus NOT = "02" THEN
			MOVE 'Y' TO ReadEndFlag
		END-IF
	END-PERFORM
	CLOSE PreLevelCatalog
	CLOSE CatalogWork
	OPEN OUTPUT LevelCatalog
	IF LevelCatStatus NOT = "00" THEN
		DISPLAY "Cannot rewrite " StepFileName " (status " LevelCatStatus
			"); its games are held in convert.tmp"
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT CatalogWork
	MOVE 'N' TO ReadEndFlag
	PERFORM UNTIL ReadEnd
		READ CatalogWork INTO StepCatWork
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				MOVE StepCatWork(1:171) TO StepCatBuf
				MOVE StepCatBuf TO LevelCatalogData
				IF StepCatWhiteID = "COMPUTER" OR StepCatBlackID = "COMPUTER" THEN
					MOVE 1 TO LvlCatCompLevel
				ELSE
					MOVE 0 TO LvlCatCompLevel
				END-IF
				WRITE LevelCatalogData
					INVALID KEY CONTINUE
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE CatalogWork
	CLOSE LevelCatalog
	OPEN OUTPUT CatalogWork
	CLOSE CatalogWork
	DISPLAY StepFileName ": " StepRowCount " game(s) given a computer level".

convertSaveLevel.
	MOVE 0 TO StepSaveCount
	OPEN INPUT PreLevelSave
	EVALUATE PreLevelSaveStatus
		WHEN "00"
			CONTINUE
		WHEN "35"
			DISPLAY StepFileName " not found; computer level step skipped"
			EXIT PARAGRAPH
		WHEN OTHER
			DISPLAY StepFileName " did not open without the computer level (status "
				PreLevelSaveStatus "); already converted? Skipped"
			EXIT PARAGRAPH
	END-EVALUATE
	OPEN OUTPUT ConvertWork
	IF ConvertWorkStatus NOT = "00" THEN
		DISPLAY "Cannot create convert.tmp (status " ConvertWorkStatus "); "
			StepFileName " left untouched"
		CLOSE PreLevelSave
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ReadEndFlag
	MOVE 0 TO PreLvlSaveGameID
	START PreLevelSave KEY IS GREATER THAN PreLvlSaveGameID
		INVALID KEY MOVE 'Y' TO ReadEndFlag
	END-START
	PERFORM UNTIL ReadEnd
		READ PreLevelSave NEXT RECORD
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				ADD 1 TO StepSaveCount
				WRITE ConvertWorkRecord FROM PreLevelSaveData
		END-READ
		IF PreLevelSaveStatus NOT = "00" AND PreLevelSaveStatus NOT = "02" THEN
			MOVE 'Y' TO ReadEndFlag
		END-IF
	END-PERFORM
	CLOSE PreLevelSave
	CLOSE ConvertWork
	OPEN OUTPUT LevelSave
	IF LevelSaveStatus NOT = "00" THEN
		DISPLAY "Cannot rewrite " StepFileName " (status " LevelSaveStatus
			"); its checkpoints are held in convert.tmp"
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT ConvertWork
	MOVE 'N' TO ReadEndFlag
	PERFORM UNTIL ReadEnd
		READ ConvertWork INTO StepSaveBuf
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				MOVE StepSaveID TO LvlSaveGameID
				MOVE StepSaveBuf(5:53234) TO LvlSaveBody
				IF StepSaveVsComputer = 'Y' THEN
					MOVE 1 TO LvlSaveCompLevel
				ELSE
					MOVE 0 TO LvlSaveCompLevel
				END-IF
				WRITE LevelSaveData
					INVALID KEY CONTINUE
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE ConvertWork
	CLOSE LevelSave
	OPEN OUTPUT ConvertWork
	CLOSE ConvertWork
	DISPLAY StepFileName ": " StepSaveCount " checkpoint(s) given a computer level".

convertCatalogLock.
	MOVE 0 TO StepRowCount
	OPEN INPUT PreLockCatalog
	EVALUATE PreLockCatStatus
		WHEN "00"
			CONTINUE
		WHEN "35"
			DISPLAY StepFileName " not found; game lock step skipped"
			EXIT PARAGRAPH
		WHEN OTHER
			DISPLAY StepFileName " did not open without the game lock (status "
				PreLockCatStatus "); already converted? Skipped"
			EXIT PARAGRAPH
	END-EVALUATE
	OPEN OUTPUT CatalogWork
	IF ConvertWorkStatus NOT = "00" THEN
		DISPLAY "Cannot create convert.tmp (status " ConvertWorkStatus "); "
			StepFileName " left untouched"
		CLOSE PreLockCatalog
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ReadEndFlag
	MOVE 0 TO PreLckCatGameID
	START PreLockCatalog KEY IS GREATER THAN PreLckCatGameID
		INVALID KEY MOVE 'Y' TO ReadEndFlag
	END-START
	PERFORM UNTIL ReadEnd
		READ PreLockCatalog NEXT RECORD
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				ADD 1 TO StepRowCount
				WRITE CatalogWorkRecord FROM PreLockCatalogData
		END-READ
		IF PreLockCatStatus NOT = "00" AND PreLockCatStatus NOT = "02" THEN
			MOVE 'Y' TO ReadEndFlag
		END-IF
	END-PERFORM
	CLOSE PreLockCatalog
	CLOSE CatalogWork
	OPEN OUTPUT LockCatalog
	IF LockCatStatus NOT = "00" THEN
		DISPLAY "Cannot rewrite " StepFileName " (status " LockCatStatus
			"); its games are held in convert.tmp"
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT CatalogWork
	MOVE 'N' TO ReadEndFlag
	PERFORM UNTIL ReadEnd
		READ CatalogWork INTO StepCatWork
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				MOVE StepCatWork(1:172) TO LockCatalogData
				MOVE SPACE TO LckCatLockFlag
				MOVE SPACES TO LckCatLockOperator
				MOVE 0 TO LckCatLockSession
				MOVE 0 TO LckCatLockDate
				MOVE 0 TO LckCatLockTime
				WRITE LockCatalogData
					INVALID KEY CONTINUE
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE CatalogWork
	CLOSE LockCatalog
	OPEN OUTPUT CatalogWork
	CLOSE CatalogWork
	DISPLAY StepFileName ": " StepRowCount " game(s) given an empty game lock".

convertCatalogKeys.
	MOVE 0 TO StepRowCount
	OPEN INPUT PlainCatalog
	EVALUATE PlainCatStatus
		WHEN "00"
			CONTINUE
		WHEN "35"
			DISPLAY StepFileName " not found; player and date key step skipped"
			EXIT PARAGRAPH
		WHEN OTHER
			DISPLAY StepFileName " did not open without the player and date keys (status "
				PlainCatStatus "); already converted? Skipped"
			EXIT PARAGRAPH
	END-EVALUATE
	OPEN OUTPUT CatalogWork
	IF ConvertWorkStatus NOT = "00" THEN
		DISPLAY "Cannot create convert.tmp (status " ConvertWorkStatus "); "
			StepFileName " left untouched"
		CLOSE PlainCatalog
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ReadEndFlag
	MOVE 0 TO PlnCatGameID
	START PlainCatalog KEY IS GREATER THAN PlnCatGameID
		INVALID KEY MOVE 'Y' TO ReadEndFlag
	END-START
	PERFORM UNTIL ReadEnd
		READ PlainCatalog NEXT RECORD
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				ADD 1 TO StepRowCount
				WRITE CatalogWorkRecord FROM PlainCatalogData
		END-READ
		IF PlainCatStatus NOT = "00" AND PlainCatStatus NOT = "02" THEN
			MOVE 'Y' TO ReadEndFlag
		END-IF
	END-PERFORM
	CLOSE PlainCatalog
	CLOSE CatalogWork
	OPEN OUTPUT KeyedCatalog
	IF KeyedCatStatus NOT = "00" THEN
		DISPLAY "Cannot rewrite " StepFileName " (status " KeyedCatStatus
			"); its games are held in convert.tmp"
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT CatalogWork
	MOVE 'N' TO ReadEndFlag
	PERFORM UNTIL ReadEnd
		READ CatalogWork INTO StepCatWork
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				MOVE StepCatWork(1:207) TO KeyedCatalogData
				WRITE KeyedCatalogData
					INVALID KEY CONTINUE
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE CatalogWork
	CLOSE KeyedCatalog
	OPEN OUTPUT CatalogWork
	CLOSE CatalogWork
	DISPLAY StepFileName ": " StepRowCount " game(s) rebuilt with player and date keys".

convertTournDates.
	MOVE 0 TO StepRowCount
	OPEN INPUT PreDateTourn
	EVALUATE PreDateTournStatus
		WHEN "00"
			CONTINUE
		WHEN "35"
			DISPLAY "tournaments.txt not found; event date step skipped"
			EXIT PARAGRAPH
		WHEN OTHER
			DISPLAY "tournaments.txt did not open without the event dates (status "
				PreDateTournStatus "); already converted? Skipped"
			EXIT PARAGRAPH
	END-EVALUATE
	OPEN OUTPUT TournWork
	IF ConvertWorkStatus NOT = "00" THEN
		DISPLAY "Cannot create convert.tmp (status " ConvertWorkStatus "); "
			"tournaments.txt left untouched"
		CLOSE PreDateTourn
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ReadEndFlag
	MOVE 0 TO PreDtTournID
	START PreDateTourn KEY IS GREATER THAN PreDtTournID
		INVALID KEY MOVE 'Y' TO ReadEndFlag
	END-START
	PERFORM UNTIL ReadEnd
		READ PreDateTourn NEXT RECORD
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				ADD 1 TO StepRowCount
				WRITE TournWorkRecord FROM PreDateTournData
		END-READ
		IF PreDateTournStatus NOT = "00" AND PreDateTournStatus NOT = "02" THEN
			MOVE 'Y' TO ReadEndFlag
		END-IF
	END-PERFORM
	CLOSE PreDateTourn
	CLOSE TournWork
	OPEN OUTPUT DatedTourn
	IF DatedTournStatus NOT = "00" THEN
		DISPLAY "Cannot rewrite tournaments.txt (status " DatedTournStatus
			"); its events are held in convert.tmp"
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT TournWork
	MOVE 'N' TO ReadEndFlag
	PERFORM UNTIL ReadEnd
		READ TournWork INTO StepTournWork
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				MOVE StepTournWork(1:224) TO DatedTournData
				MOVE 0 TO DtTournStartDate
				MOVE 0 TO DtTournEndDate
				PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 16
					MOVE 0 TO DtTournEntryRating(RowIdx)
				END-PERFORM
				WRITE DatedTournData
					INVALID KEY CONTINUE
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE TournWork
	CLOSE DatedTourn
	OPEN OUTPUT TournWork
	CLOSE TournWork
	DISPLAY "tournaments.txt: " StepRowCount " event(s) given empty event dates".

convertCatalogClock.
	MOVE 0 TO StepRowCount
	OPEN INPUT KeyedCatalog
	EVALUATE KeyedCatStatus
		WHEN "00"
			CONTINUE
		WHEN "35"
			DISPLAY StepFileName " not found; time control step skipped"
			EXIT PARAGRAPH
		WHEN OTHER
			DISPLAY StepFileName " did not open without the time control (status "
				KeyedCatStatus "); already converted? Skipped"
			EXIT PARAGRAPH
	END-EVALUATE
	OPEN OUTPUT CatalogWork
	IF ConvertWorkStatus NOT = "00" THEN
		DISPLAY "Cannot create convert.tmp (status " ConvertWorkStatus "); "
			StepFileName " left untouched"
		CLOSE KeyedCatalog
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ReadEndFlag
	MOVE 0 TO KeyCatGameID
	START KeyedCatalog KEY IS GREATER THAN KeyCatGameID
		INVALID KEY MOVE 'Y' TO ReadEndFlag
	END-START
	PERFORM UNTIL ReadEnd
		READ KeyedCatalog NEXT RECORD
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				ADD 1 TO StepRowCount
				WRITE CatalogWorkRecord FROM KeyedCatalogData
		END-READ
		IF KeyedCatStatus NOT = "00" AND KeyedCatStatus NOT = "02" THEN
			MOVE 'Y' TO ReadEndFlag
		END-IF
	END-PERFORM
	CLOSE KeyedCatalog
	CLOSE CatalogWork
	OPEN OUTPUT ClockCatalog
	IF ClockCatStatus NOT = "00" THEN
		DISPLAY "Cannot rewrite " StepFileName " (status " ClockCatStatus
			"); its games are held in convert.tmp"
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT CatalogWork
	MOVE 'N' TO ReadEndFlag
	PERFORM UNTIL ReadEnd
		READ CatalogWork INTO StepCatWork
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				MOVE StepCatWork(1:207) TO ClockCatalogData
				MOVE 0 TO ClkCatClockMinutes
				MOVE 0 TO ClkCatIncrementSeconds
				WRITE ClockCatalogData
					INVALID KEY CONTINUE
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE CatalogWork
	CLOSE ClockCatalog
	OPEN OUTPUT CatalogWork
	CLOSE CatalogWork
	DISPLAY StepFileName ": " StepRowCount " game(s) given an empty time control".

convertTournStatus.
	MOVE 0 TO StepRowCount
	OPEN INPUT DatedTourn
	EVALUATE DatedTournStatus
		WHEN "00"
			CONTINUE
		WHEN "35"
			DISPLAY "tournaments.txt not found; player status step skipped"
			EXIT PARAGRAPH
		WHEN OTHER
			DISPLAY "tournaments.txt did not open without the player status (status "
				DatedTournStatus "); already converted? Skipped"
			EXIT PARAGRAPH
	END-EVALUATE
	OPEN OUTPUT TournWork
	IF ConvertWorkStatus NOT = "00" THEN
		DISPLAY "Cannot create convert.tmp (status " ConvertWorkStatus "); "
			"tournaments.txt left untouched"
		CLOSE DatedTourn
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ReadEndFlag
	MOVE 0 TO DtTournID
	START DatedTourn KEY IS GREATER THAN DtTournID
		INVALID KEY MOVE 'Y' TO ReadEndFlag
	END-START
	PERFORM UNTIL ReadEnd
		READ DatedTourn NEXT RECORD
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				ADD 1 TO StepRowCount
				WRITE TournWorkRecord FROM DatedTournData
		END-READ
		IF DatedTournStatus NOT = "00" AND DatedTournStatus NOT = "02" THEN
			MOVE 'Y' TO ReadEndFlag
		END-IF
	END-PERFORM
	CLOSE DatedTourn
	CLOSE TournWork
	OPEN OUTPUT StatusTourn
	IF StatusTournStatus NOT = "00" THEN
		DISPLAY "Cannot rewrite tournaments.txt (status " StatusTournStatus
			"); its events are held in convert.tmp"
		EXIT PARAGRAPH
	END-IF
	OPEN INPUT TournWork
	MOVE 'N' TO ReadEndFlag
	PERFORM UNTIL ReadEnd
		READ TournWork INTO StepTournWork
			AT END MOVE 'Y' TO ReadEndFlag
			NOT AT END
				MOVE StepTournWork(1:304) TO StatusTournData
				PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 16
					MOVE 'A' TO StTournPlayerStatus(RowIdx)
					MOVE 0 TO StTournHalfByeRound(RowIdx)
				END-PERFORM
				WRITE StatusTournData
					INVALID KEY CONTINUE
				END-WRITE
		END-READ
	END-PERFORM
	CLOSE TournWork
	CLOSE StatusTourn
	OPEN OUTPUT TournWork
	CLOSE TournWork
	DISPLAY "tournaments.txt: " StepRowCount " event(s) given active player status".

END PROGRAM ConvertLibrary.
