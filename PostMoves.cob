	>> SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PostMoves.
AUTHOR. Colby Schexnayder.
DATE-WRITTEN. 10/15/2026.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MoveTrans ASSIGN TO "movetrans.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TransFileStatus.
	SELECT MoveRejects ASSIGN TO "moverejects.txt"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RejectFileStatus.
	SELECT MoveList ASSIGN TO "movelist.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS MoveKey
		FILE STATUS IS MoveFileStatus.
	SELECT SaveGame ASSIGN TO "chesssave.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS SaveGameID
		FILE STATUS IS SaveFileStatus.
	SELECT GameCatalog ASSIGN TO "gamecatalog.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS CatGameID
		ALTERNATE RECORD KEY IS CatWhiteID WITH DUPLICATES
		ALTERNATE RECORD KEY IS CatBlackID WITH DUPLICATES
		ALTERNATE RECORD KEY IS CatEndDate WITH DUPLICATES
		FILE STATUS IS CatalogFileStatus.
	SELECT PlayerFile ASSIGN TO "players.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PlayerID
		FILE STATUS IS PlayerFileStatus.
	SELECT OpeningBook ASSIGN TO "openingbook.txt"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BookLineID
		FILE STATUS IS BookFileStatus.

DATA DIVISION.
FILE SECTION.
FD MoveTrans.
01 TransRecord.
	02 TransImage.
		03 TransGameID PIC 9(4).
		03 FILLER PIC X.
		03 TransSide PIC A.
		03 FILLER PIC X.
		03 TransMoveText PIC X(10).
	02 FILLER PIC X(23).

FD MoveRejects.
01 RejectRecord.
	02 RejTransImage PIC X(17).
	02 FILLER PIC X.
	02 RejReasonCode PIC X(2).
	02 FILLER PIC X.
	02 RejReasonText PIC X(40).

FD MoveList.
01 MoveData.
	02 MoveKey.
		03 MoveGameID PIC 9(4).
		03 IDNum PIC 9(4).
	02 MoveFromX PIC 9.
	02 MoveFromY PIC 9.
	02 MoveToX PIC 9.
	02 MoveToY PIC 9.
	02 MovePieceSym PIC A.
	02 MoveCaptureFlag PIC X.
		88 MoveWasCapture VALUE 'Y'.
	02 MoveTurnNumber PIC 9(4).
	02 MoveBy PIC A.
	02 MovePromotionSym PIC A.
	02 MoveElapsedTime PIC 9(5).
	02 MoveEnPassantFlag PIC X.
		88 MoveWasEnPassant VALUE 'Y'.
	02 MoveFirstMoveFlag PIC X.
		88 MoverFirstMove VALUE 'Y'.

FD SaveGame.
01 SaveData.
	02 SaveGameID PIC 9(4).
	02 SaveBoardY OCCURS 8 TIMES.
		03 SaveBoardX OCCURS 8 TIMES PIC X(6).
	02 SaveWhiteScore PIC 999.
	02 SaveBlackScore PIC 999.
	02 SavePlayerTurn PIC A.
	02 SaveTurnNumber PIC 9(4).
	02 SavePlyCount PIC 9(4).
	02 SaveEnPassantFlag PIC X.
	02 SaveEnPassantTargetX PIC 9.
	02 SaveEnPassantTargetY PIC 9.
	02 SaveEnPassantVictimX PIC 9.
	02 SaveEnPassantVictimY PIC 9.
	02 SaveHalfMoveClock PIC 9(3).
	02 SavePositionCount PIC 9(3).
	02 SaveClockEnabledFlag PIC X.
	02 SaveWhiteTimeLeft PIC S9(8).
	02 SaveBlackTimeLeft PIC S9(8).
	02 SaveIncrementSeconds PIC 9(3).
	02 SaveVsComputerFlag PIC X.
	02 SaveComputerColor PIC A.
	02 SaveWhiteUndoUsed PIC 9.
	02 SaveBlackUndoUsed PIC 9.
	02 SavePositionHistory PIC X(52800).
	02 SaveCompLevel PIC 9.

FD GameCatalog.
01 CatalogData.
	02 CatGameID PIC 9(4).
	02 CatStatus PIC A.
		88 CatGameActive VALUE 'A'.
		88 CatGameFinished VALUE 'F'.
	02 CatResult PIC X(7).
	02 CatWhiteScore PIC 999.
	02 CatBlackScore PIC 999.
	02 CatPlyCount PIC 9(4).
	02 CatTurnNumber PIC 9(4).
	02 CatWhiteID PIC X(12).
	02 CatBlackID PIC X(12).
	02 CatStartFEN PIC X(90).
	02 CatStartDate PIC 9(8).
	02 CatStartTime PIC 9(6).
	02 CatEndDate PIC 9(8).
	02 CatEndTime PIC 9(6).
	02 CatECO PIC X(3).
	02 CatCompLevel PIC 9.
	02 CatLockFlag PIC X.
		88 CatGameLocked VALUE 'L'.
	02 CatLockOperator PIC X(12).
	02 CatLockSession PIC 9(8).
	02 CatLockDate PIC 9(8).
	02 CatLockTime PIC 9(6).
	02 CatClockMinutes PIC 9(3).
	02 CatIncrementSeconds PIC 9(3).

FD PlayerFile.
01 PlayerData.
	02 PlayerID PIC X(12).
	02 PlayerName PIC X(20).
	02 PlayerGames PIC 9(4).
	02 PlayerWins PIC 9(4).
	02 PlayerLosses PIC 9(4).
	02 PlayerDraws PIC 9(4).
	02 PlayerRating PIC 9(4).
	02 PlayerStatus PIC A.
		88 PlayerActive VALUE 'A'.
		88 PlayerInactive VALUE 'I'.

FD OpeningBook.
01 BookData.
	02 BookLineID PIC 9(3).
	02 BookECO PIC X(3).
	02 BookName PIC X(30).
	02 BookMoves PIC X(60).

WORKING-STORAGE SECTION.
01 ChessBoard.
	02 BIDNum PIC 9(4).
	02 BoardY OCCURS 8 TIMES INDEXED BY Y.
		03 BoardX OCCURS 8 TIMES INDEXED BY X.
			04 Piece.
				05 OWNER PIC A.
					88 Black VALUE 'B'.
					88 White VALUE 'W'.
					88 Empty VALUE ' '.
				05 PieceSym PIC A VALUE ' '.
				05 GameValue PIC 9 VALUE 0.
				05 CurrentX PIC 9 VALUE 0.
				05 CurrentY PIC 9 VALUE 0.
				05 Moved PIC 9.
					88 HasMoved VALUE 1.
					88 HasNotMoved VALUE 0.

01 BoardWidth PIC 9 VALUE 8.
01 BoardHeight PIC 9 VALUE 8.
01 EmptySpace PIC X(6) VALUE "  0000".

01 SelectedPiece.
	02 SPieceX PIC 9 VALUE 0.
	02 SPieceY PIC 9 VALUE 0.
01 SelectedDestination.
	02 SDestX PIC 9 VALUE 0.
	02 SDestY PIC 9 VALUE 0.

01 TranslateFile PIC X VALUE ' '.
01 TranslateRank PIC 9 VALUE 0.
01 ResolvedX PIC 9 VALUE 0.
01 ResolvedY PIC 9 VALUE 0.

01 PlayerTurn PIC A.
	88 BlacksTurn VALUE 'B'.
	88 WhitesTurn VALUE 'W'.

01 MoveMadeFlag PIC X VALUE 'N'.
	88 MoveMade VALUE 'Y'.
	88 MoveNotMade VALUE 'N'.

01 CaptureMadeFlag PIC X VALUE 'N'.
	88 CaptureMade VALUE 'Y'.

01 PlyCount PIC 9(4) VALUE 0.
01 TurnNumber PIC 9(4) VALUE 1.

01 WhiteScore PIC 999 VALUE 0.
01 BlackScore PIC 999 VALUE 0.

01 PawnEnemy PIC A VALUE ' '.
01 PromotionChoice PIC X VALUE ' '.
01 MoveActualPieceSym PIC A VALUE ' '.
01 MovePromotionSymTemp PIC A VALUE ' '.
01 TmpVar PIC S99V99 VALUE 0.
01 TmpVar2 PIC S99V99 VALUE 0.
01 CheckOrigin PIC 9 VALUE 0.
01 StepDir PIC S9 VALUE 0.
01 DiagX PIC 9 VALUE 0.
01 DiagY PIC 9 VALUE 0.

01 COUNTER PIC 99 VALUE 1.

01 GameOverFlag PIC X VALUE 'N'.
	88 GameOver VALUE 'Y'.
01 GameResult PIC X(7) VALUE SPACES.

01 CheckFlag PIC X VALUE 'N'.
	88 KingInCheck VALUE 'Y'.
01 ActualCheckFlag PIC X VALUE 'N'.
	88 ActuallyInCheck VALUE 'Y'.
01 KCColor PIC A VALUE ' '.
01 OppColor PIC A VALUE ' '.

01 KingX PIC 9 VALUE 0.
01 KingY PIC 9 VALUE 0.
01 KingFoundFlag PIC X VALUE 'N'.
	88 KingFound VALUE 'Y'.
01 KingFoundX PIC 9 VALUE 0.
01 KingFoundY PIC 9 VALUE 0.

01 AttackerX PIC 9 VALUE 0.
01 AttackerY PIC 9 VALUE 0.

01 SimulationMode PIC X VALUE 'N'.
	88 Simulating VALUE 'Y'.
01 AttackTestFlag PIC X VALUE 'N'.
	88 AttackTestMode VALUE 'Y'.

01 LegalMoveFoundFlag PIC X VALUE 'N'.
	88 LegalMoveFound VALUE 'Y'.
01 ScanFromX PIC 9 VALUE 0.
01 ScanFromY PIC 9 VALUE 0.
01 ScanToX PIC 9 VALUE 0.
01 ScanToY PIC 9 VALUE 0.

01 MoveIsSafeFlag PIC X VALUE 'N'.
	88 MoveIsSafe VALUE 'Y'.
01 SavedSourcePiece PIC X(6).
01 SavedDestPiece PIC X(6).
01 OuterPieceX PIC 9 VALUE 0.
01 OuterPieceY PIC 9 VALUE 0.
01 OuterDestX PIC 9 VALUE 0.
01 OuterDestY PIC 9 VALUE 0.

01 EnPassantFlag PIC X VALUE 'N'.
	88 EnPassantAvailable VALUE 'Y'.
01 EnPassantTargetX PIC 9 VALUE 0.
01 EnPassantTargetY PIC 9 VALUE 0.
01 EnPassantVictimX PIC 9 VALUE 0.
01 EnPassantVictimY PIC 9 VALUE 0.
01 EnPassantCaptureFlag PIC X VALUE 'N'.
	88 EnPassantCaptureMade VALUE 'Y'.
01 OuterEnPassantCaptureFlag PIC X VALUE 'N'.
	88 OuterEnPassantCaptureMade VALUE 'Y'.
01 SavedEnPassantPiece PIC X(6).

01 TransFileStatus PIC XX VALUE "00".
01 RejectFileStatus PIC XX VALUE "00".
01 SaveFileStatus PIC XX VALUE "00".
01 MoveFileStatus PIC XX VALUE "00".
01 CatalogFileStatus PIC XX VALUE "00".
01 PlayerFileStatus PIC XX VALUE "00".
01 BookFileStatus PIC XX VALUE "00".

01 GameID PIC 9(4) VALUE 0.

01 ReviewMoves.
	02 ReviewMoveData OCCURS 600 TIMES PIC X(40).
01 ReviewMoveCount PIC 9(4) VALUE 0.
01 ReviewIdx PIC 9(4) VALUE 0.
01 ReplayWhiteScore PIC 999 VALUE 0.
01 ReplayBlackScore PIC 999 VALUE 0.
01 ReplayVictimX PIC 9 VALUE 0.
01 ReplayVictimY PIC 9 VALUE 0.
01 TranscriptEndFlag PIC X VALUE 'N'.
	88 TranscriptEnd VALUE 'Y'.

01 AuditDiscrepancies PIC 99 VALUE 0.
01 AuditPlyLimit PIC 9(4) VALUE 0.

01 FENBuffer PIC X(90) VALUE SPACES.
01 StartFEN PIC X(90) VALUE SPACES.
01 FENPos PIC 99 VALUE 1.
01 FENChar PIC X VALUE ' '.
01 FENFileX PIC 99 VALUE 0.
01 FENRankY PIC 9 VALUE 0.
01 FENDigit PIC 9 VALUE 0.
01 FENNumAccum PIC 9(4) VALUE 0.
01 FENPieceIdx PIC 9 VALUE 0.
01 FENErrorFlag PIC X VALUE 'N'.
	88 FENError VALUE 'Y'.
01 FENFieldDoneFlag PIC X VALUE 'N'.
	88 FENFieldDone VALUE 'Y'.
01 FENUpperPieces PIC X(6) VALUE "PNBRQK".
01 FENLowerPieces PIC X(6) VALUE "pnbrqk".
01 FENPieceValues PIC X(6) VALUE "133590".

01 WhitePlayerID PIC X(12) VALUE SPACES.
01 BlackPlayerID PIC X(12) VALUE SPACES.
01 ProfileMissingFlag PIC X VALUE 'N'.
	88 ProfileMissing VALUE 'Y'.
01 EloK PIC 99 VALUE 32.
01 EloPow PIC 9(8)V9(6) VALUE 0.
01 EloExpectedW PIC 9V9(6) VALUE 0.
01 EloScoreW PIC 9V9 VALUE 0.
01 WhiteOldRating PIC 9(4) VALUE 0.
01 BlackOldRating PIC 9(4) VALUE 0.
01 WhiteNewRating PIC 9(4) VALUE 0.
01 BlackNewRating PIC 9(4) VALUE 0.

01 WhiteUndoUsed PIC 9 VALUE 0.
01 BlackUndoUsed PIC 9 VALUE 0.
01 PriorMovedFlag PIC 9 VALUE 0.

01 PositionHistory.
	02 PositionEntry OCCURS 400 TIMES.
		03 PosSnapshot PIC X(129).
		03 PosClock PIC 9(3).
01 PositionCount PIC 9(3) VALUE 0.
01 HalfMoveClock PIC 9(3) VALUE 0.
01 CurrentSnapshot PIC X(129) VALUE SPACES.
01 SnapIndex PIC 9(3) VALUE 0.
01 PosIdx PIC 9(3) VALUE 0.
01 RepetitionCount PIC 9 VALUE 0.

01 ClockEnabledFlag PIC X VALUE 'N'.
	88 ClockEnabled VALUE 'Y'.
01 IncrementSeconds PIC 9(3) VALUE 0.
01 WhiteTimeLeft PIC S9(8) VALUE 0.
01 BlackTimeLeft PIC S9(8) VALUE 0.
01 ClockTimeRaw.
	02 ClockHH PIC 99.
	02 ClockMM PIC 99.
	02 ClockSS PIC 99.
	02 ClockHund PIC 99.
01 TurnElapsed PIC 9(8) VALUE 0.

01 VsComputerFlag PIC X VALUE 'N'.
	88 VsComputer VALUE 'Y'.
01 ComputerColor PIC A VALUE ' '.
01 ComputerLevel PIC 9 VALUE 0.

01 FileLetters PIC X(8) VALUE "abcdefgh".
01 TranscriptFromFile PIC X.
01 TranscriptToFile PIC X.
01 TranscriptToRank PIC 9.
01 SANText PIC X(10) VALUE SPACES.
01 SANPos PIC 99 VALUE 1.
01 SANFromRank PIC 9 VALUE 0.
01 SANScanX PIC 9 VALUE 0.
01 SANScanY PIC 9 VALUE 0.
01 SANAmbiguityFlag PIC X VALUE 'N'.
	88 SANAmbiguous VALUE 'Y'.
01 SANFileClashFlag PIC X VALUE 'N'.
	88 SANFileClash VALUE 'Y'.
01 SANRankClashFlag PIC X VALUE 'N'.
	88 SANRankClash VALUE 'Y'.

01 StampDate PIC 9(8) VALUE 0.
01 StampTime PIC 9(6) VALUE 0.

01 BookEndFlag PIC X VALUE 'N'.
	88 BookEnd VALUE 'Y'.
01 GameECO PIC X(3) VALUE SPACES.
01 GameSANTable.
	02 GameSAN OCCURS 20 TIMES PIC X(10).
01 GameSANCount PIC 99 VALUE 0.
01 BookPly PIC 99 VALUE 0.
01 BookTokTable.
	02 BookTok OCCURS 20 TIMES PIC X(10).
01 BookTokCount PIC 99 VALUE 0.
01 BookTokLen PIC 99 VALUE 0.
01 BookPos PIC 99 VALUE 0.
01 BookChar PIC X VALUE ' '.
01 BookBestDepth PIC 99 VALUE 0.
01 BookMatchFlag PIC X VALUE 'N'.
	88 BookLineMatches VALUE 'Y'.

01 CapturedPieces.
	02 CapturedPieceEntry OCCURS 30 TIMES.
		03 CapturedOwner PIC A.
		03 CapturedSym PIC A.
		03 CapturedValue PIC 9.
		03 CapturedMoved PIC 9.
01 CapturedCount PIC 99 VALUE 0.
01 CapturedAtX PIC 9 VALUE 0.
01 CapturedAtY PIC 9 VALUE 0.

01 TestSquareX PIC 9 VALUE 0.
01 TestSquareY PIC 9 VALUE 0.
01 SquareAttackedFlag PIC X VALUE 'N'.
	88 SquareAttacked VALUE 'Y'.

01 CastleKingX PIC 9 VALUE 0.
01 CastleKingY PIC 9 VALUE 0.
01 CastleDestX PIC 9 VALUE 0.
01 CastleRookFromX PIC 9 VALUE 0.
01 CastleRookToX PIC 9 VALUE 0.
01 CastleBlockedFlag PIC X VALUE 'N'.
	88 CastleBlocked VALUE 'Y'.

01 TransEndFlag PIC X VALUE 'N'.
	88 TransEnd VALUE 'Y'.
01 PostGameID PIC 9(4) VALUE 0.
01 PostGameOpenFlag PIC X VALUE 'N'.
	88 PostGameOpen VALUE 'Y'.
01 PostGameStatus PIC X(2) VALUE SPACES.
	88 PostGameReady VALUE SPACES.
01 PostRejectCode PIC X(2) VALUE SPACES.
01 PostRejectText PIC X(40) VALUE SPACES.
01 PostEndingText PIC X(20) VALUE SPACES.
01 PostSide PIC A VALUE ' '.
01 PostSAN PIC X(12) VALUE SPACES.
01 PostSANLen PIC 99 VALUE 0.
01 PostPos PIC 99 VALUE 0.
01 PostChar PIC X VALUE ' '.
01 PostPieceChar PIC X VALUE ' '.
01 PostCastleFlag PIC X VALUE ' '.
01 PostCaptureFlag PIC X VALUE 'N'.
01 PostPromotionSym PIC X VALUE ' '.
01 PostTmpFile PIC 9 VALUE 0.
01 PostTmpRank PIC 9 VALUE 0.
01 PostFromFileX PIC 9 VALUE 0.
01 PostFromRankDigit PIC 9 VALUE 0.
01 PostFromRankY PIC 9 VALUE 0.
01 PostDestX PIC 9 VALUE 0.
01 PostDestY PIC 9 VALUE 0.
01 PostMatchCount PIC 99 VALUE 0.
01 PostMatchFromX PIC 9 VALUE 0.
01 PostMatchFromY PIC 9 VALUE 0.
01 PostSquareFormFlag PIC X VALUE 'N'.
	88 PostSquareForm VALUE 'Y'.
01 PostOperator PIC X(12) VALUE "BATCH".
01 PostSession PIC 9(8) VALUE 0.
01 PostLockHeldFlag PIC X VALUE 'N'.
	88 PostLockHeld VALUE 'Y'.
01 PostLockHolder PIC X(12) VALUE SPACES.
01 PostStatTable.
	02 PostStatEntry OCCURS 200 TIMES.
		03 PostStatGameID PIC 9(4).
		03 PostStatRead PIC 9(5).
		03 PostStatPosted PIC 9(5).
		03 PostStatRejected PIC 9(5).
		03 PostStatNote PIC X(30).
01 PostStatCount PIC 9(3) VALUE 0.
01 PostStatIdx PIC 9(3) VALUE 0.
01 PostStatOverflow PIC 9(5) VALUE 0.
01 PostTotalRead PIC 9(6) VALUE 0.
01 PostTotalPosted PIC 9(6) VALUE 0.
01 PostTotalRejected PIC 9(6) VALUE 0.

PROCEDURE DIVISION.

DISPLAY "=== Correspondence move posting ==="
OPEN INPUT MoveTrans
IF TransFileStatus NOT = "00" THEN
	DISPLAY "movetrans.txt not found (status " TransFileStatus "); nothing posted"
	STOP RUN
END-IF

OPEN I-O GameCatalog
IF CatalogFileStatus = "39" THEN
	DISPLAY "gamecatalog.txt is in an older record layout"
	DISPLAY "Run the ConvertLibrary utility once, then restart"
	CLOSE MoveTrans
	STOP RUN
END-IF
IF CatalogFileStatus NOT = "00" THEN
	DISPLAY "gamecatalog.txt cannot be opened (status " CatalogFileStatus ")"
	CLOSE MoveTrans
	STOP RUN
END-IF

OPEN I-O PlayerFile
IF PlayerFileStatus = "39" THEN
	DISPLAY "players.txt is in an older record layout"
	DISPLAY "Run the ConvertLibrary utility once, then restart"
	CLOSE MoveTrans
	CLOSE GameCatalog
	STOP RUN
END-IF
IF PlayerFileStatus = "35" THEN
	OPEN OUTPUT PlayerFile
	CLOSE PlayerFile
	OPEN I-O PlayerFile
END-IF

OPEN I-O MoveList
IF MoveFileStatus = "35" THEN
	OPEN OUTPUT MoveList
	CLOSE MoveList
	OPEN I-O MoveList
END-IF

OPEN I-O SaveGame
IF SaveFileStatus = "39" THEN
	DISPLAY "chesssave.txt is in an older record layout"
	DISPLAY "Run the ConvertLibrary utility once, then restart"
	CLOSE MoveTrans
	CLOSE GameCatalog
	CLOSE PlayerFile
	CLOSE MoveList
	STOP RUN
END-IF
IF SaveFileStatus = "35" THEN
	OPEN OUTPUT SaveGame
	CLOSE SaveGame
	OPEN I-O SaveGame
END-IF

OPEN OUTPUT MoveRejects
ACCEPT PostSession FROM TIME

MOVE 'N' TO TransEndFlag
PERFORM UNTIL TransEnd
	READ MoveTrans
		AT END MOVE 'Y' TO TransEndFlag
		NOT AT END PERFORM processTransaction
	END-READ
END-PERFORM

PERFORM releasePostLock
PERFORM printControlReport

CLOSE MoveTrans
CLOSE MoveRejects
CLOSE MoveList
CLOSE SaveGame
CLOSE GameCatalog
CLOSE PlayerFile

STOP RUN.

processTransaction.
	IF TransRecord = SPACES THEN
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO PostTotalRead
	IF TransGameID IS NOT NUMERIC THEN
		MOVE 0 TO PostStatIdx
		MOVE "BD" TO PostRejectCode
		MOVE "game number is not numeric" TO PostRejectText
		PERFORM writeReject
		EXIT PARAGRAPH
	END-IF
	PERFORM findGameStats
	IF PostStatIdx > 0 THEN
		ADD 1 TO PostStatRead(PostStatIdx)
	END-IF
	IF NOT PostGameOpen OR TransGameID NOT = PostGameID THEN
		PERFORM openPostGame
	END-IF
	IF NOT PostGameReady THEN
		MOVE PostGameStatus TO PostRejectCode
		PERFORM describeReject
		PERFORM writeReject
		EXIT PARAGRAPH
	END-IF
	MOVE TransSide TO PostSide
	IF PostSide = 'w' THEN
		MOVE 'W' TO PostSide
	END-IF
	IF PostSide = 'b' THEN
		MOVE 'B' TO PostSide
	END-IF
	IF PostSide NOT = PlayerTurn THEN
		MOVE "WS" TO PostRejectCode
		PERFORM describeReject
		PERFORM writeReject
		EXIT PARAGRAPH
	END-IF
	PERFORM parsePostMove
	IF PostRejectCode NOT = SPACES THEN
		PERFORM describeReject
		PERFORM writeReject
		EXIT PARAGRAPH
	END-IF
	PERFORM applyPostMove
	IF PostRejectCode NOT = SPACES THEN
		PERFORM describeReject
		PERFORM writeReject
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO PostTotalPosted
	IF PostStatIdx > 0 THEN
		ADD 1 TO PostStatPosted(PostStatIdx)
	END-IF
	PERFORM saveCheckpoint
	IF GameOver THEN
		PERFORM finishPostGame
	ELSE
		PERFORM updateCatalogEntry
	END-IF.

findGameStats.
	MOVE 0 TO PostStatIdx
	PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > PostStatCount
			OR PostStatIdx > 0
		IF PostStatGameID(COUNTER) = TransGameID THEN
			MOVE COUNTER TO PostStatIdx
		END-IF
	END-PERFORM
	IF PostStatIdx > 0 THEN
		EXIT PARAGRAPH
	END-IF
	IF PostStatCount >= 200 THEN
		ADD 1 TO PostStatOverflow
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO PostStatCount
	MOVE PostStatCount TO PostStatIdx
	MOVE TransGameID TO PostStatGameID(PostStatIdx)
	MOVE 0 TO PostStatRead(PostStatIdx)
	MOVE 0 TO PostStatPosted(PostStatIdx)
	MOVE 0 TO PostStatRejected(PostStatIdx)
	MOVE SPACES TO PostStatNote(PostStatIdx).

openPostGame.
	PERFORM releasePostLock
	MOVE 'Y' TO PostGameOpenFlag
	MOVE TransGameID TO PostGameID
	MOVE TransGameID TO GameID
	MOVE SPACES TO PostGameStatus
	MOVE 'N' TO GameOverFlag
	MOVE SPACES TO GameResult
	MOVE SPACES TO GameECO
	MOVE GameID TO CatGameID
	READ GameCatalog
		INVALID KEY
			MOVE "NF" TO PostGameStatus
			EXIT PARAGRAPH
	END-READ
	IF CatGameFinished THEN
		MOVE "GF" TO PostGameStatus
		EXIT PARAGRAPH
	END-IF
	IF CatGameLocked THEN
		MOVE CatLockOperator TO PostLockHolder
		MOVE "LK" TO PostGameStatus
		EXIT PARAGRAPH
	END-IF
	MOVE GameID TO SaveGameID
	READ SaveGame
		INVALID KEY
			MOVE "NC" TO PostGameStatus
			EXIT PARAGRAPH
	END-READ
	IF SaveVsComputerFlag = 'Y' THEN
		MOVE "VC" TO PostGameStatus
		EXIT PARAGRAPH
	END-IF
	PERFORM auditCheckpoint
	IF AuditDiscrepancies > 0 THEN
		MOVE "CK" TO PostGameStatus
		EXIT PARAGRAPH
	END-IF
	MOVE 'L' TO CatLockFlag
	MOVE PostOperator TO CatLockOperator
	MOVE PostSession TO CatLockSession
	PERFORM captureDateStamp
	MOVE StampDate TO CatLockDate
	MOVE StampTime TO CatLockTime
	REWRITE CatalogData
	IF CatalogFileStatus NOT = "00" THEN
		MOVE SPACES TO PostLockHolder
		MOVE "LK" TO PostGameStatus
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO PostLockHeldFlag
	PERFORM restoreCheckpoint.

describeReject.
	EVALUATE PostRejectCode
		WHEN "NF"
			MOVE "game not in catalog" TO PostRejectText
		WHEN "GF"
			MOVE "game already finished" TO PostRejectText
		WHEN "LK"
			MOVE SPACES TO PostRejectText
			IF PostLockHolder = SPACES THEN
				MOVE "game lock could not be claimed" TO PostRejectText
			ELSE
				STRING "game locked by " PostLockHolder DELIMITED BY SIZE
					INTO PostRejectText
				END-STRING
			END-IF
		WHEN "NC"
			MOVE "no checkpoint on file" TO PostRejectText
		WHEN "VC"
			MOVE "game is played against the computer" TO PostRejectText
		WHEN "CK"
			MOVE "checkpoint and move log disagree" TO PostRejectText
		WHEN "WS"
			MOVE "not this side's turn to move" TO PostRejectText
		WHEN "BD"
			MOVE "move not in square or SAN form" TO PostRejectText
		WHEN "AM"
			MOVE "ambiguous move" TO PostRejectText
		WHEN OTHER
			MOVE "illegal move" TO PostRejectText
	END-EVALUATE.

writeReject.
	MOVE SPACES TO RejectRecord
	MOVE TransImage TO RejTransImage
	MOVE PostRejectCode TO RejReasonCode
	MOVE PostRejectText TO RejReasonText
	WRITE RejectRecord
	ADD 1 TO PostTotalRejected
	IF PostStatIdx > 0 THEN
		ADD 1 TO PostStatRejected(PostStatIdx)
		IF PostStatNote(PostStatIdx) = SPACES AND NOT PostGameReady THEN
			MOVE PostRejectText TO PostStatNote(PostStatIdx)
		END-IF
	END-IF.

parsePostMove.
	MOVE SPACES TO PostRejectCode
	MOVE SPACES TO PostSAN
	MOVE 0 TO PostSANLen
	MOVE ' ' TO PostPromotionSym
	MOVE ' ' TO PostCastleFlag
	MOVE 'N' TO PostSquareFormFlag
	PERFORM VARYING PostPos FROM 1 BY 1 UNTIL PostPos > 10
		MOVE TransMoveText(PostPos:1) TO PostChar
		IF PostChar NOT = ' ' AND PostChar NOT = '+' AND PostChar NOT = '#'
				AND PostChar NOT = '!' AND PostChar NOT = '?' THEN
			ADD 1 TO PostSANLen
			MOVE PostChar TO PostSAN(PostSANLen:1)
		END-IF
	END-PERFORM
	IF PostSANLen < 2 THEN
		MOVE "BD" TO PostRejectCode
		EXIT PARAGRAPH
	END-IF
	IF PostSANLen >= 4 AND PostSAN(1:1) >= 'a' AND PostSAN(1:1) <= 'h'
			AND PostSAN(2:1) >= '1' AND PostSAN(2:1) <= '8' THEN
		MOVE 3 TO PostPos
		IF PostSAN(3:1) = '-' OR PostSAN(3:1) = 'x' THEN
			MOVE 4 TO PostPos
		END-IF
		IF PostSAN(PostPos:1) >= 'a' AND PostSAN(PostPos:1) <= 'h'
				AND PostSAN(PostPos + 1:1) >= '1'
				AND PostSAN(PostPos + 1:1) <= '8' THEN
			MOVE 'Y' TO PostSquareFormFlag
		END-IF
	END-IF
	IF PostSquareForm THEN
		PERFORM resolvePostSquares
	ELSE
		PERFORM parsePostSAN
		IF PostRejectCode = SPACES THEN
			PERFORM resolvePostSAN
		END-IF
	END-IF.

resolvePostSquares.
	MOVE PostSAN(1:1) TO TranslateFile
	MOVE PostSAN(2:1) TO TranslateRank
	PERFORM translatePostSquare
	MOVE ResolvedX TO PostMatchFromX
	MOVE ResolvedY TO PostMatchFromY
	MOVE PostSAN(PostPos:1) TO TranslateFile
	MOVE PostSAN(PostPos + 1:1) TO TranslateRank
	PERFORM translatePostSquare
	MOVE ResolvedX TO PostDestX
	MOVE ResolvedY TO PostDestY
	ADD 2 TO PostPos
	IF PostPos <= PostSANLen AND PostSAN(PostPos:1) = '=' THEN
		ADD 1 TO PostPos
	END-IF
	IF PostPos <= PostSANLen THEN
		MOVE PostSAN(PostPos:1) TO PostPromotionSym
		INSPECT PostPromotionSym CONVERTING "qrbn" TO "QRBN"
		IF PostPromotionSym NOT = 'Q' AND PostPromotionSym NOT = 'R'
				AND PostPromotionSym NOT = 'B' AND PostPromotionSym NOT = 'N' THEN
			MOVE "BD" TO PostRejectCode
			EXIT PARAGRAPH
		END-IF
	END-IF
	IF OWNER(PostMatchFromX, PostMatchFromY) NOT = PlayerTurn THEN
		MOVE "IL" TO PostRejectCode
		EXIT PARAGRAPH
	END-IF
	IF PieceSym(PostMatchFromX, PostMatchFromY) = 'K'
			AND PostDestY = PostMatchFromY
			AND (PostDestX - PostMatchFromX = 2 OR PostMatchFromX - PostDestX = 2) THEN
		MOVE 'Y' TO PostCastleFlag
		EXIT PARAGRAPH
	END-IF
	MOVE PostMatchFromX TO SPieceX
	MOVE PostMatchFromY TO SPieceY
	MOVE PostDestX TO SDestX
	MOVE PostDestY TO SDestY
	PERFORM isMoveSafe
	IF NOT MoveIsSafe THEN
		MOVE "IL" TO PostRejectCode
	END-IF.

translatePostSquare.
	MOVE 0 TO ResolvedX
	PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 8
		IF FileLetters(COUNTER:1) = TranslateFile THEN
			MOVE COUNTER TO ResolvedX
		END-IF
	END-PERFORM
	COMPUTE ResolvedY EQUAL 9 - TranslateRank.

parsePostSAN.
	MOVE 'P' TO PostPieceChar
	MOVE 'N' TO PostCaptureFlag
	MOVE 0 TO PostTmpFile
	MOVE 0 TO PostTmpRank
	MOVE 0 TO PostFromFileX
	MOVE 0 TO PostFromRankDigit
	MOVE 0 TO PostFromRankY
	MOVE 0 TO PostDestX
	MOVE 0 TO PostDestY
	IF PostSAN(1:5) = "O-O-O" OR PostSAN(1:5) = "0-0-0" THEN
		MOVE 'Q' TO PostCastleFlag
		EXIT PARAGRAPH
	END-IF
	IF PostSAN(1:3) = "O-O" OR PostSAN(1:3) = "0-0" THEN
		MOVE 'K' TO PostCastleFlag
		EXIT PARAGRAPH
	END-IF
	MOVE 1 TO PostPos
	IF PostSAN(1:1) = 'N' OR PostSAN(1:1) = 'B' OR PostSAN(1:1) = 'R'
			OR PostSAN(1:1) = 'Q' OR PostSAN(1:1) = 'K' THEN
		MOVE PostSAN(1:1) TO PostPieceChar
		MOVE 2 TO PostPos
	END-IF
	PERFORM UNTIL PostPos > PostSANLen OR PostRejectCode NOT = SPACES
		MOVE PostSAN(PostPos:1) TO PostChar
		EVALUATE TRUE
			WHEN PostChar >= 'a' AND PostChar <= 'h'
				IF PostTmpFile > 0 THEN
					MOVE PostTmpFile TO PostFromFileX
				END-IF
				PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 8
					IF FileLetters(COUNTER:1) = PostChar THEN
						MOVE COUNTER TO PostTmpFile
					END-IF
				END-PERFORM
			WHEN PostChar >= '1' AND PostChar <= '8'
				IF PostTmpRank > 0 THEN
					MOVE PostTmpRank TO PostFromRankDigit
				END-IF
				MOVE PostChar TO PostTmpRank
			WHEN PostChar = 'x'
				MOVE 'Y' TO PostCaptureFlag
			WHEN PostChar = '='
				ADD 1 TO PostPos
				IF PostPos <= PostSANLen THEN
					MOVE PostSAN(PostPos:1) TO PostPromotionSym
					INSPECT PostPromotionSym CONVERTING "qrbn" TO "QRBN"
					IF PostPromotionSym NOT = 'Q' AND PostPromotionSym NOT = 'R'
							AND PostPromotionSym NOT = 'B' AND PostPromotionSym NOT = 'N' THEN
						MOVE "BD" TO PostRejectCode
					END-IF
				ELSE
					MOVE "BD" TO PostRejectCode
				END-IF
			WHEN OTHER
				MOVE "BD" TO PostRejectCode
		END-EVALUATE
		ADD 1 TO PostPos
	END-PERFORM
	IF PostRejectCode NOT = SPACES THEN
		EXIT PARAGRAPH
	END-IF
	IF PostTmpFile = 0 OR PostTmpRank = 0 THEN
		MOVE "BD" TO PostRejectCode
		EXIT PARAGRAPH
	END-IF
	MOVE PostTmpFile TO PostDestX
	COMPUTE PostDestY EQUAL 9 - PostTmpRank
	IF PostFromRankDigit > 0 THEN
		COMPUTE PostFromRankY EQUAL 9 - PostFromRankDigit
	END-IF.

resolvePostSAN.
	IF PostCastleFlag NOT = ' ' THEN
		MOVE PlayerTurn TO KCColor
		PERFORM findKing
		IF NOT KingFound THEN
			MOVE "IL" TO PostRejectCode
			EXIT PARAGRAPH
		END-IF
		MOVE KingX TO PostMatchFromX
		MOVE KingY TO PostMatchFromY
		IF PostCastleFlag = 'K' THEN
			COMPUTE PostDestX EQUAL KingX + 2
		ELSE
			COMPUTE PostDestX EQUAL KingX - 2
		END-IF
		MOVE KingY TO PostDestY
		EXIT PARAGRAPH
	END-IF
	IF OWNER(PostDestX, PostDestY) = PlayerTurn THEN
		MOVE "IL" TO PostRejectCode
		EXIT PARAGRAPH
	END-IF
	IF PostCaptureFlag = 'Y' THEN
		IF OWNER(PostDestX, PostDestY) = ' '
				AND NOT (PostPieceChar = 'P' AND EnPassantAvailable
					AND PostDestX = EnPassantTargetX AND PostDestY = EnPassantTargetY) THEN
			MOVE "IL" TO PostRejectCode
			EXIT PARAGRAPH
		END-IF
	ELSE
		IF OWNER(PostDestX, PostDestY) NOT = ' ' THEN
			MOVE "IL" TO PostRejectCode
			EXIT PARAGRAPH
		END-IF
	END-IF
	MOVE 0 TO PostMatchCount
	PERFORM VARYING SANScanY FROM 1 BY 1 UNTIL SANScanY > BoardHeight
		PERFORM VARYING SANScanX FROM 1 BY 1 UNTIL SANScanX > BoardWidth
			IF OWNER(SANScanX, SANScanY) = PlayerTurn
					AND PieceSym(SANScanX, SANScanY) = PostPieceChar
					AND (PostFromFileX = 0 OR SANScanX = PostFromFileX)
					AND (PostFromRankY = 0 OR SANScanY = PostFromRankY)
					AND (SANScanX NOT = PostDestX OR SANScanY NOT = PostDestY)
					AND (PostPieceChar NOT = 'P'
						OR (PostCaptureFlag = 'Y' AND SANScanX NOT = PostDestX)
						OR (PostCaptureFlag = 'N' AND SANScanX = PostDestX)) THEN
				MOVE SANScanX TO SPieceX
				MOVE SANScanY TO SPieceY
				MOVE PostDestX TO SDestX
				MOVE PostDestY TO SDestY
				PERFORM isMoveSafe
				IF MoveIsSafe THEN
					ADD 1 TO PostMatchCount
					MOVE SANScanX TO PostMatchFromX
					MOVE SANScanY TO PostMatchFromY
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM
	IF PostMatchCount = 0 THEN
		MOVE "IL" TO PostRejectCode
	END-IF
	IF PostMatchCount > 1 THEN
		MOVE "AM" TO PostRejectCode
	END-IF.

applyPostMove.
	MOVE PostMatchFromX TO SPieceX
	MOVE PostMatchFromY TO SPieceY
	MOVE PostDestX TO SDestX
	MOVE PostDestY TO SDestY
	MOVE Moved(SPieceX, SPieceY) TO PriorMovedFlag
	MOVE 'N' TO MoveMadeFlag
	PERFORM dispatchMove
	IF NOT MoveMade THEN
		MOVE "IL" TO PostRejectCode
		EXIT PARAGRAPH
	END-IF
	PERFORM updateEnPassantState
	PERFORM logMove
	IF BlacksTurn THEN
		ADD 1 TO TurnNumber
	END-IF
	PERFORM switchTurn
	PERFORM recordPosition
	PERFORM evaluateGameState.

finishPostGame.
	MOVE "GF" TO PostGameStatus
	IF PostStatIdx > 0 THEN
		STRING PostEndingText DELIMITED BY "  "
			" " GameResult DELIMITED BY SIZE
			INTO PostStatNote(PostStatIdx)
	END-IF
	PERFORM updatePlayerRecords
	PERFORM classifyCurrentGame
	PERFORM updateCatalogEntry.

printControlReport.
	DISPLAY " "
	DISPLAY "=== Posting control report ==="
	PERFORM VARYING PostStatIdx FROM 1 BY 1 UNTIL PostStatIdx > PostStatCount
		DISPLAY "Game " PostStatGameID(PostStatIdx)
			"  read " PostStatRead(PostStatIdx)
			"  posted " PostStatPosted(PostStatIdx)
			"  rejected " PostStatRejected(PostStatIdx)
			"  " PostStatNote(PostStatIdx)
	END-PERFORM
	IF PostStatOverflow > 0 THEN
		DISPLAY PostStatOverflow " record(s) for games beyond the first 200"
			" are counted in the totals only"
	END-IF
	DISPLAY "Totals  read " PostTotalRead "  posted " PostTotalPosted
		"  rejected " PostTotalRejected
	IF PostTotalRejected > 0 THEN
		DISPLAY "Rejected records written to moverejects.txt"
	END-IF.

updatePlayerRecords.
	IF GameResult = SPACES THEN
		EXIT PARAGRAPH
	END-IF
	IF WhitePlayerID = SPACES OR BlackPlayerID = SPACES THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO ProfileMissingFlag
	MOVE WhitePlayerID TO PlayerID
	READ PlayerFile
	IF PlayerFileStatus = "00" OR PlayerFileStatus = "02" THEN
		MOVE PlayerRating TO WhiteOldRating
	ELSE
		MOVE 'Y' TO ProfileMissingFlag
	END-IF
	MOVE BlackPlayerID TO PlayerID
	READ PlayerFile
	IF PlayerFileStatus = "00" OR PlayerFileStatus = "02" THEN
		MOVE PlayerRating TO BlackOldRating
	ELSE
		MOVE 'Y' TO ProfileMissingFlag
	END-IF
	IF ProfileMissing THEN
		EXIT PARAGRAPH
	END-IF
	EVALUATE GameResult
		WHEN "1-0"
			MOVE 1 TO EloScoreW
		WHEN "0-1"
			MOVE 0 TO EloScoreW
		WHEN OTHER
			MOVE 0.5 TO EloScoreW
	END-EVALUATE
	COMPUTE EloPow EQUAL 10 ** ((BlackOldRating - WhiteOldRating) / 400)
	COMPUTE EloExpectedW ROUNDED EQUAL 1 / (1 + EloPow)
	COMPUTE WhiteNewRating ROUNDED EQUAL
		WhiteOldRating + EloK * (EloScoreW - EloExpectedW)
	COMPUTE BlackNewRating ROUNDED EQUAL
		BlackOldRating + EloK * (EloExpectedW - EloScoreW)
	MOVE WhitePlayerID TO PlayerID
	READ PlayerFile
	IF PlayerFileStatus = "00" OR PlayerFileStatus = "02" THEN
		ADD 1 TO PlayerGames
		EVALUATE GameResult
			WHEN "1-0"
				ADD 1 TO PlayerWins
			WHEN "0-1"
				ADD 1 TO PlayerLosses
			WHEN OTHER
				ADD 1 TO PlayerDraws
		END-EVALUATE
		MOVE WhiteNewRating TO PlayerRating
		REWRITE PlayerData
	END-IF
	MOVE BlackPlayerID TO PlayerID
	READ PlayerFile
	IF PlayerFileStatus = "00" OR PlayerFileStatus = "02" THEN
		ADD 1 TO PlayerGames
		EVALUATE GameResult
			WHEN "0-1"
				ADD 1 TO PlayerWins
			WHEN "1-0"
				ADD 1 TO PlayerLosses
			WHEN OTHER
				ADD 1 TO PlayerDraws
		END-EVALUATE
		MOVE BlackNewRating TO PlayerRating
		REWRITE PlayerData
	END-IF.

updateCatalogEntry.
	MOVE GameID TO CatGameID
	READ GameCatalog
		INVALID KEY CONTINUE
		NOT INVALID KEY
			MOVE WhiteScore TO CatWhiteScore
			MOVE BlackScore TO CatBlackScore
			MOVE PlyCount TO CatPlyCount
			MOVE TurnNumber TO CatTurnNumber
			IF GameOver THEN
				MOVE 'F' TO CatStatus
				MOVE GameResult TO CatResult
				MOVE GameECO TO CatECO
				PERFORM captureDateStamp
				MOVE StampDate TO CatEndDate
				MOVE StampTime TO CatEndTime
			END-IF
			REWRITE CatalogData
	END-READ.

releasePostLock.
	IF NOT PostLockHeld THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO PostLockHeldFlag
	MOVE PostGameID TO CatGameID
	READ GameCatalog
		INVALID KEY EXIT PARAGRAPH
	END-READ
	IF CatGameLocked AND CatLockOperator = PostOperator
			AND CatLockSession = PostSession THEN
		MOVE SPACE TO CatLockFlag
		MOVE SPACES TO CatLockOperator
		MOVE 0 TO CatLockSession
		MOVE 0 TO CatLockDate
		MOVE 0 TO CatLockTime
		REWRITE CatalogData
	END-IF.

captureDateStamp.
	ACCEPT StampDate FROM DATE YYYYMMDD
	ACCEPT ClockTimeRaw FROM TIME
	COMPUTE StampTime EQUAL ClockHH * 10000 + ClockMM * 100 + ClockSS.

loadReviewMoves.
	MOVE 0 TO ReviewMoveCount
	MOVE 'N' TO TranscriptEndFlag
	MOVE GameID TO MoveGameID
	MOVE 1 TO IDNum
	START MoveList KEY IS NOT LESS THAN MoveKey
		INVALID KEY MOVE 'Y' TO TranscriptEndFlag
	END-START
	PERFORM UNTIL TranscriptEnd
		READ MoveList NEXT RECORD
			AT END MOVE 'Y' TO TranscriptEndFlag
			NOT AT END
				IF MoveGameID = GameID AND ReviewMoveCount < 600 THEN
					ADD 1 TO ReviewMoveCount
					MOVE MoveData TO ReviewMoveData(ReviewMoveCount)
				ELSE
					MOVE 'Y' TO TranscriptEndFlag
				END-IF
		END-READ
		IF MoveFileStatus NOT = "00" AND MoveFileStatus NOT = "02" THEN
			MOVE 'Y' TO TranscriptEndFlag
		END-IF
	END-PERFORM.

replayApplyMove.
	IF MovePieceSym = 'K' AND MoveToX - MoveFromX = 2 THEN
		MOVE Piece(8, MoveFromY) TO Piece(MoveToX - 1, MoveFromY)
		MOVE EmptySpace TO Piece(8, MoveFromY)
		COMPUTE CurrentX(MoveToX - 1, MoveFromY) EQUAL MoveToX - 1
		MOVE MoveFromY TO CurrentY(MoveToX - 1, MoveFromY)
		MOVE 1 TO Moved(MoveToX - 1, MoveFromY)
	END-IF
	IF MovePieceSym = 'K' AND MoveFromX - MoveToX = 2 THEN
		MOVE Piece(1, MoveFromY) TO Piece(MoveToX + 1, MoveFromY)
		MOVE EmptySpace TO Piece(1, MoveFromY)
		COMPUTE CurrentX(MoveToX + 1, MoveFromY) EQUAL MoveToX + 1
		MOVE MoveFromY TO CurrentY(MoveToX + 1, MoveFromY)
		MOVE 1 TO Moved(MoveToX + 1, MoveFromY)
	END-IF
	IF MoveWasCapture THEN
		IF MovePieceSym = 'P' AND MoveFromX NOT = MoveToX
				AND Empty(MoveToX, MoveToY) THEN
			MOVE MoveToX TO ReplayVictimX
			MOVE MoveFromY TO ReplayVictimY
		ELSE
			MOVE MoveToX TO ReplayVictimX
			MOVE MoveToY TO ReplayVictimY
		END-IF
		IF MoveBy = 'W' THEN
			ADD GameValue(ReplayVictimX, ReplayVictimY) TO ReplayWhiteScore
		ELSE
			ADD GameValue(ReplayVictimX, ReplayVictimY) TO ReplayBlackScore
		END-IF
		MOVE ReplayVictimX TO CapturedAtX
		MOVE ReplayVictimY TO CapturedAtY
		PERFORM recordCapturedPiece
		IF ReplayVictimY NOT = MoveToY THEN
			MOVE EmptySpace TO Piece(ReplayVictimX, ReplayVictimY)
		END-IF
	END-IF
	MOVE Piece(MoveFromX, MoveFromY) TO Piece(MoveToX, MoveToY)
	MOVE EmptySpace TO Piece(MoveFromX, MoveFromY)
	MOVE MoveToX TO CurrentX(MoveToX, MoveToY)
	MOVE MoveToY TO CurrentY(MoveToX, MoveToY)
	MOVE 1 TO Moved(MoveToX, MoveToY)
	IF MovePromotionSym NOT = ' ' THEN
		MOVE MovePromotionSym TO PieceSym(MoveToX, MoveToY)
		EVALUATE MovePromotionSym
			WHEN 'Q'
				MOVE 9 TO GameValue(MoveToX, MoveToY)
			WHEN 'R'
				MOVE 5 TO GameValue(MoveToX, MoveToY)
			WHEN OTHER
				MOVE 3 TO GameValue(MoveToX, MoveToY)
		END-EVALUATE
	END-IF.

saveCheckpoint.
	MOVE GameID TO SaveGameID
	PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > BoardHeight
		AFTER X FROM 1 BY 1 UNTIL X > BoardWidth
			MOVE Piece(X, Y) TO SaveBoardX(X, Y)
	END-PERFORM
	MOVE WhiteScore TO SaveWhiteScore
	MOVE BlackScore TO SaveBlackScore
	MOVE PlayerTurn TO SavePlayerTurn
	MOVE TurnNumber TO SaveTurnNumber
	MOVE PlyCount TO SavePlyCount
	MOVE EnPassantFlag TO SaveEnPassantFlag
	MOVE EnPassantTargetX TO SaveEnPassantTargetX
	MOVE EnPassantTargetY TO SaveEnPassantTargetY
	MOVE EnPassantVictimX TO SaveEnPassantVictimX
	MOVE EnPassantVictimY TO SaveEnPassantVictimY
	MOVE HalfMoveClock TO SaveHalfMoveClock
	MOVE PositionCount TO SavePositionCount
	MOVE ClockEnabledFlag TO SaveClockEnabledFlag
	MOVE WhiteTimeLeft TO SaveWhiteTimeLeft
	MOVE BlackTimeLeft TO SaveBlackTimeLeft
	MOVE IncrementSeconds TO SaveIncrementSeconds
	MOVE VsComputerFlag TO SaveVsComputerFlag
	MOVE ComputerColor TO SaveComputerColor
	MOVE WhiteUndoUsed TO SaveWhiteUndoUsed
	MOVE BlackUndoUsed TO SaveBlackUndoUsed
	MOVE PositionHistory TO SavePositionHistory
	MOVE ComputerLevel TO SaveCompLevel
	WRITE SaveData
		INVALID KEY REWRITE SaveData
	END-WRITE.

auditCheckpoint.
	MOVE 0 TO AuditDiscrepancies
	PERFORM loadReviewMoves
	IF ReviewMoveCount NOT = SavePlyCount THEN
		ADD 1 TO AuditDiscrepancies
	END-IF
	IF ReviewMoveCount > 0 THEN
		MOVE ReviewMoveData(ReviewMoveCount) TO MoveData
		IF IDNum NOT = SavePlyCount THEN
			ADD 1 TO AuditDiscrepancies
		END-IF
	END-IF
	IF SavePlyCount < ReviewMoveCount THEN
		MOVE SavePlyCount TO AuditPlyLimit
	ELSE
		MOVE ReviewMoveCount TO AuditPlyLimit
	END-IF
	PERFORM setupStartPosition
	MOVE 0 TO CapturedCount
	MOVE 0 TO ReplayWhiteScore
	MOVE 0 TO ReplayBlackScore
	PERFORM VARYING ReviewIdx FROM 1 BY 1 UNTIL ReviewIdx > AuditPlyLimit
		MOVE ReviewMoveData(ReviewIdx) TO MoveData
		PERFORM replayApplyMove
	END-PERFORM
	PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > BoardHeight
		AFTER X FROM 1 BY 1 UNTIL X > BoardWidth
			IF Piece(X, Y)(1:2) NOT = SaveBoardX(X, Y)(1:2) THEN
				ADD 1 TO AuditDiscrepancies
			END-IF
	END-PERFORM
	IF ReplayWhiteScore NOT = SaveWhiteScore THEN
		ADD 1 TO AuditDiscrepancies
	END-IF
	IF ReplayBlackScore NOT = SaveBlackScore THEN
		ADD 1 TO AuditDiscrepancies
	END-IF.

restoreCheckpoint.
	PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > BoardHeight
		AFTER X FROM 1 BY 1 UNTIL X > BoardWidth
			MOVE SaveBoardX(X, Y) TO Piece(X, Y)
	END-PERFORM
	MOVE SaveWhiteScore TO WhiteScore
	MOVE SaveBlackScore TO BlackScore
	MOVE SavePlayerTurn TO PlayerTurn
	MOVE SaveTurnNumber TO TurnNumber
	MOVE SavePlyCount TO PlyCount
	MOVE SaveEnPassantFlag TO EnPassantFlag
	MOVE SaveEnPassantTargetX TO EnPassantTargetX
	MOVE SaveEnPassantTargetY TO EnPassantTargetY
	MOVE SaveEnPassantVictimX TO EnPassantVictimX
	MOVE SaveEnPassantVictimY TO EnPassantVictimY
	MOVE SaveHalfMoveClock TO HalfMoveClock
	MOVE SavePositionCount TO PositionCount
	MOVE SaveClockEnabledFlag TO ClockEnabledFlag
	MOVE SaveWhiteTimeLeft TO WhiteTimeLeft
	MOVE SaveBlackTimeLeft TO BlackTimeLeft
	MOVE SaveIncrementSeconds TO IncrementSeconds
	MOVE SaveVsComputerFlag TO VsComputerFlag
	MOVE SaveComputerColor TO ComputerColor
	MOVE SaveWhiteUndoUsed TO WhiteUndoUsed
	MOVE SaveBlackUndoUsed TO BlackUndoUsed
	MOVE SavePositionHistory TO PositionHistory
	MOVE SaveCompLevel TO ComputerLevel
	MOVE 0 TO TurnElapsed
	MOVE GameID TO CatGameID
	READ GameCatalog
		INVALID KEY CONTINUE
	END-READ
	MOVE CatWhiteID TO WhitePlayerID
	MOVE CatBlackID TO BlackPlayerID
	MOVE CatStartFEN TO StartFEN.

setupStartPosition.
	MOVE SPACES TO CatStartFEN
	MOVE GameID TO CatGameID
	READ GameCatalog
		INVALID KEY MOVE SPACES TO CatStartFEN
	END-READ
	IF CatStartFEN NOT = SPACES THEN
		MOVE CatStartFEN TO FENBuffer
		PERFORM buildBoardFromFEN
	ELSE
		SET X Y TO 1
		PERFORM InitBoard VARYING Y FROM 1 BY 1 UNTIL Y > BoardHeight
			AFTER X FROM 1 BY 1 UNTIL X > BoardWidth
	END-IF.

InitBoard.
	EVALUATE Y
		WHEN 1
			EVALUATE X
				WHEN 1
					MOVE "BR5110" TO Piece(X,Y)
				WHEN 2
					MOVE "BN3120" TO Piece(X,Y)
				WHEN 3
					MOVE "BB3130" TO Piece(X,Y)
				WHEN 4
					MOVE "BQ9140" TO Piece(X,Y)
				WHEN 5
					MOVE "BK0150" TO Piece(X,Y)
				WHEN 6
					MOVE "BB3160" TO Piece(X,Y)
				WHEN 7
					MOVE "BN3170" TO Piece(X,Y)
				WHEN 8
					MOVE "BR5180" TO Piece(X,Y)
			END-EVALUATE
		WHEN 2
			MOVE "BP1210" TO Piece(X,Y)
			MOVE Y TO CurrentY(X,Y)
		WHEN 7
			MOVE "WP1710" TO Piece(X,Y)
			MOVE Y TO CurrentY(X,Y)
		WHEN 8
			EVALUATE X
				WHEN 1
					MOVE "WR5810" TO Piece(X,Y)
				WHEN 2
					MOVE "WN3820" TO Piece(X,Y)
				WHEN 3
					MOVE "WB3830" TO Piece(X,Y)
				WHEN 4
					MOVE "WQ9840" TO Piece(X,Y)
				WHEN 5
					MOVE "WK0850" TO Piece(X,Y)
				WHEN 6
					MOVE "WB3860" TO Piece(X,Y)
				WHEN 7
					MOVE "WN3870" TO Piece(X,Y)
				WHEN 8
					MOVE "WR5880" TO Piece(X,Y)
			END-EVALUATE
		WHEN OTHER
			MOVE "  0000" TO Piece(X, Y)
			MOVE X TO CurrentX(X, Y)
			MOVE Y TO CurrentY(X, Y)
	END-EVALUATE.

buildBoardFromFEN.
	MOVE 'N' TO FENErrorFlag
	PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > BoardHeight
		AFTER X FROM 1 BY 1 UNTIL X > BoardWidth
			MOVE EmptySpace TO Piece(X, Y)
			MOVE X TO CurrentX(X, Y)
			MOVE Y TO CurrentY(X, Y)
	END-PERFORM
	MOVE 1 TO FENPos
	MOVE 1 TO FENRankY
	MOVE 1 TO FENFileX
	MOVE 'N' TO FENFieldDoneFlag
	PERFORM UNTIL FENFieldDone OR FENError OR FENPos > 90
		MOVE FENBuffer(FENPos:1) TO FENChar
		EVALUATE TRUE
			WHEN FENChar = ' '
				IF FENRankY = 8 AND FENFileX = 9 THEN
					MOVE 'Y' TO FENFieldDoneFlag
				ELSE
					MOVE 'Y' TO FENErrorFlag
				END-IF
			WHEN FENChar = '/'
				IF FENFileX NOT = 9 OR FENRankY >= 8 THEN
					MOVE 'Y' TO FENErrorFlag
				ELSE
					ADD 1 TO FENRankY
					MOVE 1 TO FENFileX
				END-IF
			WHEN FENChar >= '1' AND FENChar <= '8'
				MOVE FENChar TO FENDigit
				ADD FENDigit TO FENFileX
				IF FENFileX > 9 THEN
					MOVE 'Y' TO FENErrorFlag
				END-IF
			WHEN OTHER
				PERFORM placeFENPiece
		END-EVALUATE
		ADD 1 TO FENPos
	END-PERFORM
	IF NOT FENFieldDone THEN
		MOVE 'Y' TO FENErrorFlag
	END-IF
	IF FENError THEN
		EXIT PARAGRAPH
	END-IF

	MOVE FENBuffer(FENPos:1) TO FENChar
	EVALUATE FENChar
		WHEN 'w'
		WHEN 'W'
			MOVE 'W' TO PlayerTurn
		WHEN 'b'
		WHEN 'B'
			MOVE 'B' TO PlayerTurn
		WHEN OTHER
			MOVE 'Y' TO FENErrorFlag
	END-EVALUATE
	IF FENError THEN
		EXIT PARAGRAPH
	END-IF
	ADD 2 TO FENPos

	PERFORM UNTIL FENPos > 90 OR FENBuffer(FENPos:1) = ' '
		MOVE FENBuffer(FENPos:1) TO FENChar
		EVALUATE FENChar
			WHEN 'K'
				IF PieceSym(5, 8) = 'K' THEN
					MOVE 0 TO Moved(5, 8)
				END-IF
				IF PieceSym(8, 8) = 'R' THEN
					MOVE 0 TO Moved(8, 8)
				END-IF
			WHEN 'Q'
				IF PieceSym(5, 8) = 'K' THEN
					MOVE 0 TO Moved(5, 8)
				END-IF
				IF PieceSym(1, 8) = 'R' THEN
					MOVE 0 TO Moved(1, 8)
				END-IF
			WHEN 'k'
				IF PieceSym(5, 1) = 'K' THEN
					MOVE 0 TO Moved(5, 1)
				END-IF
				IF PieceSym(8, 1) = 'R' THEN
					MOVE 0 TO Moved(8, 1)
				END-IF
			WHEN 'q'
				IF PieceSym(5, 1) = 'K' THEN
					MOVE 0 TO Moved(5, 1)
				END-IF
				IF PieceSym(1, 1) = 'R' THEN
					MOVE 0 TO Moved(1, 1)
				END-IF
			WHEN '-'
				CONTINUE
			WHEN OTHER
				MOVE 'Y' TO FENErrorFlag
		END-EVALUATE
		ADD 1 TO FENPos
	END-PERFORM
	IF FENError THEN
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO FENPos

	MOVE 'N' TO EnPassantFlag
	IF FENPos <= 90 AND FENBuffer(FENPos:1) NOT = '-' AND FENBuffer(FENPos:1) NOT = ' ' THEN
		MOVE FENBuffer(FENPos:1) TO TranslateFile
		MOVE 0 TO ResolvedX
		PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 8
			IF FileLetters(COUNTER:1) = TranslateFile THEN
				MOVE COUNTER TO ResolvedX
			END-IF
		END-PERFORM
		ADD 1 TO FENPos
		MOVE FENBuffer(FENPos:1) TO TranslateRank
		IF ResolvedX = 0 THEN
			MOVE 'Y' TO FENErrorFlag
			EXIT PARAGRAPH
		END-IF
		MOVE 'Y' TO EnPassantFlag
		MOVE ResolvedX TO EnPassantTargetX
		MOVE ResolvedX TO EnPassantVictimX
		COMPUTE EnPassantTargetY EQUAL 9 - TranslateRank
		IF EnPassantTargetY = 3 THEN
			MOVE 4 TO EnPassantVictimY
		ELSE
			MOVE 5 TO EnPassantVictimY
		END-IF
	END-IF
	PERFORM UNTIL FENPos > 90 OR FENBuffer(FENPos:1) = ' '
		ADD 1 TO FENPos
	END-PERFORM
	ADD 1 TO FENPos

	MOVE 0 TO FENNumAccum
	PERFORM UNTIL FENPos > 90 OR FENBuffer(FENPos:1) = ' '
		MOVE FENBuffer(FENPos:1) TO FENChar
		IF FENChar >= '0' AND FENChar <= '9' THEN
			MOVE FENChar TO FENDigit
			COMPUTE FENNumAccum EQUAL FENNumAccum * 10 + FENDigit
		END-IF
		ADD 1 TO FENPos
	END-PERFORM
	MOVE FENNumAccum TO HalfMoveClock
	ADD 1 TO FENPos

	MOVE 0 TO FENNumAccum
	PERFORM UNTIL FENPos > 90 OR FENBuffer(FENPos:1) = ' '
		MOVE FENBuffer(FENPos:1) TO FENChar
		IF FENChar >= '0' AND FENChar <= '9' THEN
			MOVE FENChar TO FENDigit
			COMPUTE FENNumAccum EQUAL FENNumAccum * 10 + FENDigit
		END-IF
		ADD 1 TO FENPos
	END-PERFORM
	IF FENNumAccum > 0 THEN
		MOVE FENNumAccum TO TurnNumber
	ELSE
		MOVE 1 TO TurnNumber
	END-IF

	MOVE 'W' TO KCColor
	PERFORM findKing
	IF NOT KingFound THEN
		MOVE 'Y' TO FENErrorFlag
	END-IF
	MOVE 'B' TO KCColor
	PERFORM findKing
	IF NOT KingFound THEN
		MOVE 'Y' TO FENErrorFlag
	END-IF.

placeFENPiece.
	IF FENFileX > 8 OR FENRankY > 8 THEN
		MOVE 'Y' TO FENErrorFlag
		EXIT PARAGRAPH
	END-IF
	MOVE 0 TO FENPieceIdx
	PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 6
		IF FENUpperPieces(COUNTER:1) = FENChar THEN
			MOVE COUNTER TO FENPieceIdx
			MOVE 'W' TO OWNER(FENFileX, FENRankY)
		END-IF
		IF FENLowerPieces(COUNTER:1) = FENChar THEN
			MOVE COUNTER TO FENPieceIdx
			MOVE 'B' TO OWNER(FENFileX, FENRankY)
		END-IF
	END-PERFORM
	IF FENPieceIdx = 0 THEN
		MOVE 'Y' TO FENErrorFlag
		EXIT PARAGRAPH
	END-IF
	MOVE FENUpperPieces(FENPieceIdx:1) TO PieceSym(FENFileX, FENRankY)
	MOVE FENPieceValues(FENPieceIdx:1) TO GameValue(FENFileX, FENRankY)
	MOVE FENFileX TO CurrentX(FENFileX, FENRankY)
	MOVE FENRankY TO CurrentY(FENFileX, FENRankY)
	IF PieceSym(FENFileX, FENRankY) = 'P' AND
			((OWNER(FENFileX, FENRankY) = 'W' AND FENRankY = 7) OR
			 (OWNER(FENFileX, FENRankY) = 'B' AND FENRankY = 2)) THEN
		MOVE 0 TO Moved(FENFileX, FENRankY)
	ELSE
		MOVE 1 TO Moved(FENFileX, FENRankY)
	END-IF
	ADD 1 TO FENFileX.

buildPositionSnapshot.
	PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > BoardHeight
		AFTER X FROM 1 BY 1 UNTIL X > BoardWidth
			COMPUTE SnapIndex EQUAL ((Y - 1) * 8 + X) * 2 - 1
			MOVE OWNER(X, Y) TO CurrentSnapshot(SnapIndex:1)
			MOVE PieceSym(X, Y) TO CurrentSnapshot(SnapIndex + 1:1)
	END-PERFORM
	MOVE PlayerTurn TO CurrentSnapshot(129:1).

recordPosition.
	PERFORM buildPositionSnapshot
	IF PositionCount < 400 THEN
		ADD 1 TO PositionCount
		MOVE CurrentSnapshot TO PosSnapshot(PositionCount)
		MOVE HalfMoveClock TO PosClock(PositionCount)
	END-IF.

checkAutomaticDraws.
	IF HalfMoveClock >= 100 THEN
		MOVE "Fifty-move draw" TO PostEndingText
		MOVE 'Y' TO GameOverFlag
		MOVE "1/2-1/2" TO GameResult
		EXIT PARAGRAPH
	END-IF
	MOVE 0 TO RepetitionCount
	PERFORM VARYING PosIdx FROM 1 BY 1 UNTIL PosIdx > PositionCount
		IF PosSnapshot(PosIdx) = CurrentSnapshot THEN
			ADD 1 TO RepetitionCount
		END-IF
	END-PERFORM
	IF RepetitionCount >= 3 THEN
		MOVE "Repetition draw" TO PostEndingText
		MOVE 'Y' TO GameOverFlag
		MOVE "1/2-1/2" TO GameResult
	END-IF.

updateEnPassantState.
	IF PieceSym(SDestX, SDestY) = 'P' AND
			(SDestY - SPieceY = 2 OR SPieceY - SDestY = 2) THEN
		MOVE 'Y' TO EnPassantFlag
		MOVE SDestX TO EnPassantTargetX
		MOVE SDestX TO EnPassantVictimX
		MOVE SDestY TO EnPassantVictimY
		COMPUTE EnPassantTargetY EQUAL (SPieceY + SDestY) / 2
	ELSE
		MOVE 'N' TO EnPassantFlag
	END-IF.

dispatchMove.
	MOVE 'N' TO EnPassantCaptureFlag
	EVALUATE PieceSym(SPieceX, SPieceY)
		WHEN 'P'
			PERFORM pawnMove
		WHEN 'N'
			PERFORM knightMove
		WHEN 'B'
			PERFORM bishopMove
		WHEN 'R'
			PERFORM rookMove
		WHEN 'Q'
			PERFORM queenMove
		WHEN 'K'
			PERFORM kingMove
	END-EVALUATE.

evaluateGameState.
	MOVE SPACES TO PostEndingText
	MOVE PlayerTurn TO KCColor
	PERFORM isKingInCheck
	MOVE CheckFlag TO ActualCheckFlag
	PERFORM hasLegalMove

	IF ActuallyInCheck AND NOT LegalMoveFound THEN
		MOVE "Checkmate" TO PostEndingText
		MOVE 'Y' TO GameOverFlag
		IF WhitesTurn THEN
			MOVE "0-1" TO GameResult
		ELSE
			MOVE "1-0" TO GameResult
		END-IF
	ELSE
		IF NOT ActuallyInCheck AND NOT LegalMoveFound THEN
			MOVE "Stalemate" TO PostEndingText
			MOVE 'Y' TO GameOverFlag
			MOVE "1/2-1/2" TO GameResult
		END-IF
	END-IF
	IF NOT GameOver THEN
		PERFORM checkAutomaticDraws
	END-IF.

findKing.
	MOVE 'N' TO KingFoundFlag
	PERFORM VARYING KingY FROM 1 BY 1 UNTIL KingY > BoardHeight OR KingFound
		PERFORM VARYING KingX FROM 1 BY 1 UNTIL KingX > BoardWidth OR KingFound
			IF OWNER(KingX, KingY) = KCColor AND PieceSym(KingX, KingY) = 'K' THEN
				MOVE KingX TO KingFoundX
				MOVE KingY TO KingFoundY
				MOVE 'Y' TO KingFoundFlag
			END-IF
		END-PERFORM
	END-PERFORM
	MOVE KingFoundX TO KingX
	MOVE KingFoundY TO KingY.

isKingInCheck.
	MOVE 'N' TO CheckFlag
	PERFORM findKing
	IF KCColor = 'W' THEN
		MOVE 'B' TO OppColor
	ELSE
		MOVE 'W' TO OppColor
	END-IF

	PERFORM VARYING AttackerY FROM 1 BY 1 UNTIL AttackerY > BoardHeight OR KingInCheck
		PERFORM VARYING AttackerX FROM 1 BY 1 UNTIL AttackerX > BoardWidth OR KingInCheck
			IF OWNER(AttackerX, AttackerY) = OppColor THEN
				MOVE AttackerX TO SPieceX
				MOVE AttackerY TO SPieceY
				MOVE KingX TO SDestX
				MOVE KingY TO SDestY
				MOVE 'N' TO MoveMadeFlag
				MOVE 'Y' TO SimulationMode
				MOVE 'Y' TO AttackTestFlag
				PERFORM dispatchMove
				MOVE 'N' TO AttackTestFlag
				MOVE 'N' TO SimulationMode
				IF MoveMade THEN
					MOVE 'Y' TO CheckFlag
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM.

isSquareAttacked.
	MOVE 'N' TO SquareAttackedFlag
	IF KCColor = 'W' THEN
		MOVE 'B' TO OppColor
	ELSE
		MOVE 'W' TO OppColor
	END-IF

	PERFORM VARYING AttackerY FROM 1 BY 1 UNTIL AttackerY > BoardHeight OR SquareAttacked
		PERFORM VARYING AttackerX FROM 1 BY 1 UNTIL AttackerX > BoardWidth OR SquareAttacked
			IF OWNER(AttackerX, AttackerY) = OppColor THEN
				MOVE AttackerX TO SPieceX
				MOVE AttackerY TO SPieceY
				MOVE TestSquareX TO SDestX
				MOVE TestSquareY TO SDestY
				MOVE 'N' TO MoveMadeFlag
				MOVE 'Y' TO SimulationMode
				MOVE 'Y' TO AttackTestFlag
				PERFORM dispatchMove
				MOVE 'N' TO AttackTestFlag
				MOVE 'N' TO SimulationMode
				IF MoveMade THEN
					MOVE 'Y' TO SquareAttackedFlag
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM.

hasLegalMove.
	MOVE 'N' TO LegalMoveFoundFlag
	PERFORM VARYING ScanFromY FROM 1 BY 1 UNTIL ScanFromY > BoardHeight OR LegalMoveFound
		PERFORM VARYING ScanFromX FROM 1 BY 1 UNTIL ScanFromX > BoardWidth OR LegalMoveFound
			IF OWNER(ScanFromX, ScanFromY) = PlayerTurn THEN
				PERFORM scanDestinationsForLegalMove
			END-IF
		END-PERFORM
	END-PERFORM.

scanDestinationsForLegalMove.
	PERFORM VARYING ScanToY FROM 1 BY 1 UNTIL ScanToY > BoardHeight OR LegalMoveFound
		PERFORM VARYING ScanToX FROM 1 BY 1 UNTIL ScanToX > BoardWidth OR LegalMoveFound
			IF ScanToX NOT EQUAL TO ScanFromX OR ScanToY NOT EQUAL TO ScanFromY THEN
				MOVE ScanFromX TO SPieceX
				MOVE ScanFromY TO SPieceY
				MOVE ScanToX TO SDestX
				MOVE ScanToY TO SDestY
				PERFORM isMoveSafe
				IF MoveIsSafe THEN
					MOVE 'Y' TO LegalMoveFoundFlag
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM.

isMoveSafe.
	MOVE 'N' TO MoveIsSafeFlag
	MOVE SPieceX TO OuterPieceX
	MOVE SPieceY TO OuterPieceY
	MOVE SDestX TO OuterDestX
	MOVE SDestY TO OuterDestY
	MOVE Piece(SPieceX, SPieceY) TO SavedSourcePiece
	MOVE Piece(SDestX, SDestY) TO SavedDestPiece
	IF EnPassantVictimX > 0 AND EnPassantVictimY > 0 THEN
		MOVE Piece(EnPassantVictimX, EnPassantVictimY) TO SavedEnPassantPiece
	END-IF

	MOVE 'N' TO MoveMadeFlag
	MOVE 'Y' TO SimulationMode
	PERFORM dispatchMove
	MOVE 'N' TO SimulationMode
	MOVE EnPassantCaptureFlag TO OuterEnPassantCaptureFlag

	IF MoveMade THEN
		MOVE PlayerTurn TO KCColor
		PERFORM isKingInCheck
		IF NOT KingInCheck THEN
			MOVE 'Y' TO MoveIsSafeFlag
		END-IF
	END-IF

	MOVE OuterPieceX TO SPieceX
	MOVE OuterPieceY TO SPieceY
	MOVE OuterDestX TO SDestX
	MOVE OuterDestY TO SDestY
	MOVE SavedSourcePiece TO Piece(SPieceX, SPieceY)
	MOVE SavedDestPiece TO Piece(SDestX, SDestY)
	IF OuterEnPassantCaptureMade THEN
		MOVE SavedEnPassantPiece TO Piece(EnPassantVictimX, EnPassantVictimY)
	END-IF.

logMove.
	ADD 1 TO PlyCount
	MOVE GameID TO MoveGameID
	MOVE PlyCount TO IDNum
	MOVE SPieceX TO MoveFromX
	MOVE SPieceY TO MoveFromY
	MOVE SDestX TO MoveToX
	MOVE SDestY TO MoveToY
	IF MoveActualPieceSym = ' ' THEN
		MOVE PieceSym(SDestX, SDestY) TO MovePieceSym
	ELSE
		MOVE MoveActualPieceSym TO MovePieceSym
	END-IF
	MOVE MovePromotionSymTemp TO MovePromotionSym
	MOVE PlayerTurn TO MoveBy
	MOVE TurnNumber TO MoveTurnNumber
	IF CaptureMade THEN
		MOVE 'Y' TO MoveCaptureFlag
	ELSE
		MOVE 'N' TO MoveCaptureFlag
	END-IF
	IF MovePieceSym = 'P' OR MoveWasCapture THEN
		MOVE 0 TO HalfMoveClock
	ELSE
		ADD 1 TO HalfMoveClock
	END-IF
	MOVE 0 TO MoveElapsedTime
	MOVE EnPassantCaptureFlag TO MoveEnPassantFlag
	IF PriorMovedFlag = 0 THEN
		MOVE 'Y' TO MoveFirstMoveFlag
	ELSE
		MOVE 'N' TO MoveFirstMoveFlag
	END-IF
	WRITE MoveData
	MOVE 'N' TO CaptureMadeFlag
	MOVE ' ' TO MoveActualPieceSym
	MOVE ' ' TO MovePromotionSymTemp.

trackReplayEnPassant.
	IF MovePieceSym = 'P' AND
			(MoveToY - MoveFromY = 2 OR MoveFromY - MoveToY = 2) THEN
		MOVE 'Y' TO EnPassantFlag
		MOVE MoveToX TO EnPassantTargetX
		MOVE MoveToX TO EnPassantVictimX
		MOVE MoveToY TO EnPassantVictimY
		COMPUTE EnPassantTargetY EQUAL (MoveFromY + MoveToY) / 2
	ELSE
		MOVE 'N' TO EnPassantFlag
	END-IF.

buildSANForPly.
	MOVE FileLetters(MoveFromX:1) TO TranscriptFromFile
	MOVE FileLetters(MoveToX:1) TO TranscriptToFile
	COMPUTE TranscriptToRank EQUAL 9 - MoveToY
	COMPUTE SANFromRank EQUAL 9 - MoveFromY
	MOVE SPACES TO SANText
	IF MovePieceSym = 'K' AND (MoveToX - MoveFromX = 2 OR MoveFromX - MoveToX = 2) THEN
		IF MoveToX > MoveFromX THEN
			MOVE "O-O" TO SANText
		ELSE
			MOVE "O-O-O" TO SANText
		END-IF
		EXIT PARAGRAPH
	END-IF
	IF MovePieceSym = 'P' THEN
		IF MovePromotionSym NOT = ' ' THEN
			IF MoveWasCapture THEN
				STRING TranscriptFromFile "x" TranscriptToFile TranscriptToRank
					"=" MovePromotionSym
					DELIMITED BY SIZE INTO SANText
			ELSE
				STRING TranscriptToFile TranscriptToRank "=" MovePromotionSym
					DELIMITED BY SIZE INTO SANText
			END-IF
		ELSE
			IF MoveWasCapture THEN
				STRING TranscriptFromFile "x" TranscriptToFile TranscriptToRank
					DELIMITED BY SIZE INTO SANText
			ELSE
				STRING TranscriptToFile TranscriptToRank
					DELIMITED BY SIZE INTO SANText
			END-IF
		END-IF
		EXIT PARAGRAPH
	END-IF
	PERFORM scanSANAmbiguity
	MOVE MovePieceSym TO SANText(1:1)
	MOVE 2 TO SANPos
	IF SANAmbiguous THEN
		IF NOT SANFileClash THEN
			MOVE TranscriptFromFile TO SANText(SANPos:1)
			ADD 1 TO SANPos
		ELSE
			IF NOT SANRankClash THEN
				MOVE SANFromRank TO SANText(SANPos:1)
				ADD 1 TO SANPos
			ELSE
				MOVE TranscriptFromFile TO SANText(SANPos:1)
				ADD 1 TO SANPos
				MOVE SANFromRank TO SANText(SANPos:1)
				ADD 1 TO SANPos
			END-IF
		END-IF
	END-IF
	IF MoveWasCapture THEN
		MOVE 'x' TO SANText(SANPos:1)
		ADD 1 TO SANPos
	END-IF
	MOVE TranscriptToFile TO SANText(SANPos:1)
	ADD 1 TO SANPos
	MOVE TranscriptToRank TO SANText(SANPos:1).

scanSANAmbiguity.
	MOVE 'N' TO SANAmbiguityFlag
	MOVE 'N' TO SANFileClashFlag
	MOVE 'N' TO SANRankClashFlag
	PERFORM VARYING SANScanY FROM 1 BY 1 UNTIL SANScanY > BoardHeight
		PERFORM VARYING SANScanX FROM 1 BY 1 UNTIL SANScanX > BoardWidth
			IF (SANScanX NOT = MoveFromX OR SANScanY NOT = MoveFromY)
					AND OWNER(SANScanX, SANScanY) = MoveBy
					AND PieceSym(SANScanX, SANScanY) = MovePieceSym THEN
				MOVE SANScanX TO SPieceX
				MOVE SANScanY TO SPieceY
				MOVE MoveToX TO SDestX
				MOVE MoveToY TO SDestY
				PERFORM isMoveSafe
				IF MoveIsSafe THEN
					MOVE 'Y' TO SANAmbiguityFlag
					IF SANScanX = MoveFromX THEN
						MOVE 'Y' TO SANFileClashFlag
					END-IF
					IF SANScanY = MoveFromY THEN
						MOVE 'Y' TO SANRankClashFlag
					END-IF
				END-IF
			END-IF
		END-PERFORM
	END-PERFORM.

classifyCurrentGame.
	MOVE SPACES TO GameECO
	OPEN INPUT OpeningBook
	IF BookFileStatus NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF
	PERFORM loadReviewMoves
	PERFORM classifyLoadedGame
	CLOSE OpeningBook.

classifyLoadedGame.
	MOVE SPACES TO GameECO
	IF ReviewMoveCount = 0 THEN
		EXIT PARAGRAPH
	END-IF
	PERFORM setupStartPosition
	IF CatStartFEN NOT = SPACES THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'W' TO PlayerTurn
	MOVE 'N' TO EnPassantFlag
	MOVE 0 TO CapturedCount
	MOVE 0 TO ReplayWhiteScore
	MOVE 0 TO ReplayBlackScore
	IF ReviewMoveCount < 20 THEN
		MOVE ReviewMoveCount TO GameSANCount
	ELSE
		MOVE 20 TO GameSANCount
	END-IF
	PERFORM VARYING BookPly FROM 1 BY 1 UNTIL BookPly > GameSANCount
		MOVE ReviewMoveData(BookPly) TO MoveData
		MOVE MoveBy TO PlayerTurn
		PERFORM buildSANForPly
		MOVE SANText TO GameSAN(BookPly)
		PERFORM replayApplyMove
		PERFORM trackReplayEnPassant
	END-PERFORM
	MOVE 0 TO BookBestDepth
	MOVE 'N' TO BookEndFlag
	MOVE 0 TO BookLineID
	START OpeningBook KEY IS GREATER THAN BookLineID
		INVALID KEY MOVE 'Y' TO BookEndFlag
	END-START
	PERFORM UNTIL BookEnd
		READ OpeningBook NEXT RECORD
			AT END MOVE 'Y' TO BookEndFlag
			NOT AT END PERFORM matchBookLine
		END-READ
		IF BookFileStatus NOT = "00" AND BookFileStatus NOT = "02" THEN
			MOVE 'Y' TO BookEndFlag
		END-IF
	END-PERFORM.

matchBookLine.
	PERFORM tokenizeBookMoves
	IF BookTokCount = 0 OR BookTokCount > GameSANCount
			OR BookTokCount <= BookBestDepth THEN
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO BookMatchFlag
	PERFORM VARYING BookPly FROM 1 BY 1 UNTIL BookPly > BookTokCount
		IF BookTok(BookPly) NOT = GameSAN(BookPly) THEN
			MOVE 'N' TO BookMatchFlag
		END-IF
	END-PERFORM
	IF BookLineMatches THEN
		MOVE BookTokCount TO BookBestDepth
		MOVE BookECO TO GameECO
	END-IF.

tokenizeBookMoves.
	MOVE 0 TO BookTokCount
	MOVE 0 TO BookTokLen
	PERFORM VARYING BookPos FROM 1 BY 1 UNTIL BookPos > 60
		MOVE BookMoves(BookPos:1) TO BookChar
		IF BookChar = ' ' THEN
			IF BookTokLen > 0 THEN
				MOVE 0 TO BookTokLen
			END-IF
		ELSE
			IF BookTokLen = 0 THEN
				IF BookTokCount >= 20 THEN
					EXIT PARAGRAPH
				END-IF
				ADD 1 TO BookTokCount
				MOVE SPACES TO BookTok(BookTokCount)
			END-IF
			IF BookTokLen < 10 THEN
				ADD 1 TO BookTokLen
				MOVE BookChar TO BookTok(BookTokCount)(BookTokLen:1)
			END-IF
		END-IF
	END-PERFORM.

recordCapturedPiece.
	IF CapturedCount < 30 THEN
		ADD 1 TO CapturedCount
		MOVE OWNER(CapturedAtX, CapturedAtY) TO CapturedOwner(CapturedCount)
		MOVE PieceSym(CapturedAtX, CapturedAtY) TO CapturedSym(CapturedCount)
		MOVE GameValue(CapturedAtX, CapturedAtY) TO CapturedValue(CapturedCount)
		MOVE Moved(CapturedAtX, CapturedAtY) TO CapturedMoved(CapturedCount)
	END-IF.

switchTurn.
	IF WhitesTurn THEN
		MOVE 'B' TO PlayerTurn
	ELSE
		MOVE 'W' TO PlayerTurn
	END-IF.

knightMove.
	IF SPieceY - SDestY = 2 OR SDestY - SPieceY = 2 THEN
		IF SPieceX - SDestX  = 1 OR SDestX - SPieceX = 1 THEN
			IF OWNER(SDestX, SDestY) = ' ' THEN
				PERFORM movePiece
				EXIT PARAGRAPH
			END-IF
			IF OWNER(SDestX, SDestY) NOT EQUAL TO OWNER(SPieceX, SPieceY) THEN
				PERFORM takePiece
				EXIT PARAGRAPH
			END-IF
		END-IF
	END-IF
	IF SPieceX - SDestX = 2 OR SDestX - SPieceX = 2 THEN
		IF SPieceY - SDestY  = 1 OR SDestY - SPieceY = 1 THEN
			IF OWNER(SDestX, SDestY) = ' ' THEN
				PERFORM movePiece
				EXIT PARAGRAPH
			END-IF
			IF OWNER(SDestX, SDestY) NOT EQUAL TO OWNER(SPieceX, SPieceY) THEN
				PERFORM takePiece
				EXIT PARAGRAPH
			END-IF
		END-IF
	END-IF.

bishopMove.
	COMPUTE TmpVar EQUAL SPieceY - SDestY
	COMPUTE TmpVar2 EQUAL SPieceX - SDestX
	IF TmpVar2 NOT EQUAL TO 0 AND (TmpVar EQUAL TO TmpVar2 OR TmpVar EQUAL TO -TmpVar2) THEN
		IF SDestY < SPieceY THEN
			MOVE -1 TO TmpVar
		ELSE
			MOVE 1 TO TmpVar
		END-IF

		IF SDestX < SPieceX THEN
			MOVE -1 TO TmpVar2
		ELSE
			MOVE 1 TO TmpVar2
		END-IF
		IF SPieceX - SDestX > 1 OR SPieceX - SDestX < -1 THEN
			PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL SPieceX + (COUNTER * TmpVar2) = SDestX
				COMPUTE DiagX EQUAL SPieceX + (COUNTER * TmpVar2)
				COMPUTE DiagY EQUAL SPieceY + (COUNTER * TmpVar)
				IF OWNER(DiagX, DiagY) NOT EQUAL TO ' ' THEN
					EXIT PARAGRAPH
				END-IF
			END-PERFORM
		END-IF
		IF OWNER(SDestX, SDestY) = ' ' THEN
			PERFORM movePiece
			EXIT PARAGRAPH
		END-IF
		IF OWNER(SDestX, SDestY) NOT EQUAL TO OWNER(SPieceX, SPieceY) THEN
			PERFORM takePiece
			EXIT PARAGRAPH
		END-IF
	END-IF.

rookMove.
	IF SDestX - SPieceX = 0 THEN
		COMPUTE TmpVar EQUAL SDestY - SPieceY
		IF TmpVar > 0 THEN
			MOVE 1 TO StepDir
		ELSE
			MOVE -1 TO StepDir
		END-IF
		COMPUTE CheckOrigin EQUAL SPieceY + StepDir

		PERFORM VARYING Y FROM CheckOrigin BY StepDir UNTIL Y = SDestY

			IF OWNER(SPieceX, Y) NOT EQUAL TO ' ' THEN
				EXIT PARAGRAPH
			END-IF
		END-PERFORM
		IF OWNER(SDestX, SDestY) NOT EQUAL TO OWNER(SPieceX, SPieceY) AND OWNER(SDestX, SDestY) NOT EQUAL TO ' ' THEN
			PERFORM takePiece
			EXIT PARAGRAPH
		END-IF
		IF OWNER(SDestX, SDestY) = ' ' THEN
			PERFORM movePiece
			EXIT PARAGRAPH
		END-IF
	END-IF
	IF SDestY - SPieceY = 0 THEN
		COMPUTE TmpVar EQUAL SDestX - SPieceX
		IF TmpVar > 0 THEN
			MOVE 1 TO StepDir
		ELSE
			MOVE -1 TO StepDir
		END-IF
		COMPUTE CheckOrigin EQUAL SPieceX + StepDir

		PERFORM VARYING X FROM CheckOrigin BY StepDir UNTIL X = SDestX

			IF OWNER(X, SDestY) NOT EQUAL TO ' ' THEN
				EXIT PARAGRAPH
			END-IF
		END-PERFORM
		IF OWNER(SDestX, SDestY) NOT EQUAL TO OWNER(SPieceX, SPieceY) AND OWNER(SDestX, SDestY) NOT EQUAL TO ' ' THEN
			PERFORM takePiece
			EXIT PARAGRAPH
		END-IF
		IF OWNER(SDestX, SDestY) = ' ' THEN
			PERFORM movePiece
			EXIT PARAGRAPH
		END-IF
	END-IF.

queenMove.
	IF SPieceX - SDestX = 0 OR SPieceY - SDestY = 0 THEN
		PERFORM rookMove
	ELSE
		PERFORM bishopMove
	END-IF.

kingMove.
	COMPUTE TmpVar EQUAL SDestX - SPieceX
	COMPUTE TmpVar2 EQUAL SDestY - SPieceY

	IF TmpVar NOT LESS THAN -1 AND TmpVar NOT GREATER THAN 1 THEN
		IF TmpVar2 NOT LESS THAN -1 AND TmpVar2 NOT GREATER THAN 1 THEN
			IF OWNER(SDestX, SDestY) = ' ' THEN
				PERFORM movePiece
				EXIT PARAGRAPH
			END-IF

			IF OWNER(SDestX, SDestY) NOT EQUAL TO OWNER(SPieceX, SPieceY) THEN
				PERFORM takePiece
				EXIT PARAGRAPH
			END-IF
		END-IF
	END-IF

	*>Castling
	IF NOT Simulating AND HasNotMoved(SPieceX, SPieceY) AND SDestY = SPieceY THEN
		IF SDestX - SPieceX = 2 THEN
			PERFORM kingsideCastle
			EXIT PARAGRAPH
		END-IF
		IF SPieceX - SDestX = 2 THEN
			PERFORM queensideCastle
			EXIT PARAGRAPH
		END-IF
	END-IF.

kingsideCastle.
	MOVE SPieceX TO CastleKingX
	MOVE SPieceY TO CastleKingY
	MOVE SDestX TO CastleDestX
	MOVE 'N' TO CastleBlockedFlag
	MOVE 8 TO CastleRookFromX
	COMPUTE CastleRookToX EQUAL CastleKingX + 1

	IF PieceSym(CastleRookFromX, CastleKingY) NOT EQUAL TO 'R'
			OR HasMoved(CastleRookFromX, CastleKingY) THEN
		MOVE 'Y' TO CastleBlockedFlag
	END-IF
	IF OWNER(CastleRookToX, CastleKingY) NOT EQUAL TO ' '
			OR OWNER(CastleDestX, CastleKingY) NOT EQUAL TO ' ' THEN
		MOVE 'Y' TO CastleBlockedFlag
	END-IF

	IF NOT CastleBlocked THEN
		MOVE OWNER(CastleKingX, CastleKingY) TO KCColor
		PERFORM isKingInCheck
		IF KingInCheck THEN
			MOVE 'Y' TO CastleBlockedFlag
		END-IF
	END-IF
	IF NOT CastleBlocked THEN
		MOVE CastleRookToX TO TestSquareX
		MOVE CastleKingY TO TestSquareY
		PERFORM isSquareAttacked
		IF SquareAttacked THEN
			MOVE 'Y' TO CastleBlockedFlag
		END-IF
	END-IF
	IF NOT CastleBlocked THEN
		MOVE CastleDestX TO TestSquareX
		MOVE CastleKingY TO TestSquareY
		PERFORM isSquareAttacked
		IF SquareAttacked THEN
			MOVE 'Y' TO CastleBlockedFlag
		END-IF
	END-IF

	IF CastleBlocked THEN
		EXIT PARAGRAPH
	END-IF

	MOVE Piece(CastleRookFromX, CastleKingY) TO Piece(CastleRookToX, CastleKingY)
	MOVE EmptySpace TO Piece(CastleRookFromX, CastleKingY)
	MOVE 1 TO Moved(CastleRookToX, CastleKingY)
	MOVE CastleRookToX TO CurrentX(CastleRookToX, CastleKingY)
	MOVE CastleKingY TO CurrentY(CastleRookToX, CastleKingY)

	MOVE CastleKingX TO SPieceX
	MOVE CastleKingY TO SPieceY
	MOVE CastleDestX TO SDestX
	MOVE CastleKingY TO SDestY
	PERFORM movePiece.

queensideCastle.
	MOVE SPieceX TO CastleKingX
	MOVE SPieceY TO CastleKingY
	MOVE SDestX TO CastleDestX
	MOVE 'N' TO CastleBlockedFlag
	MOVE 1 TO CastleRookFromX
	COMPUTE CastleRookToX EQUAL CastleKingX - 1

	IF PieceSym(CastleRookFromX, CastleKingY) NOT EQUAL TO 'R'
			OR HasMoved(CastleRookFromX, CastleKingY) THEN
		MOVE 'Y' TO CastleBlockedFlag
	END-IF
	IF OWNER(CastleRookToX, CastleKingY) NOT EQUAL TO ' '
			OR OWNER(CastleDestX, CastleKingY) NOT EQUAL TO ' '
			OR OWNER(2, CastleKingY) NOT EQUAL TO ' ' THEN
		MOVE 'Y' TO CastleBlockedFlag
	END-IF

	IF NOT CastleBlocked THEN
		MOVE OWNER(CastleKingX, CastleKingY) TO KCColor
		PERFORM isKingInCheck
		IF KingInCheck THEN
			MOVE 'Y' TO CastleBlockedFlag
		END-IF
	END-IF
	IF NOT CastleBlocked THEN
		MOVE CastleRookToX TO TestSquareX
		MOVE CastleKingY TO TestSquareY
		PERFORM isSquareAttacked
		IF SquareAttacked THEN
			MOVE 'Y' TO CastleBlockedFlag
		END-IF
	END-IF
	IF NOT CastleBlocked THEN
		MOVE CastleDestX TO TestSquareX
		MOVE CastleKingY TO TestSquareY
		PERFORM isSquareAttacked
		IF SquareAttacked THEN
			MOVE 'Y' TO CastleBlockedFlag
		END-IF
	END-IF

	IF CastleBlocked THEN
		EXIT PARAGRAPH
	END-IF

	MOVE Piece(CastleRookFromX, CastleKingY) TO Piece(CastleRookToX, CastleKingY)
	MOVE EmptySpace TO Piece(CastleRookFromX, CastleKingY)
	MOVE 1 TO Moved(CastleRookToX, CastleKingY)
	MOVE CastleRookToX TO CurrentX(CastleRookToX, CastleKingY)
	MOVE CastleKingY TO CurrentY(CastleRookToX, CastleKingY)

	MOVE CastleKingX TO SPieceX
	MOVE CastleKingY TO SPieceY
	MOVE CastleDestX TO SDestX
	MOVE CastleKingY TO SDestY
	PERFORM movePiece.

pawnMove.
	IF White(SPieceX, SPieceY) THEN
		MOVE -1 TO TmpVar
		MOVE 'B' TO PawnEnemy
	ELSE
		MOVE 1 TO TmpVar
		MOVE 'W' TO PawnEnemy
	END-IF

	IF SDestX - SPieceX = 0 THEN
		IF SDestY - SPieceY = TmpVar THEN
			IF OWNER(SDestX, SDestY) = ' ' THEN
				PERFORM movePiece
				IF NOT Simulating THEN
					MOVE 'P' TO MoveActualPieceSym
				END-IF
				PERFORM promotePawn
				EXIT PARAGRAPH
			END-IF
		END-IF
		COMPUTE TmpVar2 EQUAL TmpVar + TmpVar
		IF SDestY - SPieceY = TmpVar2 AND HasNotMoved(SPieceX, SPieceY) THEN
			IF OWNER(SDestX, SDestY) = ' ' AND OWNER(SDestX, SPieceY + TmpVar) = ' ' THEN
				PERFORM movePiece
				IF NOT Simulating THEN
					MOVE 'P' TO MoveActualPieceSym
				END-IF
				PERFORM promotePawn
				EXIT PARAGRAPH
			END-IF
		END-IF
	END-IF
	IF SDestX - SPieceX = 1 OR SPieceX - SDestX = 1 THEN
		IF SDestY - SPieceY = TmpVar AND OWNER(SDestX, SDestY) = PawnEnemy THEN
			PERFORM takePiece
			IF NOT Simulating THEN
				MOVE 'P' TO MoveActualPieceSym
			END-IF
			PERFORM promotePawn
			EXIT PARAGRAPH
		END-IF
		IF SDestY - SPieceY = TmpVar AND OWNER(SDestX, SDestY) = ' '
				AND EnPassantAvailable AND SDestX = EnPassantTargetX
				AND SDestY = EnPassantTargetY THEN
			PERFORM enPassantCapture
			EXIT PARAGRAPH
		END-IF
	END-IF.

takePiece.
	IF NOT Simulating THEN
		IF White(SPieceX, SPieceY) THEN
			COMPUTE WhiteScore EQUAL WhiteScore + GameValue(SDestX, SDestY)
		ELSE
			COMPUTE BlackScore EQUAL BlackScore + GameValue(SDestX, SDestY)
		END-IF
		MOVE SDestX TO CapturedAtX
		MOVE SDestY TO CapturedAtY
		PERFORM recordCapturedPiece
		MOVE 'Y' TO CaptureMadeFlag
	END-IF
	PERFORM movePiece.

enPassantCapture.
	IF NOT Simulating THEN
		IF White(SPieceX, SPieceY) THEN
			COMPUTE WhiteScore EQUAL WhiteScore + GameValue(EnPassantVictimX, EnPassantVictimY)
		ELSE
			COMPUTE BlackScore EQUAL BlackScore + GameValue(EnPassantVictimX, EnPassantVictimY)
		END-IF
		MOVE EnPassantVictimX TO CapturedAtX
		MOVE EnPassantVictimY TO CapturedAtY
		PERFORM recordCapturedPiece
		MOVE 'Y' TO CaptureMadeFlag
	END-IF
	IF NOT AttackTestMode THEN
		MOVE 'Y' TO EnPassantCaptureFlag
		MOVE EmptySpace TO Piece(EnPassantVictimX, EnPassantVictimY)
	END-IF
	PERFORM movePiece.

movePiece.
	IF AttackTestMode THEN
		MOVE 'Y' TO MoveMadeFlag
		EXIT PARAGRAPH
	END-IF
	MOVE Piece(SPieceX, SPieceY) TO Piece(SDestX, SDestY)
	MOVE EmptySpace TO Piece(SPieceX, SPieceY)
	MOVE SDestX TO CurrentX(SDestX, SDestY)
	MOVE SDestY TO CurrentY(SDestX, SDestY)
	MOVE 1 TO Moved(SDestX, SDestY)
	MOVE 'Y' TO MoveMadeFlag.

promotePawn.
	IF Simulating THEN
		EXIT PARAGRAPH
	END-IF
	IF SDestY = 1 OR SDestY = 8 THEN
		IF PostPromotionSym = ' ' THEN
			MOVE 'Q' TO PromotionChoice
		ELSE
			MOVE PostPromotionSym TO PromotionChoice
		END-IF
		EVALUATE PromotionChoice
			WHEN "N"
				MOVE "N" TO PieceSym(SDestX, SDestY)
				MOVE 3 TO GameValue(SDestX, SDestY)
			WHEN "B"
				MOVE "B" TO PieceSym(SDestX, SDestY)
				MOVE 3 TO GameValue(SDestX, SDestY)
			WHEN "R"
				MOVE "R" TO PieceSym(SDestX, SDestY)
				MOVE 5 TO GameValue(SDestX, SDestY)
			WHEN OTHER
				MOVE "Q" TO PieceSym(SDestX, SDestY)
				MOVE 9 TO GameValue(SDestX, SDestY)
		END-EVALUATE
		MOVE PieceSym(SDestX, SDestY) TO MovePromotionSymTemp
	END-IF.

END PROGRAM PostMoves.
