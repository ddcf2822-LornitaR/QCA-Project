*> MITP - the shared mitigating-circumstances paragraphs: opening the
*> register (QCAMIT.dat - see MITREC.cpy), loading one student's
*> approved cases, and settling how the module result in hand is
*> treated. Copied into the PROCEDURE DIVISION of every program that
*> scores or clears a student, so the transcript, the clearance and
*> every report read the register the same way - the rules live here
*> or nowhere (the VALDTL pattern).
*>
*> The copying program provides COPY MITWS in working storage; the
*> MitigationFile SELECT/FD (record from MITREC.cpy, ORGANIZATION
*> INDEXED, ACCESS DYNAMIC, FILE STATUS WsMitFileStatus); and the
*> module-result fields WkSemester and WkModuleCode. Before a
*> student's first result it sets WsMitStudentId and performs
*> LoadStudentMitCases; before scoring each result it performs
*> ApplyMitigation.

*> No register at all (status 35) is a system with no approved
*> cases - every result scores as recorded. Anything else that stops
*> it opening stops the run: a register that is there but unreadable
*> would quietly put discounted failures back into the QCA.
OpenMitigationRegister.
    SET WsMitFileIsOpen TO FALSE
    OPEN INPUT MitigationFile
    EVALUATE TRUE
        WHEN WsMitFileStatus = "35"
            CONTINUE
        WHEN WsMitFileStatus NOT = "00"
            DISPLAY "error opening QCAMIT.dat, status "
                WsMitFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            SET WsMitFileIsOpen TO TRUE
    END-EVALUATE
    .

CloseMitigationRegister.
    IF WsMitFileIsOpen
        CLOSE MitigationFile
    END-IF
    .

*> Positions on the student's first case and reads until the student
*> id changes - the register is keyed student-major like the master.
LoadStudentMitCases.
    MOVE ZERO TO WsMitCount
    MOVE ZERO TO WsMitDropped
    IF NOT WsMitFileIsOpen
        EXIT PARAGRAPH
    END-IF
    SET WsMitAtEnd TO FALSE
    MOVE WsMitStudentId TO MitStudentId
    MOVE ZERO TO MitSemester
    MOVE LOW-VALUES TO MitModuleCode
    START MitigationFile KEY IS NOT LESS THAN MitKey
        INVALID KEY SET WsMitAtEnd TO TRUE
    END-START
    PERFORM ReadMitigationNext
    PERFORM UNTIL WsMitAtEnd OR MitStudentId NOT = WsMitStudentId
        IF WsMitCount < WsMitMax
            ADD 1 TO WsMitCount
            MOVE MitSemester   TO WsMitSemester (WsMitCount)
            MOVE MitModuleCode TO WsMitModule (WsMitCount)
            MOVE MitDecision   TO WsMitDecision (WsMitCount)
            MOVE MitCaseRef    TO WsMitCaseRef (WsMitCount)
            MOVE ZERO          TO WsMitResitSem (WsMitCount)
        ELSE
            IF WsMitDropped < 99
                ADD 1 TO WsMitDropped
            END-IF
        END-IF
        PERFORM ReadMitigationNext
    END-PERFORM
    .

ReadMitigationNext.
    IF NOT WsMitAtEnd
        READ MitigationFile NEXT
            AT END SET WsMitAtEnd TO TRUE
        END-READ
    END-IF
    .

*> Settles WsResultTreatment for the result in WkSemester/
*> WkModuleCode. A case on the result itself - whatever its decision
*> - leaves the attempt out of the QCA. Otherwise the first later
*> attempt of a module whose failure was voided as a first sitting
*> counts uncapped; attempts after that one are ordinary resits.
*> Callers present a student's results in semester order, as the
*> master holds them.
ApplyMitigation.
    MOVE SPACE TO WsResultTreatment
    MOVE ZERO TO WsMitHit
    MOVE ZERO TO WsMitResitHit
    PERFORM VARYING WsMitSub FROM 1 BY 1 UNTIL WsMitSub > WsMitCount
        IF WsMitModule (WsMitSub) = WkModuleCode
            EVALUATE TRUE
                WHEN WsMitSemester (WsMitSub) = WkSemester
                    MOVE WsMitSub TO WsMitHit
                WHEN WsMitSemester (WsMitSub) < WkSemester
                 AND WsMitCaseIsFirstSitting (WsMitSub)
                 AND (WsMitResitSem (WsMitSub) = ZERO
                      OR WsMitResitSem (WsMitSub) = WkSemester)
                    MOVE WsMitSub TO WsMitResitHit
            END-EVALUATE
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WsMitHit > 0
            SET WsResultExcluded TO TRUE
            SET WsSemHadExclusion TO TRUE
            MOVE ZERO TO WsMitResitHit
        WHEN WsMitResitHit > 0
            SET WsResultUncapped TO TRUE
            MOVE WkSemester TO WsMitResitSem (WsMitResitHit)
    END-EVALUATE
    .

*> Words the treatment ApplyMitigation settled, for a transcript
*> line: the case reference in WsMitCaseText and what was done in
*> WsMitText. Blank when the result scores as recorded.
DescribeMitigation.
    MOVE SPACES TO WsMitCaseText
    MOVE SPACES TO WsMitText
    EVALUATE TRUE
        WHEN WsMitHit > 0
            MOVE WsMitCaseRef (WsMitHit) TO WsMitCaseText
            EVALUATE TRUE
                WHEN WsMitCaseIsDiscount (WsMitHit)
                    MOVE "attempt discounted from the QCA" TO WsMitText
                WHEN WsMitCaseIsFirstSitting (WsMitHit)
                    MOVE "failure set aside - resit to count as a first sitting"
                        TO WsMitText
                WHEN OTHER
                    MOVE "assessment deferred - attempt not counted"
                        TO WsMitText
            END-EVALUATE
        WHEN WsMitResitHit > 0
            MOVE WsMitCaseRef (WsMitResitHit) TO WsMitCaseText
            MOVE "resit counted uncapped as a first sitting"
                TO WsMitText
    END-EVALUATE
    .
