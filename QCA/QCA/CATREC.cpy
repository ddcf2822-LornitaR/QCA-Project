*> incoming module result against it, so a mistyped code or a wrong
*> credit value is rejected at the door instead of surfacing on a
*> transcript or the exam-board broadsheet. Maintained by QCACatMaint
*> and read by QCAFeedAccept, QCAMastMaint and QCAModerate - the
*> layout changes in one place or not at all.
*>
*> CatSemesters lists the semester digits the module is offered in
*> ("135" - semesters 1, 3 and 5); the moderation report uses it to
*> list offered modules that have no results for a semester. The
*> active flag retires a module without deleting its row: results
*> already on the master keep their catalogue entry, new results
*> against a retired module are rejected.
