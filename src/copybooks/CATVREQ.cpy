      *> the request block a program passes to catalogVersion for an
      *> ARRAYCAT entry's kept versions (see CATVREC.cpy):
      *>   vq-action    KEEP  set the entry's current records aside as
      *>                      its next version, before a SAVE (or an
      *>                      import) replaces them; called with
      *>                      ARRAYCAT closed
      *>                LIST  the entry's current and kept versions,
      *>                      with save date and operator
      *>                COMP  version vq-from against version vq-to,
      *>                      element by element, to CATCOMP
      *>                ROLL  make version vq-from current again (the
      *>                      entry it replaces is kept first)
      *>                DROP  remove the entry's unprotected versions,
      *>                      when a purge removes the entry itself
      *>   vq-name      the catalog entry
      *>   vq-from      COMP/ROLL: a kept version, 000 meaning the
      *>                current entry (COMP only)
      *>   vq-to        COMP: the version compared against, 000 the
      *>                current entry
      *>   vq-operator  who is asking, recorded as a kept version's
      *>                cv-kept-by
      *> vq-version comes back with the version KEEP (or ROLL, for the
      *> entry it replaced) kept, zero when there was nothing to keep;
      *> vq-count with the versions LIST found or DROP removed.
      *> RETURN-CODE: rc-success, rc-not-found for an entry or version
      *> that is not there, rc-invalid-input for an unusable file or
      *> action -- a KEEP that fails means the caller must not replace
      *> the entry. field names are fixed; callers COPY with no
      *> REPLACING:
      *>
      *>   copy "CATVREQ.cpy".
01 catalog-version-request.
	05 vq-action pic x(4).
	05 vq-name pic x(8).
	05 vq-from pic 9(3).
	05 vq-to pic 9(3).
	05 vq-operator pic x(3).
	05 vq-version pic 9(3).
	05 vq-count pic 9(3).
