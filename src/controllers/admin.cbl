               record key is cb-name
               file status is block-file-status.

      *> The search synonym dictionary - listed here; changes go
      *> through search-terms.cbl, which keeps the words in the
      *> shape the index uses.
           select synonym-master
               assign to "data/search-synonyms.dat"
               organization is indexed
               access mode is dynamic
               record key is sy-word
               file status is synonym-file-status.

      *> Best bets - content pinned above the ranked search results
      *> for chosen queries, optionally only between two dates. The
      *> public search reads them back.
           select best-bet-master
               assign to "data/search-best-bets.dat"
               organization is indexed
               access mode is dynamic
               record key is bb-id
               file status is best-bet-status.

      *> Named starter templates - a stored title/body/tags/type
      *> skeleton the create form can start from, so a press release
      *> stops being a copy-paste of the last one. Different from
               record key is su-address
               file status is suppression-status.

      *> block-scanners' client-address blocklist - listed here so
      *> a block can be lifted before it runs out (a customer behind
      *> the same address, a misread probe).
           select blocked-callers
               assign to "data/blocked-callers.dat"
               organization is indexed
               access mode is dynamic
               record key is bk-caller
               file status is blocked-status.

      *> Legal holds - a content item or media file named here is
      *> left alone by every purge, archive, trim and erasure job
      *> until the hold is released from this screen.
           select legal-holds
               assign to "data/legal-holds.dat"
               organization is indexed
               access mode is dynamic
               record key is lh-key
               file status is legal-hold-status.

      *> Freshness reviews the nightly pass has queued - each owner
      *> confirms "still accurate" here or edits the item.
           select content-reviews
               assign to "data/content-reviews.dat"
               organization is indexed
               access mode is dynamic
               record key is fr-content-id
               file status is review-file-status.

      *> Form definitions - the same name/label/type/required field
      *> pattern content types prove, applied to the public forms:
      *> showform renders any defined form by name, submitform
               record key is fm-name
               file status is form-def-status.

      *> Allowed extensions and size ceiling for each file field of
      *> a form - the definition's field slots have no room for
      *> them, so they are kept beside it keyed by form and field.
           select file-rule-master
               assign to "data/form-file-rules.dat"
               organization is indexed
               access mode is dynamic
               record key is frl-key
               file status is file-rule-status.

      *> Files that came in with a submission - each row leads from
      *> (submission, field) to the private media row holding it.
      *> Downloaded from the submissions browser, erased with the
      *> submission.
           select attachment-master
               assign to "data/form-attachments.dat"
               organization is indexed
               access mode is dynamic
               record key is fa-key
               file status is attachment-status.

      *> A stored attachment, read back line by line for the
      *> download - the same transport the router serves uploads by.
           select attachment-file
               assign to attachment-path
               organization is line sequential
               file status is attachment-file-status.

      *> The per-user notification store notifications.cbl posts to
      *> - the dashboard panel reads it and the screens below flip
      *> read/dismiss state directly, the way the comment queue is
               record key is nt-key
               file status is notification-store-status.

      *> Quarterly access recertification - the cycles and the
      *> per-account rows the access-recertification batch job
      *> opens each quarter. Admins confirm or revoke each account
      *> here; whatever is still pending when the window closes is
      *> suspended by the job.
           select recert-cycles
               assign to "data/access-recert-cycles.dat"
               organization is indexed
               access mode is dynamic
               record key is rv-cycle
               file status is recert-cycle-status.

           select recert-master
               assign to "data/access-recert.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is recert-status.

      *> Email-address changes waiting on their confirmation token -
      *> auth.cbl owns the store; the users page lists what is
      *> pending so a change nobody expected can be withdrawn.
           select email-change-master
               assign to "data/email-changes.dat"
               organization is indexed
               access mode is dynamic
               record key is ec-token
               file status is email-change-status.

           select run-control
               assign to "data/run-control.dat"
               organization is indexed
               record key is an-key
               file status is analytics-status.

      *> Completed downloads per (day, media item), people and
      *> crawlers apart - written by the analytics-rollup batch job
      *> and read back for the media screens.
           select download-master
               assign to "data/media-downloads.dat"
               organization is indexed
               access mode is dynamic
               record key is md-key
               file status is download-status.

           select redirects-file
               assign to "data/redirects.conf"
               organization is line sequential
               organization is line sequential
               file status is admin-audit-status.

      *> Support "view as" sessions - one row per administrator
      *> session that is currently looking at the admin screens as
      *> another user, keyed by the administrator's session id so
      *> signing out (or the session lapsing) ends it too.
           select view-as-master
               assign to "data/view-as-sessions.dat"
               organization is indexed
               access mode is dynamic
               record key is va-session-id
               file status is view-as-status.

      *> Running-hash sidecar for the admin audit log - same chaining
      *> auth.cbl applies to the login audit trail.
           select audit-chain-state
               organization is line sequential
               file status is email-file-status.

      *> commenter-standing.cbl's blocklist, listed on the comment
      *> moderation screen - entries are added and removed through
      *> that program.
           select commenter-blocklist
               assign to "data/commenter-blocklist.dat"
               organization is indexed
               access mode is dynamic
               record key is bl-id
               file status is blocklist-file-status.

      *> auth.cbl's API key store, read here only to find the keys a
      *> departing user owns - revocation itself goes through auth.
           select api-key-list
               assign to "data/api-keys.dat"
               organization is indexed
               access mode is dynamic
               record key is ak-key-value
               file status is api-key-list-status.

      *> One block per deactivation - what was handed to the
      *> successor and what was closed out.
           select handover-report
               assign to "data/handover-report.txt"
               organization is line sequential
               file status is handover-report-status.

       data division.
       file section.
       fd  submission-master.
           03 cc-title          pic x(200).
           03 cc-body           pic x(2000).
           03 cc-publish-date   pic x(20).
           03 filler            pic x(179).
           03 cc-assigned-to    pic x(50).
           03 filler            pic x(585).

       fd  draft-master.
       01  draft-master-record.
           03 cb-modified-date  pic x(20).
           03 cb-body           pic x(2000).

       fd  best-bet-master.
       01  best-bet-record.
           03 bb-id             pic 9(6).
           03 bb-queries        pic x(200).
           03 bb-content-ids    pic x(100).
           03 bb-start-date     pic x(10).
           03 bb-end-date       pic x(10).
           03 bb-set-by         pic x(50).
           03 bb-set-stamp      pic x(14).

       fd  synonym-master.
       01  synonym-record.
           03 sy-word           pic x(30).
           03 sy-synonyms       pic x(200).
           03 sy-set-by         pic x(50).
           03 sy-set-stamp      pic x(14).

       fd  starter-master.
       01  starter-master-record.
           03 cs-name           pic x(50).
           03 su-soft-bounces   pic 9(4).
           03 su-last-bounce    pic x(8).

       fd  view-as-master.
       01  view-as-record.
           03 va-session-id     pic x(32).
           03 va-admin          pic x(50).
           03 va-target         pic x(50).
           03 va-started        pic x(14).

       fd  blocked-callers.
       01  blocked-caller-record.
           03 bk-caller         pic x(64).
           03 bk-status         pic x(10).
           03 bk-reason         pic x(60).
           03 bk-hits           pic 9(6).
           03 bk-sample-path    pic x(100).
           03 bk-blocked-stamp  pic x(14).
           03 bk-expires-stamp  pic x(14).
           03 bk-lifted-stamp   pic x(14).
           03 bk-lifted-by      pic x(50).
           03 bk-block-count    pic 9(4).

       fd  legal-holds.
       01  legal-hold-record.
           03 lh-key.
               05 lh-kind        pic x(10).
               05 lh-item-id     pic 9(10).
           03 lh-status         pic x(10).
           03 lh-matter         pic x(60).
           03 lh-set-by         pic x(50).
           03 lh-set-stamp      pic x(14).
           03 lh-released-by    pic x(50).
           03 lh-released-stamp pic x(14).

       fd  content-reviews.
       01  content-review-record.
           03 fr-content-id     pic 9(10).
           03 fr-owner          pic x(50).
           03 fr-type           pic x(20).
           03 fr-title          pic x(100).
           03 fr-state          pic x(10).
           03 fr-due-since      pic x(8).
           03 fr-last-reviewed  pic x(8).
           03 fr-reviewed-by    pic x(50).
           03 fr-escalated-on   pic x(8).
           03 fr-review-count   pic 9(4).

       fd  form-def-master.
       01  form-def-record.
           03 fm-name           pic x(50).
           03 fm-ack-enabled    pic x(1).
           03 fm-ack-text       pic x(200).

       fd  file-rule-master.
       01  file-rule-record.
           03 frl-key.
               05 frl-form-name  pic x(50).
               05 frl-field-name pic x(50).
           03 frl-accept        pic x(60).
           03 frl-max-kb        pic 9(8).

       fd  attachment-master.
       01  attachment-record.
           03 fa-key.
               05 fa-submission-id pic 9(10).
               05 fa-field-name  pic x(50).
           03 fa-media-id       pic 9(10).
           03 fa-original-name  pic x(200).
           03 fa-mime-type      pic x(100).
           03 fa-file-size      pic 9(10).

       fd  attachment-file.
       01  attachment-line      pic x(4096).

       fd  notification-master.
       01  notification-record.
           03 nt-key.
           03 nt-read           pic x(1).
           03 nt-text           pic x(200).

      *> access-recertification.cbl's two stores.
       fd  recert-cycles.
       01  recert-cycle-record.
           03 rv-cycle          pic x(6).
           03 rv-opened         pic x(8).
           03 rv-closes         pic x(8).
           03 rv-state          pic x(10).
           03 rv-accounts       pic 9(5).
           03 rv-closed-on      pic x(8).

       fd  recert-master.
       01  recert-record.
           03 ar-key.
               05 ar-cycle      pic x(6).
               05 ar-user-id    pic 9(10).
           03 ar-username       pic x(50).
           03 ar-role           pic x(20).
           03 ar-last-login     pic x(14).
           03 ar-state          pic x(10).
           03 ar-decided-by     pic x(50).
           03 ar-decided-at     pic x(14).

       fd  email-change-master.
       01  email-change-record.
           03 ec-token          pic x(32).
           03 ec-user-id        pic 9(10).
           03 ec-username       pic x(50).
           03 ec-old-email      pic x(100).
           03 ec-new-email      pic x(100).
           03 ec-requested-by   pic x(50).
           03 ec-requested      pic x(20).
           03 ec-expires        pic x(20).
           03 ec-state          pic x(10).
           03 ec-completed      pic x(20).

       fd  run-control.
       01  run-control-record.
           03 rc-job-name       pic x(30).
           03 se-user-role      pic x(20).
           03 se-remember       pic x(1).
           03 se-expires        pic x(20).
           03 se-authenticated  pic x(14).
           03 se-last-activity  pic x(14).
           03 se-client-addr    pic x(64).

       fd  comment-master.
       01  comment-master-record.
           03 an-total-ms       pic 9(12).
           03 an-bot-hits       pic 9(8).

       fd  download-master.
       01  download-record.
           03 md-key.
               05 md-date       pic x(8).
               05 md-media-id   pic 9(10).
           03 md-downloads      pic 9(8).
           03 md-bot-downloads  pic 9(8).
           03 md-range-parts    pic 9(8).

       fd  redirects-file.
       01  redirects-file-line pic x(500).

       fd  email-notification-log.
       01  email-notification-line pic x(300).

       fd  commenter-blocklist.
       01  blocklist-record.
           03 bl-id             pic 9(6).
           03 bl-kind           pic x(7).
           03 bl-value          pic x(100).
           03 bl-mode           pic x(6).
           03 bl-added-by       pic x(50).
           03 bl-added-date     pic x(20).
           03 bl-note           pic x(100).

       fd  api-key-list.
       01  api-key-list-record.
           03 ak-key-value      pic x(64).
           03 ak-owner          pic x(50).
           03 ak-scope          pic x(20).
           03 ak-revoked        pic x(1).
           03 ak-created-date   pic x(20).

       fd  handover-report.
       01  handover-report-line pic x(300).

       working-storage section.
       01 the-vars.
           03 COW-vars occurs 99 times.
       01 form-setting-name     pic x(40).
       01 form-setting-value    pic x(200).

      *> business-date.cbl's LINKAGE shape with local names - the
      *> batch "today" an operator steps back to replay a missed
      *> night.
       01 business-date-request.
           03 bd-action         pic x(10).
           03 bd-date-in        pic x(8).
           03 bd-set-by         pic x(50).

       01 business-date-response.
           03 bd-success        pic x(1).
           03 bd-message        pic x(200).
           03 bd-date           pic x(8).
           03 bd-date-iso       pic x(10).
           03 bd-source         pic x(10).
       01 form-business-date    pic x(10).

      *> Most-viewed rollup for the dashboard - week and month
      *> windows aggregated per path from the analytics store.
       01 analytics-status      pic xx.
       01 comment-file-status   pic xx.
       01 form-comment-id       pic x(20).
       01 moderation-decision   pic x(10).
       01 blocklist-file-status pic xx.
       01 blocklist-count       pic 9(4) usage comp-5.
       01 block-id-display      pic z(5)9.
       01 form-block-id         pic x(10).
       01 form-block-kind       pic x(7).
       01 form-block-value      pic x(100).
       01 form-block-mode       pic x(6).
       01 form-block-note       pic x(100).

      *> commenter-standing.cbl's LINKAGE shape with local names -
      *> each commenter's history beside their comment, trusted
      *> commenters and the blocklist.
       01 standing-request.
           03 cs-action         pic x(10).
           03 cs-email          pic x(100).
           03 cs-address        pic x(64).
           03 cs-block-id       pic 9(6).
           03 cs-block-kind     pic x(7).
           03 cs-block-mode     pic x(6).
           03 cs-set-by         pic x(50).
           03 cs-note           pic x(100).

       01 standing-response.
           03 cs-success        pic x(1).
           03 cs-message        pic x(200).
           03 cs-approved-count pic 9(6).
           03 cs-rejected-count pic 9(6).
           03 cs-pending-count  pic 9(6).
           03 cs-trusted        pic x(1).
           03 cs-blocked        pic x(1).
           03 cs-blocked-mode   pic x(6).
       01 history-count-display pic z(5)9.
       01 session-file-status   pic xx.
       01 form-target-username  pic x(50).
       01 form-successor        pic x(50).

      *> Deactivation handover - the departing account, the
      *> successor, and the content items to move (collected first,
      *> then updated one database-interface call at a time).
       01 handover-from         pic x(50).
       01 handover-from-status  pic x(20).
       01 handover-to           pic x(50).
       01 handover-to-ok        pic x(1).
       01 handover-items.
           03 ho-count          pic 9(4) usage comp-5.
           03 ho-rows occurs 500 times.
               05 ho-id         pic 9(10).
               05 ho-is-author  pic x(1).
               05 ho-is-assigned pic x(1).
       01 ho-index              pic 9(4) usage comp-5.
       01 ho-keys.
           03 ho-key-count      pic 9(4) usage comp-5.
           03 ho-key-value occurs 50 times pic x(64).
       01 ho-moved-counts.
           03 ho-content-moved  pic 9(6).
           03 ho-content-failed pic 9(6).
           03 ho-content-over   pic 9(6).
           03 ho-keys-revoked   pic 9(6).
           03 ho-locks-released pic 9(6).
           03 ho-sets-moved     pic 9(6).
           03 ho-searches-closed pic 9(6).
           03 ho-notices-closed pic 9(6).
           03 ho-reviews-moved  pic 9(6).
       01 ho-id-disp            pic z(9)9.
       01 ho-text               pic x(300).
       01 api-key-list-status   pic xx.
       01 handover-report-status pic xx.
       01 form-assigned-to      pic x(50).
       01 assignee-known        pic x(1).
       01 collection-file-status pic xx.
       01 form-collection-name  pic x(30).
       01 form-new-collection   pic x(30).
       01 form-media-id         pic x(20).
      *> Usage rights on one media item - what it may be used under,
      *> who must be credited, where it came from, and the date the
      *> rights run out (yyyy-mm-dd).
       01 form-media-licence    pic x(100).
       01 form-media-credit     pic x(150).
       01 form-media-source     pic x(255).
       01 form-rights-expiry    pic x(10).
       01 rights-esc-licence    pic x(200).
       01 rights-esc-credit     pic x(300).
       01 rights-esc-source     pic x(510).
       01 rights-media-name     pic x(255).
       01 collection-timestamp  pic x(21).
       01 submission-file-status pic xx.
       01 draft-file-status     pic xx.
       01 starter-file-status   pic xx.
       01 block-file-status     pic xx.
       01 form-block-name       pic x(50).
       01 synonym-file-status   pic xx.
       01 form-synonym-word     pic x(30).
       01 form-synonyms         pic x(200).
       01 best-bet-status       pic xx.
       01 form-bet-id           pic x(10).
       01 form-bet-queries      pic x(200).
       01 form-bet-content-ids  pic x(100).
       01 form-bet-start        pic x(10).
       01 form-bet-end          pic x(10).
       01 bet-next-id           pic 9(6).
       01 bet-id-display        pic z(5)9.
       01 bet-date-ok           pic x(1).
       01 bet-date-check        pic x(10).
       01 bet-ids-ok            pic x(1).
       01 bet-scan-pos          pic 9(4) usage comp-5.
       01 bet-scan-char         pic x(1).
       01 edit-lock-status      pic xx.
       01 saved-search-status   pic xx.
       01 run-control-status    pic xx.
       01 suppression-status    pic xx.
       01 blocked-status        pic xx.
       01 legal-hold-status     pic xx.
       01 review-file-status    pic xx.
       01 review-due-count      pic 9(6) usage comp-5.
       01 review-shown          pic 9(6) usage comp-5.
       01 review-id-disp        pic z(9)9.
       01 legal-hold-shown      pic 9(6) usage comp-5.
       01 legal-hold-id-disp    pic z(9)9.
       01 form-def-status       pic xx.
       01 notification-store-status pic xx.
       01 recert-cycle-status   pic xx.
       01 recert-status         pic xx.
       01 email-change-status   pic xx.
       01 email-change-shown    pic 9(4) usage comp-5.
       01 form-recert-cycle     pic x(6).
       01 recert-decision       pic x(10).
       01 recert-user-id-disp   pic z(9)9.
       01 recert-login-display  pic x(19).
       01 recert-now            pic x(21).
       01 recert-cycle-list.
           03 recert-cycle-count pic 99 usage comp-5 value 0.
           03 recert-open-cycles occurs 20 times pic x(6).
       01 recert-cycle-index    pic 99 usage comp-5.

      *> Full-page-cache coordination - a targeted purge removes one
      *> page's flat files, and the stale marker stops the router
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

      *> media.cbl's LINKAGE shape with local names - form
      *> attachments are fetched and erased through it.
       01 media-request.
           03 media-action          pic x(20).
           03 media-id-in           pic 9(10).
           03 media-filename        pic x(255).
           03 media-original-name   pic x(255).
           03 media-file-size       pic 9(10).
           03 media-mime-type       pic x(100).
           03 media-uploaded-by     pic x(50).
           03 media-alt-text        pic x(255).
           03 media-description     pic x(500).
           03 media-file-content-path pic x(200).
           03 media-site-id         pic x(20).

       01 media-response.
           03 media-success         pic x(1).
           03 media-resp-message    pic x(200).
           03 media-data-out.
               05 out-media-id        pic 9(10).
               05 out-filename        pic x(255).
               05 out-file-path       pic x(500).
               05 out-mime-type       pic x(100).
               05 out-file-size       pic 9(10).
               05 out-thumbnail-path  pic x(500).
       01 form-form-name        pic x(50).
       01 form-form-label       pic x(100).
       01 form-notify-email     pic x(100).
       01 ff-part-num           pic 99 usage comp-5.
       01 ff-char               pic x(1).
       01 ff-index              pic 99 usage comp-5.
      *> A file field's optional fifth and sixth parts - allowed
      *> extensions ("pdf,doc,docx") and the size ceiling in KB.
       01 ff-file-rules.
           03 ff-file-rule occurs 20 times.
               05 ff-file-accept pic x(60).
               05 ff-file-max-kb pic x(10).
       01 file-rule-status      pic xx.
       01 attachment-status     pic xx.
       01 attachment-file-status pic xx.
       01 attachment-path       pic x(500).
       01 form-attachment-field pic x(50).
       01 attachments-erased    pic 9(4) usage comp-5.
       01 attachments-kept      pic 9(4) usage comp-5.
       01 attachment-size-kb    pic z(9)9.
       01 form-template-type    pic x(30).
       01 form-template-subject pic x(100).
       01 template-list-index   pic 99 usage comp-5.
       01 template-list-more    pic x(1).
       01 template-previewing   pic x(1) value "N".

      *> message-templates.cbl's LINKAGE shape with local names -
      *> the wording of every mail comes from the template store,
      *> with the built-in text as the last fallback.
       01 template-request.
           03 msg-action        pic x(10).
           03 msg-type          pic x(30).
           03 msg-language      pic x(5).
           03 msg-index         pic 99.
           03 msg-subject-in    pic x(100).
           03 msg-body-in       pic x(500).
           03 msg-changed-by    pic x(50).
           03 msg-value-count   pic 99.
           03 msg-values occurs 8 times.
               05 msg-value-name pic x(30).
               05 msg-value-text pic x(250).

       01 template-response.
           03 msg-success       pic x(1).
           03 msg-message       pic x(200).
           03 msg-subject       pic x(100).
           03 msg-body          pic x(500).
           03 msg-source        pic x(10).
           03 msg-language-used pic x(5).
           03 msg-placeholders  pic x(120).
           03 msg-languages-stored pic x(60).
       01 form-suppress-addr    pic x(100).
       01 form-block-caller     pic x(64).
       01 form-hold-kind        pic x(10).
       01 form-hold-item        pic x(20).
       01 form-hold-matter      pic x(60).
       01 form-job-name         pic x(30).
       01 form-fields-spec      pic x(2000).
       01 esc-fields-spec       pic x(4000).
       01 form-share-image-id   pic x(20).
       01 esc-meta-desc         pic x(600).
       01 form-sort-weight      pic x(4).
       01 form-extend-days      pic x(4).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> who may read an item (public, signed-in, or one named
      *> role), shown and set from the content list.
       01 visibility-request.
           03 vis-action        pic x(10).
           03 vis-content-id    pic 9(10).
           03 vis-level         pic x(20).
           03 vis-viewer-role   pic x(20).
           03 vis-session-id    pic x(32).
           03 vis-set-by        pic x(50).

       01 visibility-response.
           03 vis-success       pic x(1).
           03 vis-message       pic x(200).
           03 vis-level-out     pic x(20).
           03 vis-allowed       pic x(1).
           03 vis-needs-login   pic x(1).
           03 vis-viewer-role-out pic x(20).
           03 vis-viewer-name   pic x(50).
       01 form-visibility       pic x(20).
       01 visibility-slug       pic x(80).

      *> comment-policy.cbl's LINKAGE shape with local names - the
      *> per-item comments setting on the content list.
       01 comment-policy-request.
           03 cp-action         pic x(10).
           03 cp-content-id     pic 9(10).
           03 cp-mode           pic x(10).
           03 cp-set-by         pic x(50).

       01 comment-policy-response.
           03 cp-success        pic x(1).
           03 cp-message        pic x(200).
           03 cp-item-mode      pic x(10).
           03 cp-effective      pic x(10).
           03 cp-reason         pic x(100).
       01 form-comments-mode    pic x(10).

      *> syndication.cbl's LINKAGE shape with local names - whether
      *> each item goes out to the social accounts when it goes live.
       01 syndication-request.
           03 sn-action         pic x(10).
           03 sn-content-id     pic 9(10).
           03 sn-content-type   pic x(20).
           03 sn-content-status pic x(20).
           03 sn-set-by         pic x(50).

       01 syndication-response.
           03 sn-success        pic x(1).
           03 sn-message        pic x(200).
           03 sn-state          pic x(10).
           03 sn-opt-out        pic x(1).
           03 sn-queued-stamp   pic x(14).
           03 sn-sent-stamp     pic x(14).
           03 sn-posted-count   pic 9(2).
           03 sn-failed-count   pic 9(2).
       01 form-syndicate        pic x(1).

      *> page-feedback.cbl's LINKAGE shape with local names - the
      *> content list's running "Was this page helpful?" counts.
       01 feedback-request.
           03 fb-action         pic x(10).
           03 fb-content-id     pic 9(10).
           03 fb-helpful        pic x(1).
           03 fb-comment        pic x(500).

       01 feedback-response.
           03 fb-success        pic x(1).
           03 fb-message        pic x(200).
           03 fb-helpful-count  pic 9(7).
           03 fb-unhelpful-count pic 9(7).
           03 fb-comment-count  pic 9(7).
       01 feedback-count-display pic z(6)9.

      *> comment-reports.cbl's LINKAGE shape with local names -
      *> readers' reports shown beside each comment in the
      *> moderation queue, and closed when a moderator decides.
       01 report-request.
           03 rp-action         pic x(10).
           03 rp-comment-id     pic 9(10).
           03 rp-reporter       pic x(64).
           03 rp-reason         pic x(300).

       01 report-response.
           03 rp-success        pic x(1).
           03 rp-message        pic x(200).
           03 rp-content-id     pic 9(10).
           03 rp-open-count     pic 9(4).
           03 rp-pulled         pic x(1).
           03 rp-changed-count  pic 9(4).
           03 rp-reason-count   pic 9(2).
           03 rp-reasons        occurs 5 times.
               05 rp-reason-text pic x(300).
       01 report-reason-idx     pic 99 usage comp-5.
       01 report-count-display  pic z(3)9.
       01 reported-comment-count pic 9(4) usage comp-5.

      *> storage-quota.cbl's LINKAGE shape with local names - each
      *> user's media storage and quota on the users page.
       01 storage-quota-request.
           03 sq-action         pic x(10).
           03 sq-user           pic x(50).
           03 sq-site           pic x(20).
           03 sq-incoming-bytes pic 9(12).
           03 sq-value          pic x(10).
           03 sq-changed-by     pic x(50).

       01 storage-quota-response.
           03 sq-success        pic x(1).
           03 sq-message        pic x(200).
           03 sq-allowed        pic x(1).
           03 sq-user-override  pic x(1).
           03 sq-user-quota-mb  pic 9(8).
           03 sq-user-used      pic 9(15).
           03 sq-user-warn      pic x(1).
           03 sq-site-quota-mb  pic 9(8).
           03 sq-site-used      pic 9(15).
           03 sq-site-warn      pic x(1).
       01 form-storage-quota    pic x(10).

      *> search-terms.cbl's LINKAGE shape with local names - the
      *> synonym dictionary the public search widens terms with.
       01 search-terms-request.
           03 st-action         pic x(10).
           03 st-word           pic x(30).
           03 st-synonyms       pic x(200).
           03 st-changed-by     pic x(50).

       01 search-terms-response.
           03 st-success        pic x(1).
           03 st-message        pic x(200).
           03 st-word-known     pic x(1).
           03 st-suggestion     pic x(30).
           03 st-alt-count      pic 9(2).
           03 st-alt-rows occurs 8 times.
               05 st-alt-word   pic x(30).
               05 st-alt-known  pic x(1).

      *> events.cbl's LINKAGE shape with local names - when, where
      *> and how to register for an "event" item, kept beside the
      *> content store and saved with the item.
       01 event-request.
           03 eq-action         pic x(10).
           03 eq-content-id     pic 9(10).
           03 eq-start          pic x(20).
           03 eq-end            pic x(20).
           03 eq-location       pic x(200).
           03 eq-registration   pic x(300).
           03 eq-status         pic x(10).
           03 eq-changed-by     pic x(50).
           03 eq-scope          pic x(10).
           03 eq-site           pic x(20).
           03 eq-tag            pic x(30).
           03 eq-viewer-role    pic x(20).
           03 eq-limit          pic 9(4).

       01 event-response.
           03 er-success        pic x(1).
           03 er-message        pic x(200).
           03 er-found          pic x(1).
           03 er-row-count      pic 9(4).
           03 er-more-rows      pic x(1).
           03 er-rows occurs 50 times.
               05 er-content-id pic 9(10).
               05 er-title      pic x(200).
               05 er-slug       pic x(80).
               05 er-start      pic x(12).
               05 er-end        pic x(12).
               05 er-all-day    pic x(1).
               05 er-location   pic x(200).
               05 er-registration pic x(300).
               05 er-status     pic x(10).
               05 er-sequence   pic 9(6).
               05 er-set-stamp  pic x(14).
       01 form-event-start      pic x(20).
       01 form-event-end        pic x(20).
       01 form-event-location   pic x(200).
       01 form-event-registration pic x(300).
       01 form-event-status     pic x(10).
       01 form-event-given      pic x(1).
       01 event-content-id      pic 9(10).
       01 event-row-index       pic 9(4) usage comp-5.
       01 event-id-display      pic z(9)9.
       01 event-seq-display     pic z(5)9.
       01 event-start-text      pic x(16).
       01 event-end-text        pic x(16).
       01 event-stamp-in        pic x(12).
       01 event-stamp-text      pic x(16).
       01 event-all-day-in      pic x(1).
       01 storage-used-display  pic z(9)9.9.
       01 storage-quota-display pic z(7)9.
       01 storage-mb-work       pic 9(10)v9 usage comp-3.

      *> translation-sync.cbl's LINKAGE shape with local names - how
      *> far each translation on the content list has fallen behind
      *> its source, and the "up to date" button.
       01 translation-sync-request.
           03 ts-action         pic x(10).
           03 ts-translation-id pic 9(10).
           03 ts-source-id      pic 9(10).
           03 ts-source-version pic 9(6).
           03 ts-source-revision pic 9(6).
           03 ts-synced-by      pic x(50).

       01 translation-sync-response.
           03 ts-success        pic x(1).
           03 ts-message        pic x(200).
           03 ts-tracked        pic x(1).
           03 ts-source-id-out  pic 9(10).
           03 ts-synced-version pic 9(6).
           03 ts-synced-revision pic 9(6).
           03 ts-current-version pic 9(6).
           03 ts-versions-behind pic 9(6).
           03 ts-synced-stamp   pic x(14).
       01 sync-source-display   pic z(9)9.
       01 sync-behind-display   pic z(5)9.
       01 sync-from-display     pic z(5)9.
       01 sync-to-display       pic z(5)9.
       01 sync-compare-from     pic z(5)9.
       01 extend-days-num       pic 9(4) usage comp-5.
       01 extend-base-int       pic 9(8) usage comp-5.
       01 extend-new-disp       pic 9(8).
       01 extend-old-expiry     pic x(20).
       01 extend-new-expiry     pic x(20).
       01 form-go-live          pic x(20).
       01 set-found             pic x(1).
       01 set-member-ids        pic x(500).
       01 top-hits-display      pic z(7)9.
       01 top-var-name          pic x(20).

      *> Download counts for the media screens - the last 30 days
      *> summed per item from the downloads store.
       01 download-status       pic xx.
       01 top-downloads.
           03 td-count          pic 9(4) usage comp-5 value 0.
           03 td-rows occurs 500 times.
               05 td-media-id   pic 9(10).
               05 td-people     pic 9(8) usage comp-5.
               05 td-bots       pic 9(8) usage comp-5.
       01 td-index              pic 9(4) usage comp-5.
       01 td-best-index         pic 9(4) usage comp-5.
       01 td-best-value         pic 9(8) usage comp-5.
       01 td-rank               pic 99 usage comp-5.
       01 td-media-display      pic z(9)9.
       01 td-bots-display       pic z(7)9.
       01 td-parts-display      pic z(7)9.
       01 td-day-display        pic x(10).
       01 td-any-rows           pic x(1).

       01 stat-type-name        pic x(20).
       01 stat-result-count     pic 9(10).

      *> HTML escaping for stored values before they go into the
      *> history page - same escaping search.cbl keeps locally for
      *> the HTML it renders directly.
       01 esc-html-value        pic x(1600).
       01 esc-html-out-idx      pic 9(4) usage comp-5.
       01 esc-html-src-idx      pic 9(4) usage comp-5.
       01 esc-html-cur-char     pic x(1).
       01 esc-html-source       pic x(255).

       *> Escapes embedded quotes/backslashes out of form-title and
       *> form-body before they get spliced into the hand-built
       01 bulk-count-display     pic z(3)9.
       01 bulk-action-operation  pic x(20).
       01 bulk-action-data-json  pic x(2000).
       01 bulk-run-checklist     pic x(1) value "N".
       01 bulk-blocked-count     pic 9(4) usage comp-5.
       01 bulk-held-count        pic 9(4) usage comp-5.
       01 bulk-override-count    pic 9(4) usage comp-5.
       01 bulk-gate-ok           pic x(1).

       *> publish-checklist.cbl's LINKAGE shape with local names -
       *> run before anything goes live; failures stop the publish,
       *> warnings need checklist_override=Y and are audited when
       *> overridden.
       01 checklist-request.
           03 ck-content-id      pic 9(10).

       01 checklist-response.
           03 ck-success         pic x(1).
           03 ck-message         pic x(200).
           03 ck-fail-count      pic 9(2).
           03 ck-warn-count      pic 9(2).
           03 ck-result-count    pic 9(2).
           03 ck-results occurs 10 times.
               05 ck-level       pic x(4).
               05 ck-check       pic x(20).
               05 ck-detail      pic x(150).
       01 ck-index               pic 99 usage comp-5.
       01 ck-warned-checks       pic x(200).
       01 form-checklist-override pic x(1).

       *> Audit trail of admin actions - same open-extend-per-write,
       *> timestamp-pipe-delimited style as router.cbl's dispatch log.
       01 admin-audit-status     pic xx.
       01 view-as-status         pic xx.
       01 email-file-status      pic xx.
       01 app-error-status       pic xx.

       01 audit-line-body        pic x(300).
       01 email-timestamp        pic x(21).
       01 email-to               pic x(100).
       01 email-subject          pic x(100).
       01 email-body             pic x(300).
       01 reply-parent-id        pic 9(10).
       01 reply-page-id          pic 9(10).
       01 redirects-file-status  pic xx.
       01 can-read-logs     pic x(1) value "N".
       01 requested-action  pic x(20).

      *> "View as" - while an administrator views the screens as
      *> another user, user-data and the permission flags above are
      *> that user's, so every page renders exactly as they would
      *> see it; the real administrator is kept here for the banner
      *> and the audit trail, and nothing but viewing is allowed.
       01 view-as-active        pic x(1) value "N".
       01 real-user-data.
           03 real-user-id      pic 9(10).
           03 real-username     pic x(50).
           03 real-email        pic x(100).
           03 real-role         pic x(20).
       01 view-as-target        pic x(50).
       01 view-as-target-role   pic x(20).
       01 view-as-target-status pic x(20).
       01 view-as-target-id     pic x(20).
       01 view-as-started       pic x(14).
       01 view-as-now           pic x(14).
       01 view-as-limit-minutes pic 9(4) usage comp-5 value 30.
       01 view-as-age-minutes   pic s9(9) usage comp-5.
       01 view-as-ended-by      pic x(20).
       01 view-as-allowed       pic x(1).
       01 view-as-target-html   pic x(600).
       01 view-as-real-html     pic x(600).
       01 view-as-saved-action  pic x(20).

      *> Step-up re-authentication for the high-risk actions - the
      *> password (or two-factor code) typed on the prompt page and
      *> whether this request may go ahead.
       01 step-up-passed        pic x(1).
       01 step-up-totp          pic x(1).
       01 step-up-password      pic x(50).
       01 step-up-code          pic x(6).
       01 step-up-error         pic x(200).

      *> roles.cbl's LINKAGE shape with local names - same CALL
      *> convention as the settings and auth requests.
       01 roles-request.
       01 form-error-filter     pic x(30).
       01 error-lines-shown     pic 9(4) usage comp-5.

       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

       linkage section.
       01 path-values.
           03 path-query-value occurs 10 times pic x(99).
           if success of auth-response = "Y"
               move "Y" to is-authenticated
               perform set-permissions
               move user-data to real-user-data
               perform check-view-as
           else
               move "N" to is-authenticated
           end-if.

       check-view-as section.
           *> A view-as row under this session switches the request
           *> over to the viewed user. It lapses after
           *> view_as_minutes (30 when blank) or as soon as the
           *> administrator no longer holds the manage-users right;
           *> either way the end goes into the audit trail.
           move "N" to view-as-active.
           open i-o view-as-master.
           if view-as-status not = "00"
               move spaces to view-as-status
               exit section
           end-if.
           move session-id of auth-request to va-session-id.
           read view-as-master
               invalid key
                   close view-as-master
                   exit section
           end-read.

           move "get" to settings-action.
           move "view_as_minutes" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               move function numval(settings-value-out)
                   to view-as-limit-minutes
           end-if.
           move function current-date(1:14) to view-as-now.
           compute view-as-age-minutes =
               (function integer-of-date(
                   function numval(view-as-now(1:8)))
                - function integer-of-date(
                   function numval(va-started(1:8)))) * 1440
               + function numval(view-as-now(9:2)) * 60
               + function numval(view-as-now(11:2))
               - function numval(va-started(9:2)) * 60
               - function numval(va-started(11:2)).

           move spaces to view-as-ended-by.
           if view-as-age-minutes > view-as-limit-minutes
               move "time limit" to view-as-ended-by
           end-if.
           if can-manage-users not = "Y"
               move "right withdrawn" to view-as-ended-by
           end-if.
           if view-as-ended-by = spaces
               move va-target to view-as-target
               perform look-up-view-as-target
               if view-as-target-role = spaces
                   or function trim(view-as-target-status) not =
                       "active"
                   move "user unavailable" to view-as-ended-by
               end-if
           end-if.
           if view-as-ended-by not = spaces
               perform end-view-as-record
               close view-as-master
               exit section
           end-if.
           close view-as-master.

           move va-target to view-as-target.
           move va-started to view-as-started.
           move view-as-target-role to role of user-data.
           move view-as-target to username of user-data.
           move spaces to email of user-data.
           if function trim(view-as-target-id) is numeric
               move function numval(view-as-target-id)
                   to user-id of user-data
           else
               move 0 to user-id of user-data
           end-if.
           move "Y" to view-as-active.
           perform set-permissions.
           move view-as-target to esc-html-source.
           perform escape-html-value.
           move esc-html-value to view-as-target-html.
           move real-username to esc-html-source.
           perform escape-html-value.
           move esc-html-value to view-as-real-html.

       look-up-view-as-target section.
           *> Role, status and id of view-as-target off the user
           *> store, asked with the administrator's own role.
           move spaces to view-as-target-role.
           move spaces to view-as-target-status.
           move spaces to view-as-target-id.
           move view-as-target to json-esc-source.
           perform escape-json-value.
           move function concatenate(
               '{"username":"', function trim(json-esc-result), '"}'
           ) to db-filters.
           move "user" to db-action.
           move "get-by-name" to db-operation.
           move spaces to db-data-json.
           move real-username to db-changed-by.
           move db-api-key-value to db-api-key.
           move real-role to db-caller-role.
           call "database-interface" using db-request db-response.
           move spaces to db-filters.
           if db-success not = "Y"
               exit section
           end-if.
           move "role" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:20) to view-as-target-role.
           move "status" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:20) to view-as-target-status.
           move "id" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:20) to view-as-target-id.

       end-view-as-record section.
           *> view-as-master is open with the row read; the row goes
           *> and the start and end land in the audit chain under the
           *> real administrator.
           move function current-date(1:14) to view-as-now.
           delete view-as-master record
               invalid key
                   continue
           end-delete.
           move requested-action to view-as-saved-action.
           move "end-view-as" to requested-action.
           move "VIEW-AS-END" to admin-audit-result.
           move function concatenate(
               "viewed as ", function trim(va-target),
               " from ", va-started(1:8), " ", va-started(9:6),
               " to ", view-as-now(1:8), " ", view-as-now(9:6),
               " (", function trim(view-as-ended-by), ")"
           ) to response-message.
           perform write-admin-audit-entry.
           move spaces to response-message.
           move view-as-saved-action to requested-action.

       set-permissions section.
           *> Roles are data now - the flags come from the roles
           *> store, so a "contributor" or "auditor" works without a
               end-evaluate
           end-if.

       check-step-up section.
           *> Role changes, deactivations, role edits, session
           *> revocation, settings and bulk deletion need a password
           *> proof no older than the step_up_minutes setting - an
           *> unattended signed-in browser is not enough. A stale
           *> session gets a prompt that re-posts the original form
           *> with the password (or two-factor code) added; the
           *> re-authentication is audited against the action it
           *> unlocked.
           move "Y" to step-up-passed.
           evaluate requested-action
               when "change-user-role"
               when "deactivate-user"
               when "save-role"
               when "revoke-user-sessions"
               when "update-setting"
               when "bulk-delete-content"
               when "revoke-access"
               when "change-user-email"
               when "change-my-email"
               when "start-view-as"
               when "release-legal-hold"
               when "set-storage-quota"
                   continue
               when other
                   exit section
           end-evaluate.

           move "step-up-check" to action of auth-request.
           call 'auth' using auth-request auth-response.
           if success of auth-response = "Y"
               exit section
           end-if.
           move resp-totp-required to step-up-totp.

           move spaces to step-up-password.
           move spaces to step-up-code.
           perform varying counter from 1 by 1
               until counter > body-param-count
               evaluate body-param-name(counter)
                   when "reauth_password"
                       move body-param-value(counter)(1:50)
                           to step-up-password
                   when "reauth_code"
                       move body-param-value(counter)(1:6)
                           to step-up-code
               end-evaluate
           end-perform.

           move spaces to step-up-error.
           if step-up-password not = spaces
               or step-up-code not = spaces
               move "step-up" to action of auth-request
               move step-up-password to user-password of auth-request
               move step-up-code to totp-code of auth-request
               call 'auth' using auth-request auth-response
               move spaces to user-password of auth-request
               move spaces to step-up-password
               if success of auth-response = "Y"
                   move "REAUTH" to admin-audit-result
                   move "re-authenticated for this action"
                       to response-message
                   perform write-admin-audit-entry
                   move spaces to response-message
                   exit section
               end-if
               move "REAUTH-BAD" to admin-audit-result
               move resp-message to response-message
               perform write-admin-audit-entry
               move resp-message to step-up-error
               move spaces to response-message
           end-if.

           move "N" to step-up-passed.
           perform render-step-up-page.

       render-step-up-page section.
           perform emit-html-page-head
           display "<html><head><title>Confirm it is you</title>"
               "</head>"
           display "<body>"
           display "<h1>Confirm it is you</h1>"
           display "<p>This action changes who can do what on the"
               " site. Re-enter your credentials to carry on.</p>"
           if step-up-error not = spaces
               display "<p><strong>" function trim(step-up-error)
                   "</strong></p>"
           end-if
           display "<form method='POST' action='/admin'>"
           perform varying counter from 1 by 1
               until counter > body-param-count
               if body-param-name(counter) not = "reauth_password"
                   and body-param-name(counter) not = "reauth_code"
                   move body-param-value(counter)(1:200)
                       to esc-html-source
                   perform escape-html-value
                   display "<input type='hidden' name='"
                       function trim(body-param-name(counter))
                       "' value='" function trim(esc-html-value) "'>"
               end-if
           end-perform
           if step-up-totp = "Y"
               display "<p>Two-factor code <input type='text'"
                   " name='reauth_code' size='6'"
                   " autocomplete='one-time-code'></p>"
           else
               display "<p>Password <input type='password'"
                   " name='reauth_password'></p>"
           end-if
           display "<button type='submit'>Continue</button>"
           display "</form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       handle-access-denied section.
           move 1 to counter.
           move "page_title" to COW-varname(counter).
           ) to COW-varvalue(counter).
           move "S" to COW-var-type(counter).

           perform add-view-as-template-vars.
           call 'enhanced-template' using the-vars "admin-result.cow".

       count-content-of-type section.

           perform load-most-viewed-panel.
           perform load-my-queue-panel.
           perform load-review-queue-panel.
           perform load-unhandled-submissions-count.
           perform load-notifications-panel.

           *> Render admin dashboard
           perform add-view-as-template-vars.
           call 'enhanced-template' using the-vars "admin-dashboard.cow".

       load-unhandled-submissions-count section.
               move "S" to COW-var-type(counter)
           end-perform.

       load-review-queue-panel section.
           *> Freshness reviews waiting on whoever is looking - the
           *> count links through to the review queue screen.
           move 0 to review-due-count.
           open input content-reviews.
           if review-file-status = "00"
               move low-values to fr-content-id
               start content-reviews key is greater than fr-content-id
                   invalid key move "10" to review-file-status
               end-start
               perform until review-file-status not = "00"
                   read content-reviews next record
                       at end move "10" to review-file-status
                       not at end
                           if fr-owner = username of user-data
                               and (function trim(fr-state) = "due"
                               or function trim(fr-state) =
                                   "escalated")
                               add 1 to review-due-count
                           end-if
                   end-read
               end-perform
               close content-reviews
           end-if.
           move spaces to review-file-status.
           add 1 to counter.
           move "review_queue_count" to COW-varname(counter).
           move review-due-count to stat-result-count.
           move stat-result-count to COW-varvalue(counter).
           move "N" to COW-var-type(counter).

       add-one-queue-var section.
           move "id" to json-field-name.
           perform extract-from-one-object.
               end-if
           end-perform.

           perform check-step-up.
           if step-up-passed = "N"
               exit section
           end-if.

           *> While viewing as someone else only the screens that
           *> read may run - nothing is saved, sent or changed in
           *> the viewed user's name.
           if view-as-active = "Y"
               move "N" to view-as-allowed
               if requested-action(1:5) = "view-"
                   and requested-action not = "view-my-sessions"
                   move "Y" to view-as-allowed
               end-if
               evaluate requested-action
                   when "content-history"
                   when "compare-revisions"
                   when "end-view-as"
                       move "Y" to view-as-allowed
               end-evaluate
               if view-as-allowed = "N"
                   perform handle-view-as-blocked
                   exit section
               end-if
           end-if.

           evaluate requested-action
               when "create-content"
                   *> Drafting is its own permission - a contributor
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "download-attachment"
                   if can-publish = "Y"
                       perform admin-download-attachment
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "mark-submission-handled"
                   if can-publish = "Y"
                       move "handled" to submission-decision
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-media-rights"
                   if can-delete-media = "Y"
                       perform admin-view-media-rights
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "set-media-rights"
                   if can-delete-media = "Y"
                       perform admin-set-media-rights
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-calendar"
                   if can-draft = "Y"
                       perform admin-view-calendar
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-review-queue"
                   *> Everyone sees the reviews they own; the users
                   *> right sees every queue.
                   perform admin-view-review-queue
               when "confirm-review"
                   perform admin-confirm-review
               when "view-my-sessions"
                   *> Any signed-in user may see and end their own
                   *> sessions - no permission flag applies.
                   perform admin-view-my-sessions
               when "signout-everywhere"
                   perform admin-signout-everywhere
               when "change-my-email"
                   *> Own address only - the target is always the
                   *> signed-in user, whatever the form carried.
                   perform extract-content-form-fields
                   move username of user-data to form-target-username
                   perform admin-change-email
               when "cancel-my-email-change"
                   perform extract-content-form-fields
                   move username of user-data to form-target-username
                   perform admin-cancel-email-change
               when "revoke-user-sessions"
                   if can-manage-users = "Y"
                       perform admin-revoke-user-sessions
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "set-storage-quota"
                   if can-manage-users = "Y"
                       perform admin-set-storage-quota
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "unlock-user"
                   if can-manage-users = "Y"
                       perform admin-unlock-user
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "change-user-email"
                   if can-manage-users = "Y"
                       perform extract-content-form-fields
                       perform admin-change-email
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "cancel-email-change"
                   if can-manage-users = "Y"
                       perform extract-content-form-fields
                       perform admin-cancel-email-change
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-recertification"
                   if can-manage-users = "Y"
                       perform admin-view-recertification
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "confirm-access"
                   if can-manage-users = "Y"
                       move "confirmed" to recert-decision
                       perform admin-decide-access
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "revoke-access"
                   if can-manage-users = "Y"
                       move "revoked" to recert-decision
                       perform admin-decide-access
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-comments"
                   if can-publish = "Y"
                       perform admin-view-comments
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "dismiss-comment-reports"
                   if can-publish = "Y"
                       perform admin-dismiss-comment-reports
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "block-commenter"
                   if can-publish = "Y"
                       perform admin-block-commenter
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "unblock-commenter"
                   if can-publish = "Y"
                       perform admin-unblock-commenter
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-settings"
                   if can-manage-users = "Y"
                       perform admin-view-settings
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-message-templates"
                   if can-manage-users = "Y"
                       perform admin-view-message-templates
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "edit-message-template"
                   if can-manage-users = "Y"
                       perform admin-edit-message-template
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "preview-message-template"
                   if can-manage-users = "Y"
                       perform admin-preview-message-template
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "save-message-template"
                   if can-manage-users = "Y"
                       perform admin-save-message-template
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "revert-message-template"
                   if can-manage-users = "Y"
                       perform admin-revert-message-template
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "add-redirect"
                   if can-publish = "Y"
                       perform admin-add-redirect
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-blocked-callers"
                   if can-manage-users = "Y"
                       perform admin-view-blocked-callers
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "lift-block"
                   if can-manage-users = "Y"
                       perform admin-lift-block
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-legal-holds"
               when "place-legal-hold"
               when "release-legal-hold"
                   if can-manage-users = "Y"
                       perform admin-legal-holds
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "start-view-as"
                   if can-manage-users = "Y"
                       perform admin-start-view-as
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "end-view-as"
                   *> Open to whoever holds the view - ending it never
                   *> needs the right that started it.
                   perform admin-end-view-as
               when "view-types"
                   if can-manage-users = "Y"
                       perform admin-view-types
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "set-business-date"
                   if can-manage-users = "Y"
                       perform admin-set-business-date
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-errors"
                   if can-read-logs = "Y"
                       perform admin-view-errors
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-search-synonyms"
                   if can-publish = "Y"
                       perform admin-view-search-synonyms
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "save-search-synonyms"
                   if can-publish = "Y"
                       perform admin-save-search-synonyms
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-best-bets"
                   if can-publish = "Y"
                       perform admin-view-best-bets
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "save-best-bet"
                   if can-publish = "Y"
                       perform admin-save-best-bet
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "delete-best-bet"
                   if can-publish = "Y"
                       perform admin-delete-best-bet
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-events"
                   if can-publish = "Y"
                       perform admin-view-events
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "save-event"
                   if can-publish = "Y"
                       perform admin-save-event
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-menus"
                   if can-publish = "Y"
                       perform admin-view-menus
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "add-menu-entry"
                   if can-publish = "Y"
                       perform admin-add-menu-entry
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "delete-menu-entry"
                   if can-publish = "Y"
                       perform admin-delete-menu-entry
                   else
                       perform handle-admin-action-forbidden
                   end-if
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "extend-expiry"
                   if can-publish = "Y"
                       perform admin-extend-expiry
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "set-visibility"
                   if can-publish = "Y"
                       perform admin-set-visibility
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "set-comments"
                   if can-publish = "Y"
                       perform admin-set-comments
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "set-syndication"
                   if can-publish = "Y"
                       perform admin-set-syndication
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "mark-translation-synced"
                   if can-draft = "Y"
                       perform admin-mark-translation-synced
                   else
                       perform handle-admin-action-forbidden
                   end-if
               when "view-changesets"
                   if can-draft = "Y"
                       perform admin-view-changesets
           move spaces to form-old-path.
           move spaces to form-setting-name.
           move spaces to form-comment-id.
           move spaces to form-block-id.
           move spaces to form-block-kind.
           move spaces to form-block-value.
           move spaces to form-block-mode.
           move spaces to form-block-note.
           move spaces to form-user-id.
           move spaces to form-recert-cycle.
           move spaces to form-role-name.
           move spaces to form-target-username.
           move spaces to form-assigned-to.
           move spaces to form-new-collection.
           move spaces to form-media-id.
           move spaces to form-submission-id.
           move spaces to form-attachment-field.
           move spaces to form-template-type.
           move spaces to form-template-subject.
           move spaces to form-starter-name.
           move spaces to form-block-name.
           move spaces to form-synonym-word.
           move spaces to form-synonyms.
           move spaces to form-bet-id.
           move spaces to form-bet-queries.
           move spaces to form-bet-content-ids.
           move spaces to form-bet-start.
           move spaces to form-bet-end.
           move spaces to form-takeover.
           move spaces to form-set-name.
           move spaces to form-featured.
           move spaces to form-menu-name.
           move spaces to form-search-query.
           move spaces to form-job-name.
           move spaces to form-business-date.
           move spaces to form-suppress-addr.
           move spaces to form-block-caller.
           move spaces to form-hold-kind.
           move spaces to form-hold-item.
           move spaces to form-hold-matter.
           move spaces to form-form-name.
           move spaces to form-note-seq.
           move spaces to form-form-label.
           move spaces to form-canonical-url.
           move spaces to form-share-image-id.
           move spaces to form-sort-weight.
           move spaces to form-extend-days.
           move spaces to form-visibility.
           move spaces to form-comments-mode.
           move spaces to form-syndicate.
           move spaces to form-storage-quota.
           move spaces to form-media-licence.
           move spaces to form-media-credit.
           move spaces to form-media-source.
           move spaces to form-rights-expiry.
           move spaces to form-checklist-override.
           move spaces to form-successor.
           move spaces to form-go-live.
           move spaces to form-event-start.
           move spaces to form-event-end.
           move spaces to form-event-location.
           move spaces to form-event-registration.
           move spaces to form-event-status.
           move "N" to form-event-given.
           move "N" to rq-can-publish.
           move "N" to rq-can-delete-media.
           move "N" to rq-can-manage-users.
                   when "submission_id"
                       move body-param-value(counter)(1:20)
                           to form-submission-id
                   when "attachment_field"
                       move body-param-value(counter)(1:50)
                           to form-attachment-field
                   when "template_type"
                       move body-param-value(counter)(1:30)
                           to form-template-type
                   when "template_subject"
                       move body-param-value(counter)(1:100)
                           to form-template-subject
                   when "starter_name"
                       move body-param-value(counter)(1:50)
                           to form-starter-name
                   when "block_name"
                       move body-param-value(counter)(1:50)
                           to form-block-name
                   when "synonym_word"
                       move body-param-value(counter)(1:30)
                           to form-synonym-word
                   when "synonyms"
                       move body-param-value(counter)(1:200)
                           to form-synonyms
                   when "bet_id"
                       move body-param-value(counter)(1:10)
                           to form-bet-id
                   when "bet_queries"
                       move body-param-value(counter)(1:200)
                           to form-bet-queries
                   when "bet_content_ids"
                       move body-param-value(counter)(1:100)
                           to form-bet-content-ids
                   when "bet_start"
                       move body-param-value(counter)(1:10)
                           to form-bet-start
                   when "bet_end"
                       move body-param-value(counter)(1:10)
                           to form-bet-end
                   when "takeover"
                       move body-param-value(counter)(1:1)
                           to form-takeover
                   when "job_name"
                       move body-param-value(counter)(1:30)
                           to form-job-name
                   when "business_date"
                       move body-param-value(counter)(1:10)
                           to form-business-date
                   when "fields_spec"
                       move body-param-value(counter)(1:2000)
                           to form-fields-spec
                   when "suppress_addr"
                       move body-param-value(counter)(1:100)
                           to form-suppress-addr
                   when "block_caller"
                       move body-param-value(counter)(1:64)
                           to form-block-caller
                   when "hold_kind"
                       move body-param-value(counter)(1:10)
                           to form-hold-kind
                   when "hold_item_id"
                       move body-param-value(counter)(1:20)
                           to form-hold-item
                   when "hold_matter"
                       move body-param-value(counter)(1:60)
                           to form-hold-matter
                   when "form_name"
                       move body-param-value(counter)(1:50)
                           to form-form-name
                   when "share_image_id"
                       move body-param-value(counter)(1:20)
                           to form-share-image-id
                   when "extend_days"
                       move body-param-value(counter)(1:4)
                           to form-extend-days
                   when "visibility"
                       move body-param-value(counter)(1:20)
                           to form-visibility
                   when "comments_mode"
                       move body-param-value(counter)(1:10)
                           to form-comments-mode
                   when "syndicate"
                       move body-param-value(counter)(1:1)
                           to form-syndicate
                   when "storage_quota_mb"
                       move body-param-value(counter)(1:10)
                           to form-storage-quota
                   when "successor"
                       move body-param-value(counter)(1:50)
                           to form-successor
                   when "checklist_override"
                       move body-param-value(counter)(1:1)
                           to form-checklist-override
                   when "sort_weight"
                       move body-param-value(counter)(1:4)
                           to form-sort-weight
                   when "go_live"
                       move body-param-value(counter)(1:20)
                           to form-go-live
                   when "event_start"
                       move body-param-value(counter)(1:20)
                           to form-event-start
                       move "Y" to form-event-given
                   when "event_end"
                       move body-param-value(counter)(1:20)
                           to form-event-end
                       move "Y" to form-event-given
                   when "event_location"
                       move body-param-value(counter)(1:200)
                           to form-event-location
                       move "Y" to form-event-given
                   when "event_registration_url"
                       move body-param-value(counter)(1:300)
                           to form-event-registration
                       move "Y" to form-event-given
                   when "event_status"
                       move body-param-value(counter)(1:10)
                           to form-event-status
                       move "Y" to form-event-given
                   when "collection_name"
                       move body-param-value(counter)(1:30)
                           to form-collection-name
                   when "media_id"
                       move body-param-value(counter)(1:20)
                           to form-media-id
                   when "licence"
                       move body-param-value(counter)(1:100)
                           to form-media-licence
                   when "credit"
                       move body-param-value(counter)(1:150)
                           to form-media-credit
                   when "rights_source"
                       move body-param-value(counter)(1:255)
                           to form-media-source
                   when "rights_expiry"
                       move body-param-value(counter)(1:10)
                           to form-rights-expiry
                   when "calendar_month"
                       move body-param-value(counter)(1:6)
                           to form-calendar-month
                   when "user_id"
                       move body-param-value(counter)(1:20)
                           to form-user-id
                   when "recert_cycle"
                       move body-param-value(counter)(1:6)
                           to form-recert-cycle
                   when "new_username"
                       move body-param-value(counter)(1:50)
                           to form-new-username
                   when "comment_id"
                       move body-param-value(counter)(1:20)
                           to form-comment-id
                   when "block_id"
                       move body-param-value(counter)(1:10)
                           to form-block-id
                   when "block_kind"
                       move body-param-value(counter)(1:7)
                           to form-block-kind
                   when "block_value"
                       move body-param-value(counter)(1:100)
                           to form-block-value
                   when "block_mode"
                       move body-param-value(counter)(1:6)
                           to form-block-mode
                   when "block_note"
                       move body-param-value(counter)(1:100)
                           to form-block-note
                   when "setting_name"
                       move body-param-value(counter)(1:40)
                           to form-setting-name

       admin-create-content section.
           perform extract-content-form-fields.
           *> An event's when and where are checked before the item
           *> exists, so a mistyped date never leaves an event on
           *> file with no time.
           if function trim(form-content-type) = "event"
               perform check-event-form-details
               if er-success not = "Y"
                   move er-message to response-message
                   perform handle-admin-action-failed
                   exit section
               end-if
           end-if.

           move form-title to json-esc-source
           perform escape-json-value
           call "database-interface" using db-request db-response.

           move db-resp-message to response-message.
           if db-success = "Y"
               and function trim(form-content-type) = "event"
               move "id" to json-field-name
               perform extract-from-response-json
               move 0 to event-content-id
               if function trim(json-extracted(1:20)) is numeric
                   move function numval(json-extracted(1:20))
                       to event-content-id
               end-if
               perform save-event-form-details
           end-if.
           if db-success = "Y"
               perform handle-admin-action-ok
           else

       admin-update-content section.
           perform extract-content-form-fields.
           *> Event details travel only when the form carries them -
           *> an edit that leaves them out leaves them as they were.
           if form-event-given = "Y"
               perform check-event-form-details
               if er-success not = "Y"
                   move er-message to response-message
                   perform handle-admin-action-failed
                   exit section
               end-if
           end-if.

           move form-title to json-esc-source
           perform escape-json-value
           call "database-interface" using db-request db-response.

           move db-resp-message to response-message.
           if db-success = "Y" and form-event-given = "Y"
               move 0 to event-content-id
               if function trim(form-content-id) is numeric
                   move function numval(form-content-id)
                       to event-content-id
               end-if
               perform save-event-form-details
           end-if.
           if db-success = "Y"
               perform handle-admin-action-ok
           else

       admin-publish-content section.
           perform extract-content-form-fields.
           if function trim(form-content-id) = spaces
               or function trim(form-content-id) not numeric
               move "A content id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           *> The quality checklist runs first: any failure stops the
           *> publish, and warnings stop it unless the publisher has
           *> seen them and chosen "Publish anyway".
           move function numval(form-content-id) to ck-content-id.
           call "publish-checklist" using checklist-request
               checklist-response.
           if ck-success not = "Y"
               move ck-message to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           if ck-fail-count > 0
               or (ck-warn-count > 0 and form-checklist-override
                   not = "Y")
               perform render-publish-checklist-page
               exit section
           end-if.
           perform collect-checklist-warnings.
           if ck-warn-count > 0
               move "OVERRIDE" to admin-audit-result
               move function concatenate(
                   "content ", function trim(form-content-id),
                   " published over checklist warnings: ",
                   function trim(ck-warned-checks)
               ) to response-message
               perform write-admin-audit-entry
           end-if.

           move function concatenate(
               '{"id":"', function trim(form-content-id), '"}'

           move db-resp-message to response-message.
           if db-success = "Y"
               if ck-warn-count > 0
                   move function concatenate(
                       function trim(response-message),
                       " - checklist warnings overridden: ",
                       function trim(ck-warned-checks)
                   ) to response-message
               end-if
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       collect-checklist-warnings section.
           *> The overridden checks by name, for the audit entry.
           move spaces to ck-warned-checks.
           perform varying ck-index from 1 by 1
               until ck-index > ck-result-count
               if ck-level(ck-index) = "warn"
                   if ck-warned-checks = spaces
                       move ck-check(ck-index) to ck-warned-checks
                   else
                       move function concatenate(
                           function trim(ck-warned-checks), ", ",
                           function trim(ck-check(ck-index))
                       ) to ck-warned-checks
                   end-if
               end-if
           end-perform.

       render-publish-checklist-page section.
           *> A stopped publish is audited like any refused action,
           *> then the list of problems goes back to the publisher -
           *> with a "Publish anyway" button only when nothing
           *> failed outright.
           if ck-fail-count > 0
               move "BLOCKED" to admin-audit-result
           else
               move "HELD" to admin-audit-result
           end-if.
           perform collect-checklist-warnings.
           move function concatenate(
               "publish checklist for content ",
               function trim(form-content-id), ": ",
               function trim(ck-message)
           ) to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Publish Checklist</title>"
               "</head>"
           display "<body>"
           display "<h1>Publish checklist - content "
               function trim(form-content-id) "</h1>"
           if ck-fail-count > 0
               display "<p>This item cannot be published until the"
                   " failures below are fixed.</p>"
           else
               display "<p>This item passes every required check."
                   " The warnings below can be fixed first or"
                   " overridden - an override is recorded in the"
                   " admin audit log.</p>"
           end-if
           display "<table border='1'>"
           display "<tr><th>Result</th><th>Check</th>"
               "<th>Detail</th></tr>"
           perform varying ck-index from 1 by 1
               until ck-index > ck-result-count
               move ck-detail(ck-index) to esc-html-source
               perform escape-html-value
               display "<tr><td>"
               if ck-level(ck-index) = "fail"
                   display "<strong>FAIL</strong>"
               else
                   display "warning"
               end-if
               display "</td><td>" function trim(ck-check(ck-index))
                   "</td><td>" function trim(esc-html-value)
                   "</td></tr>"
           end-perform
           display "</table>"
           if ck-fail-count = 0
               display "<form method='POST' action='/admin'>"
               display "<input type='hidden' name='admin_action'"
                   " value='publish-content'>"
               display "<input type='hidden' name='content_id' value='"
                   function trim(form-content-id) "'>"
               display "<input type='hidden' name='checklist_override'"
                   " value='Y'>"
               display "<button type='submit'>Publish anyway</button>"
               display "</form>"
           end-if
           display "<p><a href='/admin#edit-"
               function trim(form-content-id) "'>Edit the item</a></p>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       admin-view-quarantine section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Quarantined Submissions"
               "</title></head>"
           display "<body>"
                       at end move "10" to submission-file-status
                       not at end
                           if fs-status = "quarantine"
                               perform open-submission-fields
                               perform render-one-quarantine-row
                           end-if
                   end-read
                   perform handle-admin-action-failed
               not invalid key
                   close submission-master
                   perform erase-submission-attachments
                   move function concatenate(
                       "Submission ",
                       function trim(form-submission-id), " purged"
                   ) to response-message
                   if attachments-erased > 0
                       move function concatenate(
                           function trim(response-message),
                           " with its attached file(s)"
                       ) to response-message
                   end-if
                   if attachments-kept > 0
                       move attachments-kept to attachment-size-kb
                       move function concatenate(
                           function trim(response-message),
                           " - ", function trim(attachment-size-kb),
                           " attached file(s) kept under legal hold"
                       ) to response-message
                   end-if
                   perform handle-admin-action-ok
           end-delete.

       erase-submission-attachments section.
           *> Every file linked to the purged submission goes with
           *> it, through media.cbl's erase; a link whose file is
           *> under legal hold stays, so the file can still be found.
           move 0 to attachments-erased.
           move 0 to attachments-kept.
           open i-o attachment-master.
           if attachment-status not = "00"
               move spaces to attachment-status
               exit section
           end-if.
           move function numval(form-submission-id)
               to fa-submission-id.
           move low-values to fa-field-name.
           start attachment-master key is not less than fa-key
               invalid key move "10" to attachment-status
           end-start.
           perform until attachment-status = "10"
               read attachment-master next record
                   at end move "10" to attachment-status
                   not at end
                       if fa-submission-id
                           not = function numval(form-submission-id)
                           move "10" to attachment-status
                       else
                           perform erase-one-attachment
                       end-if
               end-read
           end-perform.
           close attachment-master.
           move spaces to attachment-status.

       erase-one-attachment section.
           move spaces to media-request.
           move "erase" to media-action.
           move fa-media-id to media-id-in.
           call "media" using media-request media-response.
           if media-success = "Y"
               or function trim(media-resp-message) = "Media not found"
               delete attachment-master record
                   invalid key
                       continue
               end-delete
               add 1 to attachments-erased
           else
               add 1 to attachments-kept
           end-if.

       admin-view-submissions section.
           perform extract-content-form-fields.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Form Submissions</title>"
               "</head>"
           display "<body>"
                       not at end
                           if fs-status not = "spam"
                               and fs-status not = "quarantine"
                               perform open-submission-fields
                               perform check-submission-form-filter
                               if json-found = "Y"
                                   perform render-one-submission-row
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       open-submission-fields section.
           *> The submitted fields are sealed at rest; opened here
           *> only for the screen, never written back open.
           move "decrypt" to cipher-action.
           move 1900 to cipher-width.
           move fs-fields to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:1900) to fs-fields.

       check-submission-form-filter section.
           *> json-found answers "show this row" - every row when no
           *> filter, otherwise rows whose flattened fields carry
           display "<td>" function trim(fs-status) "</td>"
           move fs-fields(1:200) to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value)
           perform render-submission-attachments
           display "</td>"
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='submission_id'"
               " value='" function trim(comment-id-display) "'>"
           display "</form></td>"
           display "</tr>".

       render-submission-attachments section.
           *> One download button per file the submission carried.
           open input attachment-master.
           if attachment-status not = "00"
               move spaces to attachment-status
               exit section
           end-if.
           move fs-id to fa-submission-id.
           move low-values to fa-field-name.
           start attachment-master key is not less than fa-key
               invalid key move "10" to attachment-status
           end-start.
           perform until attachment-status = "10"
               read attachment-master next record
                   at end move "10" to attachment-status
                   not at end
                       if fa-submission-id not = fs-id
                           move "10" to attachment-status
                       else
                           perform render-one-attachment-link
                       end-if
               end-read
           end-perform.
           close attachment-master.
           move spaces to attachment-status.

       render-one-attachment-link section.
           compute attachment-size-kb = (fa-file-size + 1023) / 1024.
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='submission_id'"
               " value='" function trim(comment-id-display) "'>"
           display "<input type='hidden' name='attachment_field'"
               " value='" function trim(fa-field-name) "'>"
           move fa-original-name to esc-html-source.
           perform escape-html-value.
           display "<button type='submit' name='admin_action'"
               " value='download-attachment'>"
               function trim(fa-field-name) ": "
               function trim(esc-html-value) " ("
               function trim(attachment-size-kb) " KB)</button>"
           display "</form>".

       admin-download-attachment section.
           *> The file goes out as a download, never inline, and the
           *> audit trail says who fetched which one.
           perform extract-content-form-fields.
           if function trim(form-submission-id) = spaces
               or function trim(form-submission-id) not numeric
               or form-attachment-field = spaces
               move "A submission id and field are required"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           open input attachment-master.
           if attachment-status not = "00"
               move spaces to attachment-status
               move "No attachments are on file" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move function numval(form-submission-id)
               to fa-submission-id.
           move form-attachment-field to fa-field-name.
           read attachment-master
               invalid key
                   move "10" to attachment-status
           end-read.
           close attachment-master.
           if attachment-status = "10"
               move spaces to attachment-status
               move "Attachment not found" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move spaces to attachment-status.

           *> media.cbl answers only for a file it still vouches for
           *> - a quarantined or removed one is not handed out.
           move spaces to media-request.
           move "get" to media-action.
           move fa-media-id to media-id-in.
           call "media" using media-request media-response.
           if media-success not = "Y"
               move function concatenate(
                   "The file for ", function trim(fa-field-name),
                   " is quarantined or no longer on file"
               ) to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move out-file-path to attachment-path.
           open input attachment-file.
           if attachment-file-status not = "00"
               move "The stored file could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           move "SUCCESS" to admin-audit-result.
           move function concatenate(
               "Downloaded ", function trim(fa-field-name),
               " of submission ", function trim(form-submission-id)
           ) to response-message.
           perform write-admin-audit-entry.

           inspect fa-original-name replacing all '"' by "_"
               all x"0D" by space all x"0A" by space.
           if fa-mime-type = spaces
               move "application/octet-stream" to fa-mime-type
           end-if.
           display "Content-Type: " function trim(fa-mime-type)
           display 'Content-Disposition: attachment; filename="'
               function trim(fa-original-name) '"'
           display "X-Content-Type-Options: nosniff"
           display " "
           perform until attachment-file-status not = "00"
               read attachment-file
                   at end move "10" to attachment-file-status
                   not at end
                       display function trim(attachment-line, trailing)
               end-read
           end-perform.
           close attachment-file.

       admin-mark-submission section.
           perform extract-content-form-fields.
           if function trim(form-submission-id) = spaces
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Media Collections</title>"
               "</head>"
           display "<body>"
           move spaces to collection-file-status.

           display "</table>"
           perform render-top-downloads
           display "<h2>Search the media library</h2>"
           display "<form method='GET' action='/search'>"
           display "<input type='hidden' name='source'"
               " name='collection_name'></p>"
           display "<button type='submit'>Move</button>"
           display "</form>"
           display "<h2>Usage rights and daily downloads</h2>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='view-media-rights'>"
           display "<p>Media id <input type='text' name='media_id'"
               " size='8'>"
           display " <button type='submit'>Edit rights</button></p>"
           display "</form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-top-downloads section.
           *> A finished download counts once however many range
           *> requests it took; crawler fetches are shown apart and
           *> do not rank an item.
           compute floor-date-int =
               function integer-of-date(
                   function numval(function current-date(1:8))) - 30.
           move function date-of-integer(floor-date-int)
               to floor-date-disp.
           move floor-date-disp to month-floor-date.

           move 0 to td-count.
           open input download-master.
           if download-status = "00"
               move month-floor-date to md-date
               move 0 to md-media-id
               start download-master key is not less than md-key
                   invalid key move "10" to download-status
               end-start
               perform until download-status not = "00"
                   read download-master next record
                       at end move "10" to download-status
                       not at end
                           perform tally-download-row
                   end-read
               end-perform
               close download-master
           end-if.
           move spaces to download-status.

           display "<h2>Most downloaded (last 30 days)</h2>"
           if td-count = 0
               display "<p>No downloads recorded yet.</p>"
               exit section
           end-if.
           display "<table border='1'>"
           display "<tr><th>Media id</th><th>File</th>"
               "<th>Downloads</th><th>Crawler downloads</th></tr>"
           perform varying td-rank from 1 by 1 until td-rank > 10
               perform render-one-top-download
               if td-best-index = 0
                   exit perform
               end-if
           end-perform.
           display "</table>".

       tally-download-row section.
           move 0 to td-best-index.
           perform varying td-index from 1 by 1
               until td-index > td-count
               if td-media-id(td-index) = md-media-id
                   move td-index to td-best-index
                   exit perform
               end-if
           end-perform.
           if td-best-index = 0
               if td-count >= 500
                   exit section
               end-if
               add 1 to td-count
               move td-count to td-best-index
               move md-media-id to td-media-id(td-best-index)
               move 0 to td-people(td-best-index)
               move 0 to td-bots(td-best-index)
           end-if.
           add md-downloads to td-people(td-best-index).
           add md-bot-downloads to td-bots(td-best-index).

       render-one-top-download section.
           move 0 to td-best-index.
           move 0 to td-best-value.
           perform varying td-index from 1 by 1
               until td-index > td-count
               if td-people(td-index) > td-best-value
                   move td-people(td-index) to td-best-value
                   move td-index to td-best-index
               end-if
           end-perform.
           if td-best-index = 0
               exit section
           end-if.

           move td-media-id(td-best-index) to td-media-display.
           move function concatenate(
               '{"id":"', function trim(td-media-display), '"}'
           ) to db-filters.
           move "media" to db-action.
           move "get-by-id" to db-operation.
           move spaces to db-data-json.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           move spaces to esc-html-source.
           if db-success = "Y"
               move "originalName" to json-field-name
               perform extract-from-response-json
               move json-extracted(1:255) to esc-html-source
           end-if.
           perform escape-html-value.
           move td-people(td-best-index) to top-hits-display.
           move td-bots(td-best-index) to td-bots-display.
           display "<tr><td>" function trim(td-media-display)
               "</td><td>" function trim(esc-html-value)
               "</td><td>" function trim(top-hits-display)
               "</td><td>" function trim(td-bots-display)
               "</td></tr>"
           move 0 to td-people(td-best-index).

       render-item-downloads section.
           *> Day by day for one item - the partial column is range
           *> requests that did not reach the end of the file.
           compute floor-date-int =
               function integer-of-date(
                   function numval(function current-date(1:8))) - 30.
           move function date-of-integer(floor-date-int)
               to floor-date-disp.
           move floor-date-disp to month-floor-date.

           display "<h2>Downloads (last 30 days)</h2>"
           move "N" to td-any-rows.
           open input download-master.
           if download-status = "00"
               move month-floor-date to md-date
               move 0 to md-media-id
               start download-master key is not less than md-key
                   invalid key move "10" to download-status
               end-start
               perform until download-status not = "00"
                   read download-master next record
                       at end move "10" to download-status
                       not at end
                           if md-media-id
                               = function numval(form-media-id)
                               perform render-one-download-day
                           end-if
                   end-read
               end-perform
               close download-master
           end-if.
           move spaces to download-status.
           if td-any-rows = "N"
               display "<p>No downloads recorded yet.</p>"
           else
               display "</table>"
           end-if.

       render-one-download-day section.
           if td-any-rows = "N"
               move "Y" to td-any-rows
               display "<table border='1'>"
               display "<tr><th>Day</th><th>Downloads</th>"
                   "<th>Crawler downloads</th>"
                   "<th>Partial requests</th></tr>"
           end-if.
           move function concatenate(
               md-date(1:4), "-", md-date(5:2), "-", md-date(7:2)
           ) to td-day-display.
           move md-downloads to top-hits-display.
           move md-bot-downloads to td-bots-display.
           move md-range-parts to td-parts-display.
           display "<tr><td>" td-day-display
               "</td><td>" function trim(top-hits-display)
               "</td><td>" function trim(td-bots-display)
               "</td><td>" function trim(td-parts-display)
               "</td></tr>".

       render-one-collection-row section.
           *> Per-collection count straight off get-all-media's total
           *> match count.
           move function concatenate(
               '{"collection":"',
               function trim(form-collection-name), '"}'
           ) to db-filters.
           move "media" to db-action.
           move "get-all" to db-operation.
           move spaces to db-data-json.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.

           move db-item-count to stat-result-count.
           move form-collection-name to esc-html-source.
           perform escape-html-value.
           display "<tr>"
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" function trim(stat-result-count) "</td>"
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='rename-collection'>"
           display "<input type='hidden' name='collection_name'"
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.

       admin-view-media-rights section.
           *> Licence, credit, source and rights expiry for one item,
           *> as stored, in a form that saves them back.
           perform extract-content-form-fields.
           if function trim(form-media-id) = spaces
               or function trim(form-media-id) not numeric
               move "A media id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move function concatenate(
               '{"id":"', function trim(form-media-id), '"}'
           ) to db-filters.
           move "media" to db-action.
           move "get-by-id" to db-operation.
           move spaces to db-data-json.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success not = "Y"
               move db-resp-message to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "originalName" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:255) to rights-media-name.
           move "licence" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:100) to form-media-licence.
           move "credit" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:150) to form-media-credit.
           move "source" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:255) to form-media-source.
           move "rightsExpiry" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:10) to form-rights-expiry.

           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Usage Rights</title>"
               "</head>"
           display "<body>"
           move rights-media-name to esc-html-source
           perform escape-html-value
           display "<h1>Usage rights - media "
               function trim(form-media-id) " "
               function trim(esc-html-value) "</h1>"
           display "<p>The credit is printed under the image wherever"
               " it appears. Media whose rights run out within 30"
               " days are listed nightly with the pages using them."
               "</p>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='set-media-rights'>"
           display "<input type='hidden' name='media_id' value='"
               function trim(form-media-id) "'>"
           move form-media-licence to esc-html-source
           perform escape-html-value
           display "<p>Licence <input type='text' name='licence'"
               " size='40' value='" function trim(esc-html-value)
               "'></p>"
           move form-media-credit to esc-html-source
           perform escape-html-value
           display "<p>Credit <input type='text' name='credit'"
               " size='40' value='" function trim(esc-html-value)
               "'></p>"
           move form-media-source to esc-html-source
           perform escape-html-value
           display "<p>Source <input type='text'"
               " name='rights_source' size='60' value='"
               function trim(esc-html-value) "'></p>"
           display "<p>Rights expire (YYYY-MM-DD, blank if they"
               " never do) <input type='text' name='rights_expiry'"
               " size='10' value='" function trim(form-rights-expiry)
               "'></p>"
           display "<button type='submit'>Save rights</button>"
           display "</form>"
           perform render-item-downloads
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       admin-set-media-rights section.
           *> Saves the whole set through the media update - a box
           *> left empty clears that field.
           perform extract-content-form-fields.
           if function trim(form-media-id) = spaces
               or function trim(form-media-id) not numeric
               move "A media id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-media-licence to json-esc-source.
           perform escape-json-value.
           move json-esc-result to rights-esc-licence.
           move form-media-credit to json-esc-source.
           perform escape-json-value.
           move json-esc-result to rights-esc-credit.
           move form-media-source to json-esc-source.
           perform escape-json-value.
           move json-esc-result to rights-esc-source.

           move function concatenate(
               '{"id":"', function trim(form-media-id), '"}'
           ) to db-filters.
           move function concatenate(
               '{"rightsUpdate":"Y","licence":"',
               function trim(rights-esc-licence),
               '","credit":"', function trim(rights-esc-credit),
               '","source":"', function trim(rights-esc-source),
               '","rightsExpiry":"', function trim(form-rights-expiry),
               '"}'
           ) to db-data-json.
           move "media" to db-action.
           move "update" to db-operation.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           move db-resp-message to response-message.
           if db-success = "Y"
               move function concatenate(
                   "Usage rights saved for media ",
                   function trim(form-media-id)
               ) to response-message
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-view-calendar section.
           *> A month of publish dates at a glance - what
           *> publish-scheduled-content.cbl will actually do, instead
           move cc-status to cal-status(calendar-entry-count).

       render-calendar-page section.
           perform emit-html-page-head
           display "<html><head><title>Editorial Calendar</title>"
               "</head>"
           display "<body>"
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>My Sessions</title></head>"
           display "<body>"
           display "<h1>My active sessions</h1>"
           display "<button type='submit'>Sign out everywhere"
               " else</button>"
           display "</form>"
           display "<h2>Change my e-mail address</h2>"
           display "<p>A token goes to the new address; the change"
               " only happens once it is entered at"
               " <a href='/confirm-email'>/confirm-email</a>.</p>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='change-my-email'>"
           display "New e-mail <input type='text' name='new_email'>"
           display "<button type='submit'>Send confirmation</button>"
           display "</form>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='cancel-my-email-change'>"
           display "<button type='submit'>Withdraw a pending"
               " change</button>"
           display "</form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Roles</title></head>"
           display "<body>"
           display "<h1>Roles and permissions</h1>"
           perform render-users-page.

       render-users-page section.
           perform emit-html-page-head
           display "<html><head><title>User Administration</title>"
               "</head>"
           display "<body>"
           display "<table border='1'>"
           display "<tr><th>Id</th><th>Username</th><th>E-mail</th>"
               "<th>Role</th><th>Status</th><th>Failed logins</th>"
               "<th>Last sign-in</th><th>Media storage</th>"
               "<th></th></tr>"

           move function length(function trim(db-resp-data-json))
           end-perform

           display "</table>"
           perform render-pending-email-changes
           display "<h2>Create a user</h2>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='editor'></p>"
           display "<button type='submit'>Create</button>"
           display "</form>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='view-recertification'>"
           display "<button type='submit'>Access recertification"
               "</button>"
           display "</form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

           perform extract-from-one-object
           display "<td>" function trim(json-extracted(1:10)) "</td>"

           move "lastLogin" to json-field-name
           perform extract-from-one-object
           if json-extracted(1:8) is numeric
               display "<td>" json-extracted(1:4) "-"
                   json-extracted(5:2) "-" json-extracted(7:2) " "
                   json-extracted(9:2) ":" json-extracted(11:2)
                   "</td>"
           else
               display "<td>never</td>"
           end-if
           perform render-storage-quota-cell

           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='user_id' value='"
               function trim(hist-revision) "'>"
               display "<button type='submit' name='admin_action'"
                   " value='unlock-user'>Unlock</button>"
           end-if
           if function trim(hist-changed-date) = "suspended"
               display "<button type='submit' name='admin_action'"
                   " value='unlock-user'>Reinstate</button>"
           end-if
           display "</form>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
           display "<input type='hidden' name='target_username'"
               " value='" function trim(hist-changed-by) "'>"
           display "<button type='submit'>Revoke sessions</button>"
           display "</form>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='change-user-email'>"
           display "<input type='hidden' name='target_username'"
               " value='" function trim(hist-changed-by) "'>"
           display "<input type='text' name='new_email' size='20'>"
           display "<button type='submit'>Change e-mail</button>"
           display "</form>"
           if function trim(hist-changed-date) = "active"
               display "<form method='POST' action='/admin'>"
               display "<input type='hidden' name='admin_action'"
                   " value='start-view-as'>"
               display "<input type='hidden' name='target_username'"
                   " value='" function trim(hist-changed-by) "'>"
               display "<button type='submit'>View as</button>"
               display "</form>"
           end-if
           display "</td>"
           display "</tr>".

       render-storage-quota-cell section.
           *> What the user holds now (trash and thumbnails
           *> included) against their quota, and the override form.
           move "check" to sq-action
           move hist-changed-by to sq-user
           move spaces to sq-site
           move 0 to sq-incoming-bytes
           move spaces to sq-value
           move spaces to sq-changed-by
           call "storage-quota" using storage-quota-request
               storage-quota-response
           compute storage-mb-work rounded = sq-user-used / 1048576
           move storage-mb-work to storage-used-display
           move sq-user-quota-mb to storage-quota-display
           display "<td>" function trim(storage-used-display) " MB"
           if sq-user-quota-mb = 0
               display " (no limit"
           else
               display " of " function trim(storage-quota-display)
                   " MB ("
           end-if
           if sq-user-override = "Y"
               display "set for this user)"
           else
               display "default)"
           end-if
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='set-storage-quota'>"
           display "<input type='hidden' name='target_username'"
               " value='" function trim(hist-changed-by) "'>"
           display "<input type='text' name='storage_quota_mb'"
               " size='6' placeholder='MB'>"
           display "<button type='submit'>Set quota</button>"
           display "</form></td>".

       render-pending-email-changes section.
           *> Held changes still waiting on their token. The token
           *> itself never goes on the page - it is the proof of the
           *> new address.
           display "<h2>Pending e-mail changes</h2>"
           display "<table border='1'>"
           display "<tr><th>Username</th><th>Current e-mail</th>"
               "<th>New e-mail</th><th>Requested by</th>"
               "<th>Requested</th><th>Expires</th><th></th></tr>"
           move 0 to email-change-shown.
           open input email-change-master.
           if email-change-status = "00"
               move low-values to ec-token
               start email-change-master key is greater than ec-token
                   invalid key move "10" to email-change-status
               end-start
               perform until email-change-status = "10"
                   read email-change-master next record
                       at end move "10" to email-change-status
                       not at end
                           if ec-state = "pending"
                               perform render-one-email-change-row
                           end-if
                   end-read
               end-perform
               close email-change-master
           end-if.
           move spaces to email-change-status.
           if email-change-shown = 0
               display "<tr><td colspan='7'>None</td></tr>"
           end-if.
           display "</table>".

       render-one-email-change-row section.
           add 1 to email-change-shown.
           display "<tr>"
           move ec-username to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           move "decrypt" to cipher-action.
           move 100 to cipher-width.
           move ec-old-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to ec-old-email.
           move ec-new-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to ec-new-email.
           move ec-old-email to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           move ec-new-email to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           move ec-requested-by to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" function trim(ec-requested) "</td>"
           display "<td>" function trim(ec-expires) "</td>"
           move ec-username to esc-html-source.
           perform escape-html-value.
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='cancel-email-change'>"
           display "<input type='hidden' name='target_username'"
               " value='" function trim(esc-html-value) "'>"
           display "<button type='submit'>Withdraw</button>"
           display "</form></td>"
           display "</tr>".

       admin-change-email section.
           *> Held, not applied - auth.cbl mails a token to the new
           *> address and a notice to the old one; the address only
           *> changes when the token comes back through
           *> /confirm-email.
           if function trim(form-target-username) = spaces
               move "A username is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "request-email-change" to action of auth-request.
           move form-target-username to username of auth-request.
           move form-new-email to email of auth-request.
           move role of user-data to role of auth-request.
           call 'auth' using auth-request auth-response.
           move resp-message of auth-response to response-message.
           if success of auth-response = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-cancel-email-change section.
           if function trim(form-target-username) = spaces
               move "A username is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "cancel-email-change" to action of auth-request.
           move form-target-username to username of auth-request.
           move role of user-data to role of auth-request.
           call 'auth' using auth-request auth-response.
           move resp-message of auth-response to response-message.
           if success of auth-response = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-create-user section.
           perform extract-content-form-fields.

           perform run-user-update-action.

       admin-deactivate-user section.
           *> Deactivation hands the account's work to a successor in
           *> the same step - with no successor chosen yet the screen
           *> asks for one first.
           perform extract-content-form-fields.
           if function trim(form-user-id) = spaces
               or function trim(form-user-id) not numeric
               move "A user id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           perform look-up-handover-from.
           if handover-from = spaces
               move "User not found" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           if function trim(form-successor) = spaces
               perform render-choose-successor-page
               exit section
           end-if.
           move form-successor to handover-to.
           if handover-to = handover-from
               move "The successor must be a different account"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           perform check-successor-account.
           if handover-to-ok not = "Y"
               move function concatenate(
                   "Successor ", function trim(handover-to),
                   " is not an active account"
               ) to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           move function concatenate(
               '{"id":"', function trim(form-user-id), '"}'
           ) to db-filters.
           move '{"status":"disabled"}' to db-data-json.
           move "user" to db-action.
           move "update" to db-operation.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success not = "Y"
               move db-resp-message to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           perform transfer-user-ownership.

       look-up-handover-from section.
           move spaces to handover-from.
           move spaces to handover-from-status.
           move function concatenate(
               '{"id":"', function trim(form-user-id), '"}'
           ) to db-filters.
           move "user" to db-action.
           move "get-by-id" to db-operation.
           move spaces to db-data-json.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success not = "Y"
               exit section
           end-if.
           move "username" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:50) to handover-from.
           move "status" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:20) to handover-from-status.

       check-successor-account section.
           move "N" to handover-to-ok.
           move handover-to to json-esc-source.
           perform escape-json-value.
           move function concatenate(
               '{"username":"', function trim(json-esc-result), '"}'
           ) to db-filters.
           move "user" to db-action.
           move "get-by-name" to db-operation.
           move spaces to db-data-json.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success not = "Y"
               exit section
           end-if.
           move "status" to json-field-name.
           perform extract-from-response-json.
           if function trim(json-extracted(1:20)) = "active"
               move "Y" to handover-to-ok
           end-if.

       render-choose-successor-page section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.
           move handover-from to esc-html-source.
           perform escape-html-value.

           perform emit-html-page-head
           display "<html><head><title>Deactivate User</title>"
               "</head>"
           display "<body>"
           display "<h1>Deactivate " function trim(esc-html-value)
               "</h1>"
           display "<p>Name the active account that takes over. In"
               " one step the account is disabled and:</p>"
           display "<ul>"
           display "<li>content it authored or is assigned goes to"
               " the successor;</li>"
           display "<li>its open change sets and freshness reviews"
               " go to the successor;</li>"
           display "<li>its API keys are revoked and its sessions"
               " ended;</li>"
           display "<li>its edit locks are released, and its saved"
               " searches and notifications are cleared.</li>"
           display "</ul>"
           display "<p>A handover report lists everything that"
               " moved, and the transfer is recorded in the admin"
               " audit log.</p>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='deactivate-user'>"
           display "<input type='hidden' name='user_id' value='"
               function trim(form-user-id) "'>"
           display "<p>Successor <input type='text' name='successor'"
               " size='20'></p>"
           display "<button type='submit'>Deactivate and hand over"
               "</button>"
           display "</form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       transfer-user-ownership section.
           *> The account is already disabled. Everything it owned is
           *> moved or closed out store by store; each line goes to
           *> the handover report and onto the result page.
           initialize ho-moved-counts.
           open extend handover-report.
           if handover-report-status not = "00"
               open output handover-report
           end-if.
           move function current-date to admin-audit-timestamp.
           move function concatenate(
               "HANDOVER ", admin-audit-timestamp(1:8), " ",
               admin-audit-timestamp(9:6), " - ",
               function trim(handover-from), " deactivated by ",
               function trim(username of user-data),
               ", successor ", function trim(handover-to)
           ) to handover-report-line.
           write handover-report-line.

           perform emit-html-page-head
           display "<html><head><title>Handover Report</title>"
               "</head>"
           display "<body>"
           move handover-report-line to esc-html-source.
           perform escape-html-value.
           display "<h1>Handover report</h1>"
           display "<p>" function trim(esc-html-value) "</p>"
           display "<ul>"

           perform handover-edit-locks.
           perform handover-content.
           perform handover-change-sets.
           perform handover-content-reviews.
           perform handover-api-keys.
           perform handover-sessions.
           perform handover-saved-searches.
           perform handover-notifications.

           move function concatenate(
               "  moved: ", function trim(ho-content-moved),
               " content, ", function trim(ho-sets-moved),
               " change set(s), ", function trim(ho-reviews-moved),
               " review(s); closed: ", function trim(ho-keys-revoked),
               " API key(s), ", function trim(ho-locks-released),
               " edit lock(s), ", function trim(ho-searches-closed),
               " saved search(es), ", function trim(ho-notices-closed),
               " notification(s); content not moved: ",
               function trim(ho-content-failed)
           ) to ho-text.
           perform write-handover-line.
           move spaces to handover-report-line.
           write handover-report-line.
           close handover-report.

           display "</ul>"
           display "<p>The report is kept in"
               " data/handover-report.txt.</p>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

           move "post" to notify-action.
           move handover-to to notify-user.
           move function concatenate(
               "You are now the owner of ",
               function trim(handover-from),
               "'s work: ", function trim(ho-content-moved),
               " content item(s), ", function trim(ho-sets-moved),
               " change set(s) and ", function trim(ho-reviews-moved),
               " freshness review(s)"
           ) to notify-text.
           call "notifications" using notify-request notify-response.

           move "HANDOVER" to admin-audit-result.
           move function concatenate(
               "deactivated ", function trim(handover-from),
               "; successor ", function trim(handover-to), ": ",
               function trim(ho-text)
           ) to response-message.
           perform write-admin-audit-entry.

       write-handover-line section.
           move ho-text to handover-report-line.
           write handover-report-line.
           move ho-text(1:200) to esc-html-source.
           perform escape-html-value.
           display "<li>" function trim(esc-html-value) "</li>".

       handover-edit-locks section.
           *> Released first, so the content updates below are not
           *> held up by the departing user's own claims.
           open i-o edit-lock-master.
           if edit-lock-status not = "00"
               exit section
           end-if.
           move low-values to el-content-id.
           start edit-lock-master key is greater than el-content-id
               invalid key move "10" to edit-lock-status
           end-start.
           perform until edit-lock-status not = "00"
               read edit-lock-master next record
                   at end move "10" to edit-lock-status
                   not at end
                       if el-username = handover-from
                           delete edit-lock-master record
                               invalid key continue
                           end-delete
                           add 1 to ho-locks-released
                           move el-content-id to ho-id-disp
                           move function concatenate(
                               "  edit lock released on content #",
                               function trim(ho-id-disp)
                           ) to ho-text
                           perform write-handover-line
                       end-if
               end-read
           end-perform.
           close edit-lock-master.
           move spaces to edit-lock-status.

       handover-content section.
           move 0 to ho-count.
           open input content-calendar.
           if calendar-file-status = "00"
               move low-values to cc-id
               start content-calendar key is greater than cc-id
                   invalid key move "10" to calendar-file-status
               end-start
               perform until calendar-file-status not = "00"
                   read content-calendar next record
                       at end move "10" to calendar-file-status
                       not at end
                           if cc-author = handover-from
                               or cc-assigned-to = handover-from
                               perform collect-handover-item
                           end-if
                   end-read
               end-perform
               close content-calendar
           end-if.
           move spaces to calendar-file-status.

           move handover-to to json-esc-source.
           perform escape-json-value.
           perform varying ho-index from 1 by 1
               until ho-index > ho-count
               perform move-one-handover-item
           end-perform.
           if ho-content-over > 0
               move function concatenate(
                   "  ", function trim(ho-content-over),
                   " further content item(s) not moved - run the"
                   " deactivation again to continue"
               ) to ho-text
               perform write-handover-line
           end-if.

       collect-handover-item section.
           if ho-count >= 500
               add 1 to ho-content-over
               exit section
           end-if.
           add 1 to ho-count.
           move cc-id to ho-id(ho-count).
           move "N" to ho-is-author(ho-count).
           move "N" to ho-is-assigned(ho-count).
           if cc-author = handover-from
               move "Y" to ho-is-author(ho-count)
           end-if.
           if cc-assigned-to = handover-from
               move "Y" to ho-is-assigned(ho-count)
           end-if.

       move-one-handover-item section.
           move ho-id(ho-index) to ho-id-disp.
           move function concatenate(
               '{"id":"', function trim(ho-id-disp), '"}'
           ) to db-filters.
           evaluate true
               when ho-is-author(ho-index) = "Y"
                   and ho-is-assigned(ho-index) = "Y"
                   move function concatenate(
                       '{"author":"', function trim(json-esc-result),
                       '","assignedTo":"',
                       function trim(json-esc-result), '"}'
                   ) to db-data-json
                   move "author and assignee" to ho-text
               when ho-is-author(ho-index) = "Y"
                   move function concatenate(
                       '{"author":"', function trim(json-esc-result),
                       '"}'
                   ) to db-data-json
                   move "author" to ho-text
               when other
                   move function concatenate(
                       '{"assignedTo":"',
                       function trim(json-esc-result), '"}'
                   ) to db-data-json
                   move "assignee" to ho-text
           end-evaluate.
           move "content" to db-action.
           move "update" to db-operation.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success = "Y"
               add 1 to ho-content-moved
               move function concatenate(
                   "  content #", function trim(ho-id-disp), ": ",
                   function trim(ho-text), " now ",
                   function trim(handover-to)
               ) to ho-text
           else
               add 1 to ho-content-failed
               move function concatenate(
                   "  content #", function trim(ho-id-disp),
                   ": NOT moved - ", function trim(db-resp-message)
               ) to ho-text
           end-if.
           perform write-handover-line.

       handover-change-sets section.
           *> Sets still waiting to go live keep moving under the
           *> successor; published ones are history and stay as
           *> they were.
           open i-o change-set-master.
           if change-set-status not = "00"
               exit section
           end-if.
           move low-values to scs-name.
           start change-set-master key is greater than scs-name
               invalid key move "10" to change-set-status
           end-start.
           perform until change-set-status not = "00"
               read change-set-master next record
                   at end move "10" to change-set-status
                   not at end
                       if scs-created-by = handover-from
                           and scs-status not = "published"
                           move handover-to to scs-created-by
                           rewrite change-set-record
                               invalid key continue
                           end-rewrite
                           add 1 to ho-sets-moved
                           move function concatenate(
                               "  change set ", function trim(scs-name),
                               " (", function trim(scs-status),
                               ") now ", function trim(handover-to)
                           ) to ho-text
                           perform write-handover-line
                       end-if
               end-read
           end-perform.
           close change-set-master.
           move spaces to change-set-status.

       handover-content-reviews section.
           open i-o content-reviews.
           if review-file-status not = "00"
               exit section
           end-if.
           move low-values to fr-content-id.
           start content-reviews key is greater than fr-content-id
               invalid key move "10" to review-file-status
           end-start.
           perform until review-file-status not = "00"
               read content-reviews next record
                   at end move "10" to review-file-status
                   not at end
                       if fr-owner = handover-from
                           move handover-to to fr-owner
                           rewrite content-review-record
                               invalid key continue
                           end-rewrite
                           add 1 to ho-reviews-moved
                           move fr-content-id to ho-id-disp
                           move function concatenate(
                               "  freshness review of content #",
                               function trim(ho-id-disp), " (",
                               function trim(fr-state), ") now ",
                               function trim(handover-to)
                           ) to ho-text
                           perform write-handover-line
                       end-if
               end-read
           end-perform.
           close content-reviews.
           move spaces to review-file-status.

       handover-api-keys section.
           *> Keys are found here and revoked through auth, the same
           *> path a single revocation takes.
           move 0 to ho-key-count.
           open input api-key-list.
           if api-key-list-status = "00"
               move low-values to ak-key-value
               start api-key-list key is greater than ak-key-value
                   invalid key move "10" to api-key-list-status
               end-start
               perform until api-key-list-status not = "00"
                   read api-key-list next record
                       at end move "10" to api-key-list-status
                       not at end
                           if ak-owner = handover-from
                               and ak-revoked not = "Y"
                               and ho-key-count < 50
                               add 1 to ho-key-count
                               move ak-key-value
                                   to ho-key-value(ho-key-count)
                           end-if
                   end-read
               end-perform
               close api-key-list
           end-if.
           move spaces to api-key-list-status.
           perform varying ho-index from 1 by 1
               until ho-index > ho-key-count
               move "revoke-api-key" to action of auth-request
               move ho-key-value(ho-index) to api-key of auth-request
               call 'auth' using auth-request auth-response
               if success of auth-response = "Y"
                   add 1 to ho-keys-revoked
                   move function concatenate(
                       "  API key ", ho-key-value(ho-index)(1:8),
                       "... revoked"
                   ) to ho-text
                   perform write-handover-line
               end-if
           end-perform.
           move spaces to api-key of auth-request.

       handover-sessions section.
           move "revoke-user-sessions" to action of auth-request.
           move handover-from to username of auth-request.
           move role of user-data to role of auth-request.
           call 'auth' using auth-request auth-response.
           if success of auth-response = "Y"
               move function concatenate(
                   "  sessions: ", function trim(resp-message)
               ) to ho-text
               perform write-handover-line
           end-if.

       handover-saved-searches section.
           *> Saved searches are personal - they are closed, not
           *> passed on, so nothing more is mailed to the old address.
           open i-o saved-search-master.
           if saved-search-status not = "00"
               exit section
           end-if.
           move handover-from to sv-username.
           move 0 to sv-seq.
           start saved-search-master key is not less than sv-key
               invalid key move "10" to saved-search-status
           end-start.
           perform until saved-search-status not = "00"
               read saved-search-master next record
                   at end move "10" to saved-search-status
                   not at end
                       if sv-username not = handover-from
                           move "10" to saved-search-status
                       else
                           delete saved-search-master record
                               invalid key continue
                           end-delete
                           add 1 to ho-searches-closed
                           move function concatenate(
                               '  saved search "',
                               function trim(sv-query(1:80)),
                               '" closed'
                           ) to ho-text
                           perform write-handover-line
                       end-if
               end-read
           end-perform.
           close saved-search-master.
           move spaces to saved-search-status.

       handover-notifications section.
           open i-o notification-master.
           if notification-store-status not = "00"
               exit section
           end-if.
           move handover-from to nt-username.
           move 0 to nt-seq.
           start notification-master key is not less than nt-key
               invalid key move "10" to notification-store-status
           end-start.
           perform until notification-store-status not = "00"
               read notification-master next record
                   at end move "10" to notification-store-status
                   not at end
                       if nt-username not = handover-from
                           move "10" to notification-store-status
                       else
                           delete notification-master record
                               invalid key continue
                           end-delete
                           add 1 to ho-notices-closed
                       end-if
               end-read
           end-perform.
           close notification-master.
           move spaces to notification-store-status.
           if ho-notices-closed > 0
               move function concatenate(
                   "  ", function trim(ho-notices-closed),
                   " notification(s) cleared"
               ) to ho-text
               perform write-handover-line
           end-if.

       admin-unlock-user section.
           perform extract-content-form-fields.
           move '{"status":"active"}' to db-data-json.
           perform run-user-update-action.

       admin-view-recertification section.
           *> Every open cycle's list with a Confirm/Revoke pair on
           *> each pending row; closed cycles show their totals only -
           *> the job's report carries their full decisions.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Access Recertification</title>"
               "</head>"
           display "<body>"
           display "<h1>Access recertification</h1>"
           display "<p>Confirm every account that should keep its"
               " access. Accounts still pending when the window"
               " closes are suspended. Your own account has to be"
               " confirmed by another admin.</p>"

           move 0 to recert-cycle-count.
           open input recert-cycles.
           if recert-cycle-status = "00"
               move low-values to rv-cycle
               start recert-cycles key is greater than rv-cycle
                   invalid key move "10" to recert-cycle-status
               end-start
               perform until recert-cycle-status not = "00"
                   read recert-cycles next record
                       at end move "10" to recert-cycle-status
                       not at end
                           perform render-one-recert-cycle
                   end-read
               end-perform
               close recert-cycles
           end-if.
           move spaces to recert-cycle-status.
           if recert-cycle-count = 0
               display "<p>No recertification cycle is open.</p>"
           end-if.

           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-one-recert-cycle section.
           if rv-state not = "open"
               display "<p>" function trim(rv-cycle) ": closed "
                   rv-closed-on " - " function trim(rv-accounts)
                   " account(s) reviewed</p>"
               exit section
           end-if.
           add 1 to recert-cycle-count.
           display "<h2>" function trim(rv-cycle) " - confirm by "
               rv-closes(1:4) "-" rv-closes(5:2) "-" rv-closes(7:2)
               "</h2>"
           display "<table border='1'>"
           display "<tr><th>Username</th><th>Role</th>"
               "<th>Last sign-in</th><th>Decision</th>"
               "<th>Decided by</th><th></th></tr>"
           open input recert-master.
           if recert-status = "00"
               move rv-cycle to ar-cycle
               move 0 to ar-user-id
               start recert-master key is not less than ar-key
                   invalid key move "10" to recert-status
               end-start
               perform until recert-status not = "00"
                   read recert-master next record
                       at end move "10" to recert-status
                       not at end
                           if ar-cycle not = rv-cycle
                               move "10" to recert-status
                           else
                               perform render-one-recert-row
                           end-if
                   end-read
               end-perform
               close recert-master
           end-if.
           move spaces to recert-status.
           display "</table>".

       render-one-recert-row section.
           move ar-username to esc-html-source.
           perform escape-html-value.
           if ar-last-login(1:8) is numeric
               move function concatenate(
                   ar-last-login(1:4), "-", ar-last-login(5:2), "-",
                   ar-last-login(7:2), " ", ar-last-login(9:2), ":",
                   ar-last-login(11:2)
               ) to recert-login-display
           else
               move "never" to recert-login-display
           end-if.
           move ar-user-id to recert-user-id-disp.
           display "<tr>"
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" function trim(ar-role) "</td>"
           display "<td>" function trim(recert-login-display) "</td>"
           display "<td>" function trim(ar-state) "</td>"
           display "<td>" function trim(ar-decided-by) "</td>"
           if ar-state not = "pending"
               display "<td></td></tr>"
               exit section
           end-if.
           if ar-username = username of user-data
               display "<td>another admin confirms this one</td></tr>"
               exit section
           end-if.
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='recert_cycle'"
               " value='" function trim(ar-cycle) "'>"
           display "<input type='hidden' name='user_id'"
               " value='" function trim(recert-user-id-disp) "'>"
           display "<button type='submit' name='admin_action'"
               " value='confirm-access'>Confirm</button>"
           display "<button type='submit' name='admin_action'"
               " value='revoke-access'>Revoke</button>"
           display "</form></td>"
           display "</tr>".

       admin-decide-access section.
           *> recert-decision was set by the dispatcher to
           *> "confirmed" or "revoked" before this runs. A revoke
           *> deactivates the account straight away, the same update
           *> the Deactivate button makes.
           perform extract-content-form-fields.
           if function trim(form-recert-cycle) = spaces
               or function trim(form-user-id) = spaces
               or function trim(form-user-id) not numeric
               move "A cycle and a user id are required"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           open input recert-cycles.
           if recert-cycle-status not = "00"
               move "The recertification store could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-recert-cycle to rv-cycle.
           read recert-cycles
               invalid key
                   move spaces to rv-state
           end-read.
           close recert-cycles.
           if rv-state not = "open"
               move "That recertification cycle is not open"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           open i-o recert-master.
           if recert-status not = "00"
               move "The recertification store could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-recert-cycle to ar-cycle.
           move function numval(form-user-id) to ar-user-id.
           read recert-master
               invalid key
                   close recert-master
                   move "That account is not on the cycle's list"
                       to response-message
                   perform handle-admin-action-failed
                   exit section
           end-read.
           if ar-state not = "pending"
               close recert-master
               move function concatenate(
                   function trim(ar-username), " is already ",
                   function trim(ar-state)
               ) to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           if ar-username = username of user-data
               close recert-master
               move function concatenate(
                   "Your own access has to be confirmed by ",
                   "another admin"
               ) to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           if recert-decision = "revoked"
               move '{"status":"disabled"}' to db-data-json
               move function concatenate(
                   '{"id":"', function trim(form-user-id), '"}'
               ) to db-filters
               move "user" to db-action
               move "update" to db-operation
               move username of user-data to db-changed-by
               move db-api-key-value to db-api-key
               move role of user-data to db-caller-role
               call "database-interface" using db-request db-response
               if db-success not = "Y"
                   close recert-master
                   move db-resp-message to response-message
                   perform handle-admin-action-failed
                   exit section
               end-if
           end-if.

           move function current-date to recert-now.
           move recert-decision to ar-state.
           move username of user-data to ar-decided-by.
           move recert-now(1:14) to ar-decided-at.
           rewrite recert-record
               invalid key continue
           end-rewrite.
           close recert-master.
           move function concatenate(
               function trim(ar-username), " ",
               function trim(recert-decision), " for ",
               function trim(ar-cycle)
           ) to response-message.
           perform handle-admin-action-ok.

       run-user-update-action section.
           move function concatenate(
               '{"id":"', function trim(form-user-id), '"}'
           ) to db-filters.
           move "user" to db-action.
           move "update" to db-operation.
           move username of user-data to db-changed-by.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Comment Moderation</title>"
               "</head>"
           display "<body>"
           display "<table border='1'>"
           display "<tr><th>Id</th><th>Page</th><th>In reply to"
               "</th><th>Name</th>"
               "<th>Submitted</th><th>Comment</th><th>Reports</th>"
               "<th>Commenter history</th><th></th></tr>"

           open i-o comment-master.
           if comment-file-status = "00"
               close comment-master
           end-if.
           move spaces to comment-file-status.
           display "</table>"

           *> Comments still on the site that readers have reported,
           *> short of the comment_report_threshold that would have
           *> pulled them back into the queue above.
           display "<h2>Reported comments still on the site</h2>"
           display "<table border='1'>"
           display "<tr><th>Id</th><th>Page</th><th>Name</th>"
               "<th>Comment</th><th>Reports</th><th></th></tr>"
           move 0 to reported-comment-count.
           open input comment-master.
           if comment-file-status = "00"
               move low-values to co-id
               start comment-master key is greater than co-id
                   invalid key move "10" to comment-file-status
               end-start
               perform until comment-file-status = "10"
                   read comment-master next record
                       at end move "10" to comment-file-status
                       not at end
                           if co-status = "approved"
                               perform render-one-reported-comment
                           end-if
                   end-read
               end-perform
               close comment-master
           end-if.
           move spaces to comment-file-status.
           display "</table>"
           if reported-comment-count = 0
               display "<p>No open reports.</p>"
           end-if

           perform render-commenter-blocklist.

           display "<p>Dismissing a comment's reports keeps it on"
               " the site; approving a reported comment dismisses"
               " its reports, rejecting it upholds them. Either way"
               " the decision goes to the audit trail.</p>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-one-reported-comment section.
           move "summary" to rp-action.
           move co-id to rp-comment-id.
           move spaces to rp-reporter.
           move spaces to rp-reason.
           call "comment-reports" using report-request
               report-response.
           if rp-open-count = 0
               exit section
           end-if.
           add 1 to reported-comment-count.
           move co-id to comment-id-display.
           display "<tr>"
           display "<td>" function trim(comment-id-display) "</td>"
           move co-content-id to comment-id-display
           display "<td>#" function trim(comment-id-display) "</td>"
           move co-author-name to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           move co-body(1:200) to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           perform render-comment-reports-cell
           move co-id to comment-id-display
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='comment_id' value='"
               function trim(comment-id-display) "'>"
           display "<button type='submit' name='admin_action'"
               " value='dismiss-comment-reports'>Dismiss reports"
               "</button>"
           display "<button type='submit' name='admin_action'"
               " value='reject-comment'>Reject</button>"
           display "</form></td>"
           display "</tr>".

       render-commenter-history-cell section.
           *> Everything this e-mail address has posted, approved,
           *> rejected and waiting - whatever name went with it.
           if co-email = spaces
               display "<td>no e-mail given</td>"
               exit section
           end-if.
           move "check" to cs-action.
           move co-email to cs-email.
           move spaces to cs-address.
           call "commenter-standing" using standing-request
               standing-response.
           move cs-approved-count to history-count-display.
           display "<td>" function trim(history-count-display)
               " approved, " with no advancing
           move cs-rejected-count to history-count-display.
           display function trim(history-count-display)
               " rejected, " with no advancing
           move cs-pending-count to history-count-display.
           display function trim(history-count-display)
               " pending" with no advancing
           if cs-trusted = "Y"
               display " <strong>(trusted)</strong>"
                   with no advancing
           end-if
           if cs-blocked = "Y"
               display " <strong>(blocked - "
                   function trim(cs-blocked-mode) ")</strong>"
                   with no advancing
           end-if
           display "</td>".

       render-commenter-blocklist section.
           display "<h2>Commenter blocklist</h2>"
           display "<table border='1'>"
           display "<tr><th>Id</th><th>Blocks</th><th>Value</th>"
               "<th>Mode</th><th>Added by</th><th>Added</th>"
               "<th>Note</th><th></th></tr>"
           move 0 to blocklist-count.
           open input commenter-blocklist.
           if blocklist-file-status = "00"
               perform until blocklist-file-status not = "00"
                   read commenter-blocklist next record
                       at end move "10" to blocklist-file-status
                       not at end
                           perform render-one-blocklist-row
                   end-read
               end-perform
               close commenter-blocklist
           end-if.
           display "</table>"
           if blocklist-count = 0
               display "<p>Nobody is blocked.</p>"
           end-if

           display "<form method='POST' action='/admin'>"
           display "<p>Block <select name='block_kind'>"
               "<option value='email'>e-mail address</option>"
               "<option value='address'>client address</option>"
               "</select> <input type='text' name='block_value'"
               " size='30'> and <select name='block_mode'>"
               "<option value='silent'>reject silently</option>"
               "<option value='refuse'>refuse</option></select>"
           display " Note <input type='text' name='block_note'"
               " size='30' maxlength='100'>"
           display " <button type='submit' name='admin_action'"
               " value='block-commenter'>Block</button></p>"
           display "</form>"
           display "<p>A client address entry matches as a prefix -"
               " '203.0.113.' blocks the whole range. 'refuse' tells"
               " the commenter; 'reject silently' files the comment"
               " as rejected behind a normal thank-you page.</p>".

       render-one-blocklist-row section.
           add 1 to blocklist-count.
           move bl-id to block-id-display.
           if bl-kind = "email"
               move "decrypt" to cipher-action
               move 100 to cipher-width
               move bl-value to cipher-text
               call "field-cipher" using cipher-request
                   cipher-response
               move cipher-result(1:100) to esc-html-source
           else
               move bl-value to esc-html-source
           end-if.
           perform escape-html-value.
           display "<tr><td>" function trim(block-id-display)
               "</td><td>" function trim(bl-kind) "</td><td>"
               function trim(esc-html-value) "</td><td>"
               function trim(bl-mode) "</td>"
           move bl-added-by to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td><td>"
               function trim(bl-added-date) "</td>"
           move bl-note to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td><form method='POST' action='/admin'>"
               "<input type='hidden' name='block_id' value='"
               function trim(block-id-display) "'>"
               "<button type='submit' name='admin_action'"
               " value='unblock-commenter'>Remove</button>"
               "</form></td></tr>".

       render-comment-reports-cell section.
           *> rp- holds the comment's "summary" answer - the open
           *> count and the first five reasons.
           if rp-open-count = 0
               display "<td>-</td>"
               exit section
           end-if.
           move rp-open-count to report-count-display.
           display "<td><strong>" function trim(report-count-display)
               " open</strong>"
           perform varying report-reason-idx from 1 by 1
               until report-reason-idx > rp-reason-count
               move rp-reason-text(report-reason-idx)
                   to esc-html-source
               perform escape-html-value
               display "<br>&#8226; " function trim(esc-html-value)
           end-perform
           display "</td>".

       render-one-pending-comment section.
           move co-id to comment-id-display.
           move co-author-name to esc-html-source.
           move co-body(1:200) to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           move "summary" to rp-action
           move co-id to rp-comment-id
           move spaces to rp-reporter
           move spaces to rp-reason
           call "comment-reports" using report-request
               report-response
           perform render-comment-reports-cell
           perform render-commenter-history-cell
           move co-id to comment-id-display
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='comment_id' value='"
               " value='approve-comment'>Approve</button>"
           display "<button type='submit' name='admin_action'"
               " value='reject-comment'>Reject</button>"
           display "</form>"
           if co-email not = spaces
               display "<form method='POST' action='/admin'>"
               display "<input type='hidden' name='comment_id'"
                   " value='" function trim(comment-id-display) "'>"
               display "<input type='hidden' name='block_kind'"
                   " value='email'>"
               display "<select name='block_mode'>"
                   "<option value='silent'>reject silently</option>"
                   "<option value='refuse'>refuse</option></select>"
               display "<button type='submit' name='admin_action'"
                   " value='block-commenter'>Block sender</button>"
               display "</form>"
           end-if
           display "</td>"
           display "</tr>".

       admin-moderate-comment section.
                       "Comment ", function trim(form-comment-id),
                       " ", function trim(moderation-decision)
                   ) to response-message
                   perform close-reports-on-decision
                   perform handle-admin-action-ok
           end-read.

       close-reports-on-decision section.
           *> Whatever readers reported is settled by the decision:
           *> approving keeps the comment, so its reports are
           *> dismissed; rejecting it upholds them. The count rides
           *> on response-message into the audit trail.
           if moderation-decision = "approved"
               move "dismiss" to rp-action
           else
               move "uphold" to rp-action
           end-if.
           move function numval(form-comment-id) to rp-comment-id.
           move spaces to rp-reporter.
           move spaces to rp-reason.
           call "comment-reports" using report-request
               report-response.
           if rp-success = "Y" and rp-changed-count > 0
               move function concatenate(
                   function trim(response-message), "; ",
                   function trim(rp-message)
               ) to response-message
           end-if.

       admin-block-commenter section.
           *> From a pending comment's row the sender's own address
           *> is blocked; from the blocklist form, whatever was typed.
           perform extract-content-form-fields.
           move spaces to cs-email.
           move spaces to cs-address.
           if function trim(form-comment-id) not = spaces
               and function trim(form-comment-id) is numeric
               move "email" to form-block-kind
               open input comment-master
               if comment-file-status = "00"
                   move function numval(form-comment-id) to co-id
                   read comment-master
                       not invalid key
                           move co-email to cs-email
                   end-read
                   close comment-master
               end-if
               move spaces to comment-file-status
           else
               if function trim(form-block-kind) = "email"
                   move function trim(form-block-value) to cs-email
               else
                   move function trim(form-block-value) to cs-address
               end-if
           end-if.

           move "block" to cs-action.
           move form-block-kind to cs-block-kind.
           move form-block-mode to cs-block-mode.
           move username of user-data to cs-set-by.
           move form-block-note to cs-note.
           call "commenter-standing" using standing-request
               standing-response.
           move cs-message to response-message.
           if cs-success = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-unblock-commenter section.
           perform extract-content-form-fields.
           if function trim(form-block-id) = spaces
               or function trim(form-block-id) not numeric
               move "A blocklist entry id is required"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "unblock" to cs-action.
           move function numval(form-block-id) to cs-block-id.
           call "commenter-standing" using standing-request
               standing-response.
           move cs-message to response-message.
           if cs-success = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-dismiss-comment-reports section.
           *> The moderator looked and the comment stays - its open
           *> reports close as "dismissed" and the dismissal is
           *> audited like any other moderation decision.
           perform extract-content-form-fields.

           if function trim(form-comment-id) = spaces
               or function trim(form-comment-id) not numeric
               move "A comment id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           move "dismiss" to rp-action.
           move function numval(form-comment-id) to rp-comment-id.
           move spaces to rp-reporter.
           move spaces to rp-reason.
           call "comment-reports" using report-request
               report-response.
           move function concatenate(
               "Comment ", function trim(form-comment-id), ": ",
               function trim(rp-message)
           ) to response-message.
           if rp-success = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       notify-parent-commenter section.
           *> The reply just went live - let whoever wrote the parent
           *> comment know there is an answer waiting. The parent row
               exit section
           end-if.
           move co-email to email-to.
           move reply-page-id to comment-id-display.
           initialize template-request.
           move "comment-reply" to msg-type.
           move 2 to msg-value-count.
           move "name" to msg-value-name(1).
           move co-author-name to msg-value-text(1).
           move "page" to msg-value-name(2).
           move function trim(comment-id-display) to msg-value-text(2).
           perform render-message-template.
           perform send-email-notification.

       render-message-template section.
           *> msg-type and msg-values are set by the caller; the
           *> stored wording for it comes back filled in.
           move "render" to msg-action.
           call "message-templates" using template-request
               template-response.
           move msg-subject to email-subject.
           move msg-body to email-body.

       send-email-notification section.
           *> Same append-per-write shape auth.cbl uses against the
           *> shared notification log.
               close email-notification-log
               open extend email-notification-log
           end-if.
           move function current-date to email-timestamp.
           move function concatenate(
               email-timestamp(1:8), " ",
               email-timestamp(9:6), " | to:",
               function trim(email-to), " | subject:",
               function trim(email-subject), " | ",
               function trim(email-body)
           ) to email-notification-line.
           move "seal-line" to cipher-action.
           move 300 to cipher-width.
           move email-notification-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result to email-notification-line.
           write email-notification-line.
           close email-notification-log.

       admin-view-message-templates section.
           *> Every kind of mail the site sends, with the placeholders
           *> its wording may use and the languages that have their
           *> own stored text; anything else goes out in the fallback.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Email Templates</title>"
               "</head>"
           display "<body>"
           display "<h1>Email templates</h1>"
           display "<table border='1'>"
           display "<tr><th>Message</th><th>Placeholders</th>"
               "<th>Default subject</th><th>Stored languages</th>"
               "<th></th></tr>"
           move 1 to template-list-index.
           move "Y" to template-list-more.
           perform until template-list-more = "N"
               initialize template-request
               move "type" to msg-action
               move template-list-index to msg-index
               call "message-templates" using template-request
                   template-response
               if msg-success = "Y"
                   perform render-one-template-row
                   add 1 to template-list-index
               else
                   move "N" to template-list-more
               end-if
           end-perform.
           display "</table>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-one-template-row section.
           display "<tr>"
           display "<td>" function trim(msg-type) "</td>"
           display "<td>" function trim(msg-placeholders) "</td>"
           move msg-subject to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" function trim(msg-languages-stored) "</td>"
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='edit-message-template'>"
           display "<input type='hidden' name='template_type'"
               " value='" function trim(msg-type) "'>"
           display "Language <input type='text' name='language'"
               " size='5' value='en'>"
           display "<button type='submit'>Edit</button>"
           display "</form></td>"
           display "</tr>".

       admin-edit-message-template section.
           perform extract-content-form-fields.
           initialize template-request.
           move "get" to msg-action.
           move form-template-type to msg-type.
           move form-language to msg-language.
           call "message-templates" using template-request
               template-response.
           move msg-message to response-message.
           if msg-success not = "Y"
               perform handle-admin-action-failed
               exit section
           end-if.
           move "SUCCESS" to admin-audit-result.
           perform write-admin-audit-entry.
           perform render-template-edit-page.

       admin-preview-message-template section.
           *> The wording as typed (or as stored, when nothing was
           *> typed) filled with made-up sample values, shown above
           *> the same form so it can be saved straight away.
           perform extract-content-form-fields.
           initialize template-request.
           move "preview" to msg-action.
           move form-template-type to msg-type.
           move form-language to msg-language.
           move form-template-subject to msg-subject-in.
           move form-body(1:500) to msg-body-in.
           call "message-templates" using template-request
               template-response.
           move msg-message to response-message.
           if msg-success not = "Y"
               perform handle-admin-action-failed
               exit section
           end-if.
           move "SUCCESS" to admin-audit-result.
           perform write-admin-audit-entry.
           move "Y" to template-previewing.
           perform render-template-edit-page.

       render-template-edit-page section.
           perform emit-html-page-head
           display "<html><head><title>Edit Email Template</title>"
               "</head>"
           display "<body>"
           display "<h1>Email template: " function trim(msg-type)
               " (" function trim(form-language) ")</h1>"
           if template-previewing = "Y"
               display "<h2>Preview with sample data</h2>"
               move msg-subject to esc-html-source
               perform escape-html-value
               display "<p><b>Subject:</b> "
                   function trim(esc-html-value) "</p>"
               display "<pre>"
               move msg-body to body-render-buffer
               perform display-body-escaped
               display "</pre>"
               *> The form keeps what was typed, not the filled-in
               *> copy.
               move form-template-subject to msg-subject
               move form-body(1:500) to msg-body
           else
               evaluate msg-source
                   when "stored"
                       display "<p>Stored wording for this language."
                           "</p>"
                   when "fallback"
                       display "<p>Nothing stored for this language"
                           " - showing the "
                           function trim(msg-language-used)
                           " wording it currently falls back to.</p>"
                   when other
                       display "<p>Nothing stored - showing the"
                           " built-in default wording.</p>"
               end-evaluate
           end-if
           if msg-placeholders = spaces
               display "<p>This message takes no placeholders.</p>"
           else
               display "<p>Placeholders: "
                   function trim(msg-placeholders)
                   " - write them as {name}.</p>"
           end-if
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='template_type'"
               " value='" function trim(msg-type) "'>"
           display "<input type='hidden' name='language'"
               " value='" function trim(form-language) "'>"
           move msg-subject to esc-html-source
           perform escape-html-value
           display "<p>Subject <input type='text'"
               " name='template_subject' size='80' maxlength='100'"
               " value='" function trim(esc-html-value) "'></p>"
           display "<p><textarea name='content' rows='8' cols='80'"
               " maxlength='500'>"
           move msg-body to body-render-buffer
           perform display-body-escaped
           display "</textarea></p>"
           display "<button type='submit' name='admin_action'"
               " value='preview-message-template'>Preview</button>"
           display "<button type='submit' name='admin_action'"
               " value='save-message-template'>Save</button>"
           display "<button type='submit' name='admin_action'"
               " value='revert-message-template'>Revert to"
               " default</button>"
           display "</form>"
           display "<form method='POST' action='/admin'>"
           display "<button type='submit' name='admin_action'"
               " value='view-message-templates'>All email templates"
               "</button></form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       admin-save-message-template section.
           perform extract-content-form-fields.
           initialize template-request.
           move "save" to msg-action.
           move form-template-type to msg-type.
           move form-language to msg-language.
           move form-template-subject to msg-subject-in.
           move form-body(1:500) to msg-body-in.
           move username of user-data to msg-changed-by.
           call "message-templates" using template-request
               template-response.
           move msg-message to response-message.
           if msg-success = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-revert-message-template section.
           perform extract-content-form-fields.
           initialize template-request.
           move "revert" to msg-action.
           move form-template-type to msg-type.
           move form-language to msg-language.
           call "message-templates" using template-request
               template-response.
           move msg-message to response-message.
           if msg-success = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-view-settings section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Site Settings</title></head>"
           display "<body>"
           display "<h1>Site settings</h1>"
           perform render-one-setting-row
           move "erasure_grace_days" to form-setting-name
           perform render-one-setting-row
           move "dormant_account_days" to form-setting-name
           perform render-one-setting-row
           move "recertification_window_days" to form-setting-name
           perform render-one-setting-row
           move "step_up_minutes" to form-setting-name
           perform render-one-setting-row
           move "session_idle_minutes" to form-setting-name
           perform render-one-setting-row
           move "default_language" to form-setting-name
           perform render-one-setting-row
           move "scanner_block_hours" to form-setting-name
           perform render-one-setting-row
           move "scanner_failure_limit" to form-setting-name
           perform render-one-setting-row
           move "scanner_exempt_prefixes" to form-setting-name
           perform render-one-setting-row
           move "header_content_security_policy" to form-setting-name
           perform render-one-setting-row
           move "header_strict_transport_security"
               to form-setting-name
           perform render-one-setting-row
           move "header_x_frame_options" to form-setting-name
           perform render-one-setting-row
           move "header_x_content_type_options" to form-setting-name
           perform render-one-setting-row
           move "header_referrer_policy" to form-setting-name
           perform render-one-setting-row
           move "view_as_minutes" to form-setting-name
           perform render-one-setting-row
           move "expiry_warning_days" to form-setting-name
           perform render-one-setting-row
           move "review_interval_page" to form-setting-name
           perform render-one-setting-row
           move "review_interval_blog" to form-setting-name
           perform render-one-setting-row
           move "review_grace_days" to form-setting-name
           perform render-one-setting-row
           move "publish_check_meta_desc" to form-setting-name
           perform render-one-setting-row
           move "publish_meta_desc_max" to form-setting-name
           perform render-one-setting-row
           move "publish_check_slug" to form-setting-name
           perform render-one-setting-row
           move "publish_check_title_length" to form-setting-name
           perform render-one-setting-row
           move "publish_title_max" to form-setting-name
           perform render-one-setting-row
           move "publish_check_word_count" to form-setting-name
           perform render-one-setting-row
           move "publish_min_words" to form-setting-name
           perform render-one-setting-row
           move "publish_check_internal_links" to form-setting-name
           perform render-one-setting-row
           move "publish_check_share_image" to form-setting-name
           perform render-one-setting-row
           move "publish_check_shortcodes" to form-setting-name
           perform render-one-setting-row
           move "comments_close_days" to form-setting-name
           perform render-one-setting-row
           move "comments_default_page" to form-setting-name
           perform render-one-setting-row
           move "comments_default_blog_post" to form-setting-name
           perform render-one-setting-row
           move "translation_notify" to form-setting-name
           perform render-one-setting-row
           move "media_quota_user_mb" to form-setting-name
           perform render-one-setting-row
           move "media_quota_site_mb" to form-setting-name
           perform render-one-setting-row
           move "malware_scan_command" to form-setting-name
           perform render-one-setting-row
           move "near_duplicate_threshold" to form-setting-name
           perform render-one-setting-row
           move "event_timezone" to form-setting-name
           perform render-one-setting-row
           move "email_drafts_editor" to form-setting-name
           perform render-one-setting-row
           move "email_drafts_type" to form-setting-name
           perform render-one-setting-row
           move "comment_report_threshold" to form-setting-name
           perform render-one-setting-row
           move "comment_trusted_after" to form-setting-name
           perform render-one-setting-row
           display "</table>"
           display "<p>maintenance_mode 'Y' serves the back-soon page"
               " to everyone but logged-in admins.</p>"
           display "<p>active_theme names a template set under"
               " views/themes/&lt;name&gt;/ - templates the theme"
               " does not carry fall back to the default set.</p>"
           display "<p>dormant_account_days deactivates accounts"
               " with no sign-in for that many days (blank or 0 is"
               " off); recertification_window_days is how long"
               " admins have to confirm the quarterly access list"
               " (30 when blank).</p>"
           display "<p>step_up_minutes is how long a sign-in or"
               " password re-entry keeps role, user, session,"
               " setting and bulk-delete actions open (5 when"
               " blank).</p>"
           display "<p>session_idle_minutes signs out a session left"
               " untouched that long unless it was remembered (30"
               " when blank, 0 to switch off).</p>"
           display "<p>scanner_block_hours is how long the nightly"
               " scanner pass blocks a probing address (24 when"
               " blank, longer for repeat offenders);"
               " scanner_failure_limit is how many failed requests"
               " earn a block (30 when blank); addresses starting"
               " with a scanner_exempt_prefixes entry (comma"
               " separated) are never blocked.</p>"
           display "<p>The header_ settings are the security headers"
               " sent with every response - blank uses the built-in"
               " default, 'off' drops the header. A route in"
               " routes.conf can override them in its seventh"
               " column.</p>"
           display "<p>view_as_minutes is how long a read-only"
               " view-as from the users page lasts before it ends"
               " on its own (30 when blank).</p>"
           display "<p>expiry_warning_days is how far ahead the"
               " nightly pass warns authors and assignees that a"
               " published item is about to expire (7 when"
               " blank).</p>"
           display "<p>review_interval_&lt;type&gt; is how many days a"
               " published item of that type may go unchanged"
               " before its owner is asked to review it (blank or 0:"
               " never); review_grace_days is how long a due review"
               " waits before it goes to the administrators (14 when"
               " blank).</p>"
           display "<p>The publish_check_ settings switch each"
               " pre-publish check to 'fail' (blocks), 'warn' (needs"
               " an audited override) or 'off'. Blank keeps the"
               " default: slug, internal links and shortcodes fail;"
               " meta description (publish_meta_desc_max, 160), title"
               " length (publish_title_max, 60), word count"
               " (publish_min_words, 50) and the blog_post share"
               " image warn.</p>"
           display "<p>comments_close_days closes comments that many"
               " days after an item's publish date (blank or 0:"
               " never); comments_default_&lt;type&gt; is 'open',"
               " 'moderated' or 'closed' for items of that type"
               " (blank: open). A mode set on the item itself in the"
               " content list wins over both.</p>"
           display "<p>comment_report_threshold is how many readers"
               " must report a comment before it leaves the site"
               " and goes back to the moderation queue (3 when"
               " blank).</p>"
           display "<p>comment_trusted_after is how many approved"
               " comments, with none ever rejected, make a commenter"
               " trusted - their comments go live without waiting"
               " for moderation (5 when blank, 0 to switch off)."
               " Commenters are known by their e-mail address.</p>"
           display "<p>translation_notify 'N' stops the notice sent"
               " to each translation's assignee when its published"
               " source changes (blank: notices are sent).</p>"
           display "<p>media_quota_user_mb is how many megabytes of"
               " media each uploader may hold, media_quota_site_mb"
               " the same for a whole site (media_quota_site_mb_"
               "&lt;site&gt; for one site); blank or 0 is no limit."
               " Deleted files count until the purge removes them,"
               " and image thumbnails count as well. A quota set on"
               " the users page wins over the default; uploaders are"
               " told when they pass 80%.</p>"
           display "<p>malware_scan_command is the scanner every"
               " upload and the nightly rescan run, given the file's"
               " path; exit 0 is clean, 1 infected, anything else"
               " unscannable - both of the last two quarantine the"
               " file (blank: clamscan --no-summary --infected;"
               " clamdscan is much quicker for the nightly pass;"
               " 'off' stops scanning).</p>"
           display "<p>near_duplicate_threshold is the percentage of"
               " shared vocabulary at which the weekly near-duplicate"
               " report lists a pair of published items (60 when"
               " blank).</p>"
           display "<p>event_timezone is the zone event times are"
               " entered in, as a calendar zone name such as"
               " Europe/London; the calendar feeds carry it so"
               " subscribers see the right local time (blank leaves"
               " the times floating).</p>"
           display "<p>email_drafts_editor is the username that"
               " drafts mailed in by senders without an account are"
               " assigned to (blank: the first active editor);"
               " email_drafts_type is the content type they are"
               " created as (blog_post when blank). Senders allowed"
               " to submit are listed in"
               " data/email-submit-senders.conf.</p>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Redirects</title></head>"
           display "<body>"
           display "<h1>Managed redirects</h1>"
           end-if.

       render-replace-dry-run-page section.
           perform emit-html-page-head
           display "<html><head><title>Search and Replace</title>"
               "</head>"
           display "<body>"
               perform handle-admin-action-failed
               exit section
           end-if.
           if form-featured not = "Y"
               move "N" to form-featured
           end-if.
           if function trim(form-sort-weight) = spaces
               or function trim(form-sort-weight) not numeric
               move "0" to form-sort-weight
           end-if.
           move function concatenate(
               '{"featured":"', form-featured,
               '","sortWeight":"', function trim(form-sort-weight),
               '"}'
           ) to db-data-json.
           move function concatenate(
               '{"id":"', function trim(form-content-id), '"}'
           ) to db-filters.
           move "content" to db-action.
           move "update" to db-operation.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.

           move db-resp-message to response-message.
           if db-success = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-set-visibility section.
           *> Public, signed-in, or one named role. Restricting an
           *> item takes its flat pages down at once and parks the
           *> page cache, because the front page and tag pages list
           *> it too - nothing anonymous is answered from a file that
           *> still shows it until the next publish regenerates them
           *> without it.
           perform extract-content-form-fields.
           if function trim(form-content-id) = spaces
               or function trim(form-content-id) not numeric
               move "A content id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           move function concatenate(
               '{"id":"', function trim(form-content-id), '"}'
           ) to db-filters.
           move "content" to db-action.
           move "get-by-id" to db-operation.
           move spaces to db-data-json.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success not = "Y"
               move db-resp-message to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "slug" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:80) to visibility-slug.

           move "set" to vis-action.
           move function numval(form-content-id) to vis-content-id.
           move form-visibility to vis-level.
           move username of user-data to vis-set-by.
           call "content-visibility" using visibility-request
               visibility-response.
           move vis-message to response-message.
           if vis-success not = "Y"
               perform handle-admin-action-failed
               exit section
           end-if.

           if function trim(vis-level-out) not = "public"
               move function concatenate(
                   "site/page-", function trim(form-content-id),
                   ".html"
               ) to cache-purge-path
               call "CBL_DELETE_FILE" using cache-purge-path
                   returning cache-delete-rc
               if function trim(visibility-slug) not = spaces
                   move function concatenate(
                       "site/", function trim(visibility-slug),
                       ".html"
                   ) to cache-purge-path
                   call "CBL_DELETE_FILE" using cache-purge-path
                       returning cache-delete-rc
               end-if
           end-if.
           perform mark-page-cache-stale.
           perform handle-admin-action-ok.

       admin-set-comments section.
           *> Open, moderated, closed, or back to the type default.
           *> The item's flat page carries the form (or the closed
           *> notice), so it comes down and renders dynamically until
           *> the next publish writes it again.
           perform extract-content-form-fields.
           if function trim(form-content-id) = spaces
               or function trim(form-content-id) not numeric
               move "A content id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           move function concatenate(
               '{"id":"', function trim(form-content-id), '"}'
           ) to db-filters.
           move "content" to db-action.
           move "get-by-id" to db-operation.
           move spaces to db-data-json.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success not = "Y"
               move db-resp-message to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "slug" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:80) to visibility-slug.

           move "set" to cp-action.
           move function numval(form-content-id) to cp-content-id.
           move form-comments-mode to cp-mode.
           move username of user-data to cp-set-by.
           call "comment-policy" using comment-policy-request
               comment-policy-response.
           move cp-message to response-message.
           if cp-success not = "Y"
               perform handle-admin-action-failed
               exit section
           end-if.

           move function concatenate(
               "site/page-", function trim(form-content-id), ".html"
           ) to cache-purge-path.
           call "CBL_DELETE_FILE" using cache-purge-path
               returning cache-delete-rc.
           if function trim(visibility-slug) not = spaces
               move function concatenate(
                   "site/", function trim(visibility-slug), ".html"
               ) to cache-purge-path
               call "CBL_DELETE_FILE" using cache-purge-path
                   returning cache-delete-rc
           end-if.
           perform handle-admin-action-ok.

       admin-set-syndication section.
           *> syndicate "N" opts the item out, "Y" back in - opting
           *> back in a live post never yet sent queues it at once,
           *> so the item's current type and status go along.
           perform extract-content-form-fields.
           if function trim(form-content-id) = spaces
               or function trim(form-content-id) not numeric
               move "A content id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           move function concatenate(
               '{"id":"', function trim(form-content-id), '"}'
           ) to db-filters.
           move "content" to db-action.
           move "get-by-id" to db-operation.
           move spaces to db-data-json.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success not = "Y"
               move db-resp-message to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "type" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:20) to sn-content-type.
           move "status" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:20) to sn-content-status.

           if form-syndicate = "Y"
               move "opt-in" to sn-action
           else
               move "opt-out" to sn-action
           end-if.
           move function numval(form-content-id) to sn-content-id.
           move username of user-data to sn-set-by.
           call "syndication" using syndication-request
               syndication-response.
           move sn-message to response-message.
           if sn-success not = "Y"
               perform handle-admin-action-failed
               exit section
           end-if.
           perform handle-admin-action-ok.

       admin-mark-translation-synced section.
           *> The translator has brought the text in line with its
           *> source as it stands now - without an edit to the
           *> translation itself (an edit saved with sourceSynced
           *> does the same through database-interface).
           perform extract-content-form-fields.
           if function trim(form-content-id) = spaces
               or function trim(form-content-id) not numeric
               move "A content id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "mark" to ts-action.
           move function numval(form-content-id) to ts-translation-id.
           move 0 to ts-source-id.
           move username of user-data to ts-synced-by.
           call "translation-sync" using translation-sync-request
               translation-sync-response.
           move ts-message to response-message.
           if ts-success not = "Y"
               perform handle-admin-action-failed
               exit section
           end-if.
           perform handle-admin-action-ok.

       admin-set-storage-quota section.
           *> A number of megabytes (0: no limit) overrides the
           *> media_quota_user_mb default for one user; "default" or
           *> blank goes back to it.
           perform extract-content-form-fields.
           if function trim(form-target-username) = spaces
               move "A username is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "set" to sq-action.
           move form-target-username to sq-user.
           move spaces to sq-site.
           move 0 to sq-incoming-bytes.
           move form-storage-quota to sq-value.
           move username of user-data to sq-changed-by.
           call "storage-quota" using storage-quota-request
               storage-quota-response.
           move sq-message to response-message.
           if sq-success not = "Y"
               perform handle-admin-action-failed
               exit section
           end-if.
           perform handle-admin-action-ok.

       admin-extend-expiry section.
           *> Pushes the expiry date out by N days from the current
           *> expiry, or from today when that has already passed; the
           *> time of day on the date is kept. A new expiry date also
           *> re-arms the nightly advance warning for the item.
           perform extract-content-form-fields.
           if function trim(form-content-id) = spaces
               move "A content id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           if function trim(form-extend-days) = spaces
               or function trim(form-extend-days) not numeric
               move "Enter the number of days to extend by"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move function numval(form-extend-days) to extend-days-num.
           if extend-days-num = 0 or extend-days-num > 3650
               move "Extend by between 1 and 3650 days"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           move function concatenate(
               '{"id":"', function trim(form-content-id), '"}'
           ) to db-filters.
           move "content" to db-action.
           move "get-by-id" to db-operation.
           move spaces to db-data-json.
           move username of user-data to db-changed-by.
           move db-api-key-value to db-api-key.
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success not = "Y"
               move db-resp-message to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "expiryDate" to json-field-name.
           perform extract-from-response-json.
           move json-extracted(1:20) to extend-old-expiry.
           if extend-old-expiry(1:4) not numeric
               or extend-old-expiry(5:1) not = "-"
               or extend-old-expiry(6:2) not numeric
               or extend-old-expiry(8:1) not = "-"
               or extend-old-expiry(9:2) not numeric
               move "That item has no expiry date to extend"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           compute extend-base-int = function integer-of-date(
               function numval(function concatenate(
                   extend-old-expiry(1:4), extend-old-expiry(6:2),
                   extend-old-expiry(9:2)))).
           if extend-base-int < function integer-of-date(
               function numval(function current-date(1:8)))
               compute extend-base-int = function integer-of-date(
                   function numval(function current-date(1:8)))
           end-if.
           add extend-days-num to extend-base-int.
           move function date-of-integer(extend-base-int)
               to extend-new-disp.
           move extend-old-expiry to extend-new-expiry.
           move function concatenate(
               extend-new-disp(1:4), "-", extend-new-disp(5:2), "-",
               extend-new-disp(7:2)
           ) to extend-new-expiry(1:10).

           move function concatenate(
               '{"expiryDate":"', function trim(extend-new-expiry),
               '"}'
           ) to db-data-json.
           move function concatenate(
           move role of user-data to db-caller-role.
           call "database-interface" using db-request db-response.

           if db-success = "Y"
               move function concatenate(
                   "Content ", function trim(form-content-id),
                   " now expires ", function trim(extend-new-expiry),
                   " (was ", function trim(extend-old-expiry), ")"
               ) to response-message
               perform handle-admin-action-ok
           else
               move db-resp-message to response-message
               perform handle-admin-action-failed
           end-if.

           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Change Sets</title></head>"
           display "<body>"
           display "<h1>Change sets</h1>"
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Review Change Set</title>"
               "</head>"
           display "<body>"
           move lock-held-minutes to lock-minutes-display.
           move el-username to esc-html-source.
           perform escape-html-value.
           perform emit-html-page-head
           display "<html><head><title>Item In Use</title></head>"
           display "<body>"
           display "<h1>Someone else has this open</h1>"
           perform render-recover-draft-page.

       render-recover-draft-page section.
           perform emit-html-page-head
           display "<html><head><title>Recover Unsaved Changes"
               "</title></head>"
           display "<body>"
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Notifications</title></head>"
           display "<body>"
           display "<h1>My notifications</h1>"
           move spaces to ff-label(ff-index).
           move spaces to ff-type(ff-index).
           move spaces to ff-required(ff-index).
           move spaces to ff-file-rule(ff-index).
           move 0 to ff-part-num.
           move spaces to ff-part.
           move 0 to ff-part-len.
               when 2 move ff-part(1:100) to ff-label(ff-index)
               when 3 move ff-part(1:20) to ff-type(ff-index)
               when 4 move ff-part(1:1) to ff-required(ff-index)
               when 5 move ff-part(1:60) to ff-file-accept(ff-index)
               when 6 move ff-part(1:10) to ff-file-max-kb(ff-index)
           end-evaluate.

       admin-view-forms section.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Forms</title></head>"
           display "<body>"
           display "<h1>Defined forms</h1>"
           display "<p>Fields travel as"
               " name:Label:type:required|... - types text,"
               " textarea and email render and validate.</p>"
           display "<p>A file field may add allowed extensions and a"
               " size limit in KB, e.g. cv:Your CV:file:Y:pdf,doc,docx"
               ":2048 - without them it takes common document and"
               " image types up to 5120 KB. Files are kept privately"
               " and downloaded from the submissions screen.</p>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='save-form'>"
               invalid key
                   rewrite form-def-record
           end-write.
           perform save-form-file-rules.
           close form-def-master.
           move function concatenate(
               "Form ", function trim(form-form-name), " saved"
                   perform handle-admin-action-failed
               not invalid key
                   close form-def-master
                   perform clear-form-file-rules
                   if file-rule-status = "00"
                       close file-rule-master
                   end-if
                   move function concatenate(
                       "Form ", function trim(form-form-name),
                       " deleted"
                   perform handle-admin-action-ok
           end-delete.

       save-form-file-rules section.
           *> The saved spec is the whole truth for the form - rules
           *> of fields it no longer has go, then one row per file
           *> field is written afresh.
           perform clear-form-file-rules.
           if file-rule-status not = "00"
               exit section
           end-if.
           perform varying ff-index from 1 by 1
               until ff-index > fm-field-count
               if function trim(ff-type(ff-index)) = "file"
                   move fm-name to frl-form-name
                   move ff-name(ff-index) to frl-field-name
                   move function lower-case(ff-file-accept(ff-index))
                       to frl-accept
                   inspect frl-accept replacing all "." by space
                   move 0 to frl-max-kb
                   if function trim(ff-file-max-kb(ff-index))
                       is numeric
                       move function numval(ff-file-max-kb(ff-index))
                           to frl-max-kb
                   end-if
                   write file-rule-record
                       invalid key
                           rewrite file-rule-record
                   end-write
               end-if
           end-perform.
           close file-rule-master.

       clear-form-file-rules section.
           *> Leaves file-rule-master open i-o (status "00") for
           *> the caller, or not open at all when it cannot be.
           open i-o file-rule-master.
           if file-rule-status = "35"
               open output file-rule-master
               close file-rule-master
               open i-o file-rule-master
           end-if.
           if file-rule-status not = "00"
               exit section
           end-if.
           move form-form-name to frl-form-name.
           move low-values to frl-field-name.
           start file-rule-master key is not less than frl-key
               invalid key move "10" to file-rule-status
           end-start.
           perform until file-rule-status = "10"
               read file-rule-master next record
                   at end move "10" to file-rule-status
                   not at end
                       if frl-form-name not = form-form-name
                           move "10" to file-rule-status
                       else
                           delete file-rule-master record
                               invalid key
                                   continue
                           end-delete
                       end-if
               end-read
           end-perform.
           move "00" to file-rule-status.

       admin-view-suppressions section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Mail Suppressions</title>"
               "</head>"
           display "<body>"
                   perform handle-admin-action-ok
           end-delete.

       admin-view-blocked-callers section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Blocked Callers</title>"
               "</head>"
           display "<body>"
           display "<h1>Blocked client addresses</h1>"
           display "<p>The nightly scanner pass blocks addresses that"
               " probe for known exploit paths or pile up failed"
               " requests. Lift a block to let an address back in"
               " before it runs out.</p>"
           display "<table border='1'>"
           display "<tr><th>Address</th><th>Status</th>"
               "<th>Reason</th><th>Example request</th>"
               "<th>Blocked</th><th>Until</th><th></th></tr>"
           open input blocked-callers.
           if blocked-status = "00"
               move low-values to bk-caller
               move spaces to blocked-status
               start blocked-callers
                   key is greater than bk-caller
                   invalid key move "10" to blocked-status
               end-start
               perform until blocked-status = "10"
                   read blocked-callers next record
                       at end move "10" to blocked-status
                       not at end
                           perform render-one-blocked-row
                   end-read
               end-perform
               close blocked-callers
           end-if.
           move spaces to blocked-status.
           display "</table>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-one-blocked-row section.
           move bk-caller to esc-html-source.
           perform escape-html-value.
           display "<tr>"
           display "<td>" function trim(esc-html-value) "</td>"
           if function trim(bk-status) = "lifted"
               display "<td>lifted by " function trim(bk-lifted-by)
                   "</td>"
           else
               display "<td>" function trim(bk-status) "</td>"
           end-if
           display "<td>" function trim(bk-reason) "</td>"
           move bk-sample-path to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" bk-blocked-stamp(1:8) " "
               bk-blocked-stamp(9:4) "</td>"
           display "<td>" bk-expires-stamp(1:8) " "
               bk-expires-stamp(9:4) "</td>"
           if function trim(bk-status) = "active"
               move bk-caller to esc-html-source
               perform escape-html-value
               display "<td><form method='POST' action='/admin'>"
               display "<input type='hidden' name='admin_action'"
                   " value='lift-block'>"
               display "<input type='hidden' name='block_caller'"
                   " value='" function trim(esc-html-value) "'>"
               display "<button type='submit'>Lift</button>"
               display "</form></td>"
           else
               display "<td></td>"
           end-if
           display "</tr>".

       admin-lift-block section.
           *> The row stays, marked lifted - the nightly pass judges
           *> the address only on what it does from here on, and the
           *> history of repeat blocks carries forward.
           perform extract-content-form-fields.
           move spaces to response-message.
           if function trim(form-block-caller) = spaces
               move "An address is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           open i-o blocked-callers.
           if blocked-status not = "00"
               move "The blocklist store could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-block-caller to bk-caller.
           read blocked-callers
               invalid key
                   move "No block on file for that address"
                       to response-message
           end-read.
           if blocked-status = "00"
               and function trim(bk-status) not = "active"
               move "That address is not blocked at the moment"
                   to response-message
           end-if.
           if response-message not = spaces
               close blocked-callers
               perform handle-admin-action-failed
               exit section
           end-if.
           move "lifted" to bk-status.
           move function current-date(1:14) to bk-lifted-stamp.
           move username of user-data to bk-lifted-by.
           rewrite blocked-caller-record
               invalid key
                   move "The block could not be lifted"
                       to response-message
           end-rewrite.
           close blocked-callers.
           if response-message not = spaces
               perform handle-admin-action-failed
               exit section
           end-if.
           move function concatenate(
               function trim(form-block-caller),
               " unblocked - its requests are served again"
           ) to response-message.
           perform handle-admin-action-ok.

       admin-legal-holds section.
           *> One screen for the whole register: place a hold, list
           *> the active ones, release one. Place and release each
           *> land in the audit chain with the matter reference.
           perform extract-content-form-fields.
           move spaces to response-message.
           evaluate requested-action
               when "place-legal-hold"
                   perform place-legal-hold
               when "release-legal-hold"
                   perform release-legal-hold
               when other
                   move "SUCCESS" to admin-audit-result
                   perform write-admin-audit-entry
                   perform render-legal-holds-page
           end-evaluate.

       place-legal-hold section.
           if function trim(form-hold-kind) not = "content"
               and function trim(form-hold-kind) not = "media"
               move "Hold kind must be content or media"
                   to response-message
           end-if.
           if function trim(form-hold-item) is not numeric
               or function trim(form-hold-item) = spaces
               move "An item id is required" to response-message
           end-if.
           if function trim(form-hold-matter) = spaces
               move "A matter reference is required"
                   to response-message
           end-if.
           if response-message not = spaces
               perform handle-admin-action-failed
               exit section
           end-if.
           if function trim(form-hold-kind) = "content"
               move function concatenate(
                   '{"id":"', function trim(form-hold-item), '"}'
               ) to db-filters
               move "content" to db-action
               move "get-by-id" to db-operation
               move spaces to db-data-json
               move username of user-data to db-changed-by
               move db-api-key-value to db-api-key
               move role of user-data to db-caller-role
               call "database-interface" using db-request db-response
               move spaces to db-filters
               if db-success not = "Y"
                   move "No content item with that id"
                       to response-message
                   perform handle-admin-action-failed
                   exit section
               end-if
           end-if.

           open i-o legal-holds.
           if legal-hold-status = "35"
               open output legal-holds
               close legal-holds
               open i-o legal-holds
           end-if.
           if legal-hold-status not = "00"
               move "The legal hold store could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-hold-kind to lh-kind.
           move function numval(form-hold-item) to lh-item-id.
           read legal-holds
               invalid key
                   continue
               not invalid key
                   if function trim(lh-status) = "active"
                       move function concatenate(
                           "Already held under matter ",
                           function trim(lh-matter)
                       ) to response-message
                   end-if
           end-read.
           if response-message not = spaces
               close legal-holds
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-hold-kind to lh-kind.
           move function numval(form-hold-item) to lh-item-id.
           move "active" to lh-status.
           move form-hold-matter to lh-matter.
           move username of user-data to lh-set-by.
           move function current-date(1:14) to lh-set-stamp.
           move spaces to lh-released-by.
           move spaces to lh-released-stamp.
           write legal-hold-record
               invalid key
                   rewrite legal-hold-record
                       invalid key
                           move "The hold could not be recorded"
                               to response-message
                   end-rewrite
           end-write.
           close legal-holds.
           if response-message not = spaces
               perform handle-admin-action-failed
               exit section
           end-if.
           move lh-item-id to legal-hold-id-disp.
           move function concatenate(
               "Legal hold placed on ", function trim(lh-kind),
               " ", function trim(legal-hold-id-disp),
               " - matter ", function trim(lh-matter)
           ) to response-message.
           perform handle-admin-action-ok.

       release-legal-hold section.
           *> The row stays, marked released, so the register shows
           *> who let the item go and when.
           if function trim(form-hold-item) is not numeric
               or function trim(form-hold-item) = spaces
               move "An item id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           open i-o legal-holds.
           if legal-hold-status not = "00"
               move "No legal holds on file" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-hold-kind to lh-kind.
           move function numval(form-hold-item) to lh-item-id.
           read legal-holds
               invalid key
                   move "No hold on file for that item"
                       to response-message
           end-read.
           if legal-hold-status = "00"
               and function trim(lh-status) not = "active"
               move "That hold has already been released"
                   to response-message
           end-if.
           if response-message not = spaces
               close legal-holds
               perform handle-admin-action-failed
               exit section
           end-if.
           move "released" to lh-status.
           move username of user-data to lh-released-by.
           move function current-date(1:14) to lh-released-stamp.
           rewrite legal-hold-record
               invalid key
                   move "The hold could not be released"
                       to response-message
           end-rewrite.
           close legal-holds.
           if response-message not = spaces
               perform handle-admin-action-failed
               exit section
           end-if.
           move lh-item-id to legal-hold-id-disp.
           move function concatenate(
               "Legal hold released on ", function trim(lh-kind),
               " ", function trim(legal-hold-id-disp),
               " - matter ", function trim(lh-matter)
           ) to response-message.
           perform handle-admin-action-ok.

       render-legal-holds-page section.
           perform emit-html-page-head
           display "<html><head><title>Legal Holds</title></head>"
           display "<body>"
           display "<h1>Legal holds</h1>"
           display "<p>A held item is skipped by the trash purge, the"
               " archive move, revision trimming, the media purge"
               " and subject-access erasure, and each of those runs"
               " lists what it skipped.</p>"
           display "<table border='1'>"
           display "<tr><th>Kind</th><th>Item</th><th>Matter</th>"
               "<th>Placed by</th><th>Placed</th><th></th></tr>"
           move 0 to legal-hold-shown.
           open input legal-holds.
           if legal-hold-status = "00"
               move low-values to lh-key
               move spaces to legal-hold-status
               start legal-holds key is greater than lh-key
                   invalid key move "10" to legal-hold-status
               end-start
               perform until legal-hold-status = "10"
                   read legal-holds next record
                       at end move "10" to legal-hold-status
                       not at end
                           if function trim(lh-status) = "active"
                               perform render-one-legal-hold-row
                           end-if
                   end-read
               end-perform
               close legal-holds
           end-if.
           move spaces to legal-hold-status.
           if legal-hold-shown = 0
               display "<tr><td colspan='6'>No active holds</td></tr>"
           end-if.
           display "</table>"
           display "<h2>Place a hold</h2>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='place-legal-hold'>"
           display "<p><select name='hold_kind'>"
               "<option value='content'>Content</option>"
               "<option value='media'>Media</option></select>"
               " id <input type='text' name='hold_item_id' size='10'>"
               "</p>"
           display "<p>Matter reference <input type='text'"
               " name='hold_matter' size='40'></p>"
           display "<button type='submit'>Place hold</button>"
           display "</form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-one-legal-hold-row section.
           add 1 to legal-hold-shown.
           move lh-item-id to legal-hold-id-disp.
           display "<tr>"
           display "<td>" function trim(lh-kind) "</td>"
           display "<td>" function trim(legal-hold-id-disp) "</td>"
           move lh-matter to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           move lh-set-by to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" lh-set-stamp(1:8) " " lh-set-stamp(9:4)
               "</td>"
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='release-legal-hold'>"
           display "<input type='hidden' name='hold_kind'"
               " value='" function trim(lh-kind) "'>"
           display "<input type='hidden' name='hold_item_id'"
               " value='" function trim(legal-hold-id-disp) "'>"
           display "<button type='submit'>Release</button>"
           display "</form></td>"
           display "</tr>".

       admin-view-review-queue section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Review Queue</title></head>"
           display "<body>"
           display "<h1>Freshness reviews</h1>"
           display "<p>These published items have gone unchanged past"
               " their review interval. Confirm one is still"
               " accurate, or edit it - saving counts as the"
               " review.</p>"
           display "<table border='1'>"
           display "<tr><th>Id</th><th>Title</th><th>Owner</th>"
               "<th>Due since</th><th>State</th><th></th></tr>"
           move 0 to review-shown.
           open input content-reviews.
           if review-file-status = "00"
               move low-values to fr-content-id
               start content-reviews key is greater than fr-content-id
                   invalid key move "10" to review-file-status
               end-start
               perform until review-file-status not = "00"
                   read content-reviews next record
                       at end move "10" to review-file-status
                       not at end
                           if (function trim(fr-state) = "due"
                               or function trim(fr-state) =
                                   "escalated")
                               and (fr-owner = username of user-data
                               or can-manage-users = "Y")
                               perform render-one-review-row
                           end-if
                   end-read
               end-perform
               close content-reviews
           end-if.
           move spaces to review-file-status.
           if review-shown = 0
               display "<tr><td colspan='6'>Nothing is waiting for"
                   " review</td></tr>"
           end-if.
           display "</table>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-one-review-row section.
           add 1 to review-shown.
           move fr-content-id to review-id-disp.
           display "<tr>"
           display "<td>" function trim(review-id-disp) "</td>"
           move fr-title to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           move fr-owner to esc-html-source.
           perform escape-html-value.
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" fr-due-since(1:4) "-" fr-due-since(5:2) "-"
               fr-due-since(7:2) "</td>"
           display "<td>" function trim(fr-state) "</td>"
           display "<td><form method='POST' action='/admin'"
               " style='display:inline'>"
           display "<input type='hidden' name='admin_action'"
               " value='confirm-review'>"
           display "<input type='hidden' name='content_id' value='"
               function trim(review-id-disp) "'>"
           display "<button type='submit'>Still accurate</button>"
           display "</form>"
           display " <a href='/admin#edit-"
               function trim(review-id-disp) "'>Edit</a></td>"
           display "</tr>".

       admin-confirm-review section.
           *> Records the review without touching the item - the
           *> nightly pass starts the item's clock again from today.
           perform extract-content-form-fields.
           move spaces to response-message.
           if function trim(form-content-id) = spaces
               or function trim(form-content-id) not numeric
               move "A content id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           open i-o content-reviews.
           if review-file-status not = "00"
               move "No reviews are waiting" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move function numval(form-content-id) to fr-content-id.
           read content-reviews
               invalid key
                   move "That item has no review waiting"
                       to response-message
           end-read.
           if response-message = spaces
               and function trim(fr-state) not = "due"
               and function trim(fr-state) not = "escalated"
               move "That item has no review waiting"
                   to response-message
           end-if.
           if response-message = spaces
               and fr-owner not = username of user-data
               and can-manage-users not = "Y"
               close content-reviews
               perform handle-admin-action-forbidden
               exit section
           end-if.
           if response-message not = spaces
               close content-reviews
               perform handle-admin-action-failed
               exit section
           end-if.
           move "current" to fr-state.
           move function current-date(1:8) to fr-last-reviewed.
           move username of user-data to fr-reviewed-by.
           add 1 to fr-review-count.
           rewrite content-review-record
               invalid key
                   move "The review could not be recorded"
                       to response-message
           end-rewrite.
           close content-reviews.
           if response-message not = spaces
               perform handle-admin-action-failed
               exit section
           end-if.
           move fr-content-id to review-id-disp.
           move function concatenate(
               "Content ", function trim(review-id-disp),
               " confirmed as still accurate"
           ) to response-message.
           perform handle-admin-action-ok.

       admin-view-types section.
           move "content-type" to db-action.
           move "get-all" to db-operation.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Content Types</title></head>"
           display "<body>"
           display "<h1>Content types</h1>"

           move "SUCCESS" to admin-audit-result.
           perform write-admin-audit-entry.
           perform emit-html-page-head
           display "<html><head><title>Type Change Preview</title>"
               "</head>"
           display "<body>"
               perform handle-admin-action-failed
               exit section
           end-if.
           *> "$" rows are the scheduler's own control records (the
           *> night in progress), never a job that can be requested.
           if form-job-name(1:1) = "$"
               move "That is not a schedulable job" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           open i-o run-control.
           if run-control-status = "35"
               open output run-control
           ) to response-message.
           perform handle-admin-action-ok.

       admin-set-business-date section.
           *> Steps the batch "today" back so the next scheduler pass
           *> replays a missed night. Taken as YYYY-MM-DD or YYYYMMDD;
           *> business-date.cbl refuses anything past the clock.
           perform extract-content-form-fields.
           if function trim(form-business-date) = spaces
               move "A business date is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move spaces to business-date-request.
           if form-business-date(5:1) = "-"
               move function concatenate(
                   form-business-date(1:4), form-business-date(6:2),
                   form-business-date(9:2)
               ) to bd-date-in
           else
               move form-business-date(1:8) to bd-date-in
           end-if.
           move "set" to bd-action.
           move username of user-data to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           move bd-message to response-message.
           if bd-success = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-view-errors section.
           perform extract-content-form-fields.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Application Errors</title>"
               "</head>"
           display "<body>"
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Saved Searches</title>"
               "</head>"
           display "<body>"
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Content Blocks</title>"
               "</head>"
           display "<body>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-one-block-row section.
           move cb-name to esc-html-source.
           perform escape-html-value.
           display "<tr>"
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" function trim(cb-modified-date) "</td>"
           move cb-body(1:200) to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           move cb-name to esc-html-source
           perform escape-html-value
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='block_name'"
               " value='" function trim(esc-html-value) "'>"
           display "<button type='submit' name='admin_action'"
               " value='delete-block'>Delete</button>"
           display "</form></td>"
           display "</tr>".

       admin-save-block section.
           perform extract-content-form-fields.
           if function trim(form-block-name) = spaces
               move "A block name is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           perform open-block-store.
           if block-file-status not = "00"
               move "The block store could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-block-name to cb-name.
           move function current-date to collection-timestamp.
           move function concatenate(
               collection-timestamp(1:4), "-",
               collection-timestamp(5:2), "-",
               collection-timestamp(7:2), " ",
               collection-timestamp(9:2), ":",
               collection-timestamp(11:2), ":",
               collection-timestamp(13:2)
           ) to cb-modified-date.
           move form-body(1:2000) to cb-body.
           write block-master-record
               invalid key
                   rewrite block-master-record
           end-write.
           close block-master.
           perform mark-page-cache-stale.
           move function concatenate(
               "Block ", function trim(form-block-name), " saved"
           ) to response-message.
           perform handle-admin-action-ok.

       admin-delete-block section.
           perform extract-content-form-fields.
           perform open-block-store.
           if block-file-status not = "00"
               move "The block store could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-block-name to cb-name.
           delete block-master record
               invalid key
                   close block-master
                   move "Block not found" to response-message
                   perform handle-admin-action-failed
               not invalid key
                   close block-master
                   perform mark-page-cache-stale
                   move function concatenate(
                       "Block ", function trim(form-block-name),
                       " deleted"
                   ) to response-message
                   perform handle-admin-action-ok
           end-delete.

       admin-view-search-synonyms section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Search Synonyms</title>"
               "</head>"
           display "<body>"
           display "<h1>Search synonyms</h1>"
           display "<p>A search for a word also finds pages using any"
               " of its synonyms, and the other way round - car"
               " finds vehicle, vehicle finds car. Phrases in quotes"
               " are left exactly as typed.</p>"
           display "<table border='1'>"
           display "<tr><th>Word</th><th>Synonyms</th>"
               "<th>Changed by</th><th></th></tr>"

           open input synonym-master.
           if synonym-file-status = "00"
               perform until synonym-file-status not = "00"
                   read synonym-master next record
                       at end move "10" to synonym-file-status
                       not at end
                           perform render-one-synonym-row
                   end-read
               end-perform
               close synonym-master
           end-if.
           move spaces to synonym-file-status.

           display "</table>"
           display "<h2>Add or change synonyms</h2>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='save-search-synonyms'>"
           display "<p>Word <input type='text' name='synonym_word'"
               " size='20'>"
           display " Synonyms <input type='text' name='synonyms'"
               " size='60'> (separated by commas or spaces; leave"
               " empty to remove the word)</p>"
           display "<button type='submit'>Save synonyms</button>"
           display "</form>"
           display "<p>The daily search report shows, for each search"
               " that found nothing, whether a synonym or a spelling"
               " suggestion would now find something.</p>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-one-synonym-row section.
           move function lower-case(sy-word) to esc-html-source.
           perform escape-html-value.
           display "<tr>"
           display "<td>" function trim(esc-html-value) "</td>"
           move function lower-case(sy-synonyms) to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           move sy-set-by to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           move function lower-case(sy-word) to esc-html-source
           perform escape-html-value
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='save-search-synonyms'>"
           display "<input type='hidden' name='synonym_word'"
               " value='" function trim(esc-html-value) "'>"
           display "<button type='submit'>Remove</button>"
           display "</form></td>"
           display "</tr>".

       admin-save-search-synonyms section.
           perform extract-content-form-fields.
           if function trim(form-synonym-word) = spaces
               move "A word is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "set" to st-action.
           move form-synonym-word to st-word.
           move form-synonyms to st-synonyms.
           move username of user-data to st-changed-by.
           call "search-terms" using search-terms-request
               search-terms-response.
           move st-message to response-message.
           if st-success not = "Y"
               perform handle-admin-action-failed
               exit section
           end-if.
           perform handle-admin-action-ok.

       admin-view-best-bets section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Best Bets</title>"
               "</head>"
           display "<body>"
           display "<h1>Search best bets</h1>"
           display "<p>The content listed for a query is shown above"
               " the ranked results, in its own box, whenever someone"
               " searches for it - capitals, punctuation and spacing"
               " do not matter. Leave the dates empty for a bet that"
               " always applies. The daily search report shows how"
               " often each was shown and clicked.</p>"
           display "<table border='1'>"
           display "<tr><th>Bet</th><th>Queries</th><th>Content ids"
               "</th><th>From</th><th>Until</th><th>Changed by</th>"
               "<th></th></tr>"

           perform open-best-bet-store.
           if best-bet-status = "00"
               move 0 to bb-id
               start best-bet-master key is greater than bb-id
                   invalid key move "10" to best-bet-status
               end-start
               perform until best-bet-status not = "00"
                   read best-bet-master next record
                       at end move "10" to best-bet-status
                       not at end
                           perform render-one-best-bet-row
                   end-read
               end-perform
               close best-bet-master
           end-if.
           move spaces to best-bet-status.

           display "</table>"
           display "<h2>Add a best bet (or change one by its number)"
               "</h2>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='save-best-bet'>"
           display "<p>Bet number (blank for a new one)"
               " <input type='text' name='bet_id' size='6'></p>"
           display "<p>Queries, separated by ; <input type='text'"
               " name='bet_queries' size='60'></p>"
           display "<p>Content ids, in order <input type='text'"
               " name='bet_content_ids' size='30'></p>"
           display "<p>From (YYYY-MM-DD) <input type='text'"
               " name='bet_start' size='10'>"
           display " until <input type='text' name='bet_end'"
               " size='10'></p>"
           display "<button type='submit'>Save best bet</button>"
           display "</form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-one-best-bet-row section.
           move bb-id to bet-id-display.
           display "<tr>"
           display "<td>" function trim(bet-id-display) "</td>"
           move bb-queries to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           move bb-content-ids to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" function trim(bb-start-date) "</td>"
           display "<td>" function trim(bb-end-date) "</td>"
           move bb-set-by to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='bet_id'"
               " value='" function trim(bet-id-display) "'>"
           display "<button type='submit' name='admin_action'"
               " value='delete-best-bet'>Delete</button>"
           display "</form></td>"
           display "</tr>".

       admin-save-best-bet section.
           perform extract-content-form-fields.
           if form-bet-queries = spaces
               move "At least one query is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "Y" to bet-ids-ok.
           if form-bet-content-ids = spaces
               move "N" to bet-ids-ok
           end-if.
           perform varying bet-scan-pos from 1 by 1
               until bet-scan-pos > 100
               move form-bet-content-ids(bet-scan-pos:1)
                   to bet-scan-char
               if bet-scan-char not = space and bet-scan-char not = ","
                   and bet-scan-char is not numeric
                   move "N" to bet-ids-ok
               end-if
           end-perform.
           if bet-ids-ok = "N"
               move function concatenate(
                   "Give the content ids as numbers, separated by",
                   " commas or spaces"
               ) to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-bet-start to bet-date-check.
           perform check-best-bet-date.
           if bet-date-ok = "Y"
               move form-bet-end to bet-date-check
               perform check-best-bet-date
           end-if.
           if bet-date-ok = "N"
               move "Dates must be YYYY-MM-DD, or left empty"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           if form-bet-start not = spaces and form-bet-end not = spaces
               and form-bet-end < form-bet-start
               move "The end date is before the start date"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           if form-bet-id not = spaces
               and function trim(form-bet-id) is not numeric
               move "The bet number must be a number"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           perform open-best-bet-store.
           if best-bet-status not = "00"
               move "The best bet store could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           if form-bet-id = spaces
               perform find-next-best-bet-id
               move bet-next-id to bb-id
           else
               move function numval(form-bet-id) to bb-id
           end-if.
           move form-bet-queries to bb-queries.
           move form-bet-content-ids to bb-content-ids.
           move form-bet-start to bb-start-date.
           move form-bet-end to bb-end-date.
           move username of user-data to bb-set-by.
           move function current-date to collection-timestamp.
           move collection-timestamp(1:14) to bb-set-stamp.
           write best-bet-record
               invalid key
                   rewrite best-bet-record
           end-write.
           close best-bet-master.
           move bb-id to bet-id-display.
           move function concatenate(
               "Best bet ", function trim(bet-id-display), " saved"
           ) to response-message.
           perform handle-admin-action-ok.

       check-best-bet-date section.
           move "Y" to bet-date-ok.
           if bet-date-check = spaces
               exit section
           end-if.
           if bet-date-check(5:1) not = "-"
               or bet-date-check(8:1) not = "-"
               or bet-date-check(1:4) is not numeric
               or bet-date-check(6:2) is not numeric
               or bet-date-check(9:2) is not numeric
               move "N" to bet-date-ok
               exit section
           end-if.
           if function test-date-yyyymmdd(
               function numval(function concatenate(
                   bet-date-check(1:4), bet-date-check(6:2),
                   bet-date-check(9:2)))) not = 0
               move "N" to bet-date-ok
           end-if.

       find-next-best-bet-id section.
           move 0 to bet-next-id.
           move 0 to bb-id.
           start best-bet-master key is greater than bb-id
               invalid key move "10" to best-bet-status
           end-start.
           perform until best-bet-status not = "00"
               read best-bet-master next record
                   at end move "10" to best-bet-status
                   not at end
                       move bb-id to bet-next-id
               end-read
           end-perform.
           add 1 to bet-next-id.
           move "00" to best-bet-status.

       admin-delete-best-bet section.
           perform extract-content-form-fields.
           if function trim(form-bet-id) is not numeric
               move "A bet number is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           perform open-best-bet-store.
           if best-bet-status not = "00"
               move "The best bet store could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move function numval(form-bet-id) to bb-id.
           delete best-bet-master record
               invalid key
                   close best-bet-master
                   move "Best bet not found" to response-message
                   perform handle-admin-action-failed
               not invalid key
                   close best-bet-master
                   move function concatenate(
                       "Best bet ", function trim(form-bet-id),
                       " deleted"
                   ) to response-message
                   perform handle-admin-action-ok
           end-delete.

       open-best-bet-store section.
           open i-o best-bet-master.
           if best-bet-status = "35"
               open output best-bet-master
               close best-bet-master
               open i-o best-bet-master
           end-if.

       fill-event-request-from-form section.
           move form-event-start to eq-start.
           move form-event-end to eq-end.
           move form-event-location to eq-location.
           move form-event-registration to eq-registration.
           move form-event-status to eq-status.
           move username of user-data to eq-changed-by.
           move spaces to eq-scope.
           move site-id-header to eq-site.
           move spaces to eq-tag.
           move role of user-data to eq-viewer-role.
           move 0 to eq-limit.

       check-event-form-details section.
           move "check" to eq-action.
           move 0 to eq-content-id.
           perform fill-event-request-from-form.
           call "events" using event-request event-response.

       save-event-form-details section.
           *> For event-content-id, once the item itself is saved -
           *> a refusal here turns the whole action into a failure
           *> page, since the item went through without its details.
           move "save" to eq-action.
           move event-content-id to eq-content-id.
           perform fill-event-request-from-form.
           call "events" using event-request event-response.
           if er-success not = "Y"
               move "N" to db-success
               move function concatenate(
                   "The item was saved, but its event details were",
                   " not: ", function trim(er-message)
               ) to response-message
           end-if.

       admin-view-events section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Events</title></head>"
           display "<body>"
           display "<h1>Events</h1>"
           display "<p>Published events of this site. Cancelling"
               " keeps an event listed, marked cancelled, and tells"
               " every calendar subscribed to the .ics feeds - only"
               " trash an event nobody could have added to a"
               " calendar yet.</p>"
           display "<h2>Upcoming</h2>"
           move "upcoming" to eq-scope.
           move 50 to eq-limit.
           perform render-event-table.
           display "<h2>Recently finished</h2>"
           move "past" to eq-scope.
           move 20 to eq-limit.
           perform render-event-table.

           display "<h2>Set an event's details</h2>"
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='save-event'>"
           display "<p>Content id <input type='text'"
               " name='content_id' size='10'></p>"
           display "<p>Starts <input type='text' name='event_start'"
               " size='16'> ends <input type='text'"
               " name='event_end' size='16'> (YYYY-MM-DD HH:MM, or"
               " dates alone for an all-day event)</p>"
           display "<p>Location <input type='text'"
               " name='event_location' size='60'></p>"
           display "<p>Registration link <input type='text'"
               " name='event_registration_url' size='60'></p>"
           display "<p>Status <select name='event_status'>"
               "<option value='scheduled'>Scheduled</option>"
               "<option value='cancelled'>Cancelled</option>"
               "</select></p>"
           display "<button type='submit'>Save event</button>"
           display "</form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

       render-event-table section.
           *> eq-scope and eq-limit are set by the caller.
           move "list" to eq-action.
           move 0 to eq-content-id.
           move site-id-header to eq-site.
           move spaces to eq-tag.
           move role of user-data to eq-viewer-role.
           call "events" using event-request event-response.
           if er-row-count = 0
               display "<p>None.</p>"
               exit section
           end-if.
           display "<table border='1'>"
           display "<tr><th>#</th><th>Title</th><th>Starts</th>"
               "<th>Ends</th><th>Location</th><th>Status</th>"
               "<th>Changes</th><th></th></tr>"
           perform varying event-row-index from 1 by 1
               until event-row-index > er-row-count
               perform render-one-event-row
           end-perform.
           display "</table>".
           if er-more-rows = "Y"
               display "<p>More events qualify than are shown.</p>"
           end-if.

       render-one-event-row section.
           move er-content-id(event-row-index) to event-id-display.
           move er-start(event-row-index) to event-stamp-in.
           move er-all-day(event-row-index) to event-all-day-in.
           perform format-event-stamp.
           move event-stamp-text to event-start-text.
           move er-end(event-row-index) to event-stamp-in.
           perform format-event-stamp.
           move event-stamp-text to event-end-text.
           display "<tr>"
           display "<td><a href='/page/" function trim(event-id-display)
               "'>" function trim(event-id-display) "</a></td>"
           move er-title(event-row-index) to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" function trim(event-start-text) "</td>"
           display "<td>" function trim(event-end-text) "</td>"
           move er-location(event-row-index) to esc-html-source
           perform escape-html-value
           display "<td>" function trim(esc-html-value) "</td>"
           display "<td>" function trim(er-status(event-row-index))
               "</td>"
           move er-sequence(event-row-index) to event-seq-display
           display "<td>" function trim(event-seq-display) "</td>"
           *> Cancel / reinstate resends the details as they stand.
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='save-event'>"
           display "<input type='hidden' name='content_id'"
               " value='" function trim(event-id-display) "'>"
           display "<input type='hidden' name='event_start'"
               " value='" function trim(event-start-text) "'>"
           display "<input type='hidden' name='event_end'"
               " value='" function trim(event-end-text) "'>"
           display "<input type='hidden' name='event_location'"
               " value='" function trim(esc-html-value) "'>"
           move er-registration(event-row-index)(1:200)
               to esc-html-source
           perform escape-html-value
           display "<input type='hidden'"
               " name='event_registration_url'"
               " value='" function trim(esc-html-value) "'>"
           if function trim(er-status(event-row-index))
               = "cancelled"
               display "<button type='submit' name='event_status'"
                   " value='scheduled'>Reinstate</button>"
           else
               display "<button type='submit' name='event_status'"
                   " value='cancelled'>Cancel event</button>"
           end-if
           display "</form></td>"
           display "</tr>".

       format-event-stamp section.
           *> yyyymmddhhmm to the form's own "YYYY-MM-DD HH:MM" (the
           *> date alone for an all-day event), so a shown value can
           *> be posted straight back.
           move spaces to event-stamp-text.
           if event-stamp-in = spaces
               exit section
           end-if.
           if event-all-day-in = "Y"
               move function concatenate(
                   event-stamp-in(1:4), "-", event-stamp-in(5:2), "-",
                   event-stamp-in(7:2)
               ) to event-stamp-text
           else
               move function concatenate(
                   event-stamp-in(1:4), "-", event-stamp-in(5:2), "-",
                   event-stamp-in(7:2), " ", event-stamp-in(9:2), ":",
                   event-stamp-in(11:2)
               ) to event-stamp-text
           end-if.

       admin-save-event section.
           perform extract-content-form-fields.
           if function trim(form-content-id) is not numeric
               move "A content id is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move "save" to eq-action.
           move function numval(form-content-id) to eq-content-id.
           perform fill-event-request-from-form.
           call "events" using event-request event-response.
           move er-message to response-message.
           if er-success = "Y"
               perform handle-admin-action-ok
           else
               perform handle-admin-action-failed
           end-if.

       admin-view-menus section.
           move "SUCCESS" to admin-audit-result.
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Navigation Menus</title>"
               "</head>"
           display "<body>"
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>Starter Templates</title>"
               "</head>"
           display "<body>"
           move spaces to response-message.
           perform write-admin-audit-entry.

           perform emit-html-page-head
           display "<html><head><title>New From Template</title>"
               "</head>"
           display "<body>"
           end-if.

       render-content-list-page section.
           perform emit-html-page-head
           display "<html><head><title>Content</title></head>"
           display "<body>"
           display "<h1>Content</h1>"
           display "<table border='1'>"
           display "<tr><th>Id</th><th>Title</th><th>Status</th>"
               "<th>Author</th><th>Updated</th><th>Published</th>"
               "<th>Expires</th><th>Featured</th>"
               "<th>Visibility</th><th>Comments</th>"
               "<th>Social</th><th>Feedback</th>"
               "<th>Translation</th></tr>"

           move function length(function trim(db-resp-data-json))
               to result-json-len
           end-perform

           display "</table>"
           display "<p>Visibility is <em>public</em>,"
               " <em>signed-in</em> (any account) or the name of one"
               " role. Restricted"
               " items stay out of the feed, the sitemap, the static"
               " pages and every public listing; signed-out readers"
               " are sent to log in.</p>"
           display "<p>Social shows whether a blog post has gone out"
               " to the site's social accounts: it is queued the"
               " moment it goes live and posted by the next"
               " dispatcher run, once only - saving it again never"
               " reposts it. <em>Opt out</em> keeps an item (live or"
               " not yet) off the accounts.</p>"
           display "<p>Feedback counts the yes / no answers readers"
               " have given to <em>Was this page helpful?</em> and"
               " how many left a comment; the weekly page feedback"
               " report (data/page-feedback-report.txt) ranks the"
               " pages and lists the comments for each owner.</p>"
           display "<p>A translation shows how many versions its"
               " source has moved on since the translation was last"
               " brought up to date; <em>Compare</em> shows the"
               " source's changes since then, <em>Up to date</em>"
               " records that the translation has caught up.</p>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           display "</body></html>".

           perform extract-from-one-object
           display "<td>" function trim(json-extracted(1:20)) "</td>"

           *> An item with an expiry date can be renewed in one click
           *> instead of editing the raw date.
           move "expiryDate" to json-field-name
           perform extract-from-one-object
           if function trim(json-extracted) = spaces
               display "<td></td>"
           else
               display "<td>" function trim(json-extracted(1:10))
               display "<form method='POST' action='/admin'>"
               display "<input type='hidden' name='admin_action'"
                   " value='extend-expiry'>"
               display "<input type='hidden' name='content_id' value='"
                   function trim(hist-revision) "'>"
               display "+<input type='text' name='extend_days'"
                   " size='3' value='30'> days"
               display "<button type='submit'>Extend</button>"
               display "</form></td>"
           end-if

           move "featured" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:1) to hist-changed-date
               display "<button type='submit'>Pin</button>"
           end-if
           display "</form></td>"

           *> Who may read it - public, signed-in, or a role name.
           move "get" to vis-action
           move 0 to vis-content-id
           if function trim(hist-revision) numeric
               move function numval(hist-revision) to vis-content-id
           end-if
           call "content-visibility" using visibility-request
               visibility-response
           display "<td><form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='set-visibility'>"
           display "<input type='hidden' name='content_id' value='"
               function trim(hist-revision) "'>"
           display "<input type='text' name='visibility' size='10'"
               " value='" function trim(vis-level-out) "'>"
           display "<button type='submit'>Set</button>"
           display "</form></td>"

           *> The comments mode in force, and the item's own choice
           *> (blank follows the type default and automatic closing).
           move "resolve" to cp-action
           move vis-content-id to cp-content-id
           call "comment-policy" using comment-policy-request
               comment-policy-response
           display "<td>" function trim(cp-effective)
           if cp-reason not = spaces
               display " <small>(" function trim(cp-reason)
                   ")</small>"
           end-if
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='set-comments'>"
           display "<input type='hidden' name='content_id' value='"
               function trim(hist-revision) "'>"
           display "<select name='comments_mode'>"
           display "<option value='default'>default</option>"
           display "<option value='open'>open</option>"
           display "<option value='moderated'>moderated</option>"
           display "<option value='closed'>closed</option>"
           display "</select>"
           display "<button type='submit'>Set</button>"
           display "</form></td>"

           perform render-syndication-cell
           perform render-feedback-cell

           move "translationOf" to json-field-name
           perform extract-from-one-object
           if function trim(json-extracted) = spaces
               or function trim(json-extracted) not numeric
               or function numval(json-extracted) = 0
               display "<td></td>"
           else
               perform render-translation-sync-cell
           end-if
           display "</tr>".

       render-syndication-cell section.
           *> Where the item stands with the social accounts, and the
           *> one switch an editor has over it.
           move "get" to sn-action.
           move vis-content-id to sn-content-id.
           call "syndication" using syndication-request
               syndication-response.
           display "<td>" with no advancing
           evaluate function trim(sn-state)
               when "queued"
                   display "queued" with no advancing
               when "posted"
                   display "posted " sn-sent-stamp(1:4) "-"
                       sn-sent-stamp(5:2) "-" sn-sent-stamp(7:2)
                       with no advancing
               when "partial"
                   display "posted to some accounts"
                       with no advancing
               when "failed"
                   display "not accepted (see dead letters)"
                       with no advancing
               when other
                   if sn-opt-out = "Y"
                       display "opted out" with no advancing
                   else
                       display "not posted" with no advancing
                   end-if
           end-evaluate
           display "<form method='POST' action='/admin'>"
           display "<input type='hidden' name='admin_action'"
               " value='set-syndication'>"
           display "<input type='hidden' name='content_id' value='"
               function trim(hist-revision) "'>"
           if sn-opt-out = "Y"
               display "<input type='hidden' name='syndicate'"
                   " value='Y'>"
               display "<button type='submit'>Opt in</button>"
           else
               display "<input type='hidden' name='syndicate'"
                   " value='N'>"
               display "<button type='submit'>Opt out</button>"
           end-if
           display "</form></td>".

       render-feedback-cell section.
           move "totals" to fb-action.
           move vis-content-id to fb-content-id.
           call "page-feedback" using feedback-request
               feedback-response.
           if fb-helpful-count = 0 and fb-unhelpful-count = 0
               display "<td></td>"
               exit section
           end-if.
           move fb-helpful-count to feedback-count-display.
           display "<td>" function trim(feedback-count-display)
               " yes / " with no advancing.
           move fb-unhelpful-count to feedback-count-display.
           display function trim(feedback-count-display) " no"
               with no advancing.
           if fb-comment-count > 0
               move fb-comment-count to feedback-count-display
               display " <small>(" function trim(feedback-count-display)
                   " comment(s))</small>" with no advancing
           end-if.
           display "</td>".

       render-translation-sync-cell section.
           *> "3 versions behind #12 (v4 to v7)" with a compare of
           *> the source's revisions since the sync point against its
           *> current text, or "up to date", or "not tracked" for a
           *> translation made before sync points were kept.
           move "status" to ts-action.
           move vis-content-id to ts-translation-id.
           call "translation-sync" using translation-sync-request
               translation-sync-response.
           if ts-tracked not = "Y"
               move function numval(json-extracted)
                   to sync-source-display
               display "<td>of #" function trim(sync-source-display)
                   ", not tracked"
           else
               move ts-source-id-out to sync-source-display
               move ts-synced-version to sync-from-display
               move ts-current-version to sync-to-display
               if ts-versions-behind = 0
                   display "<td>up to date with #"
                       function trim(sync-source-display)
                       " (v" function trim(sync-from-display) ")"
               else
                   move ts-versions-behind to sync-behind-display
                   compute sync-compare-from
                       = ts-synced-revision + 1
                   display "<td><strong>"
                       function trim(sync-behind-display)
                       " version(s) behind</strong> #"
                       function trim(sync-source-display)
                       " (v" function trim(sync-from-display)
                       " to v" function trim(sync-to-display) ")"
                   display "<form method='POST' action='/admin'>"
                   display "<input type='hidden' name='admin_action'"
                       " value='compare-revisions'>"
                   display "<input type='hidden' name='content_id'"
                       " value='" function trim(sync-source-display)
                       "'>"
                   display "<input type='hidden' name='revision_a'"
                       " value='" function trim(sync-compare-from)
                       "'>"
                   display "<input type='hidden' name='revision_b'"
                       " value='0'>"
                   display "<button type='submit'>Compare</button>"
                   display "</form>"
               end-if
           end-if.
           if ts-tracked not = "Y" or ts-versions-behind > 0
               display "<form method='POST' action='/admin'>"
               display "<input type='hidden' name='admin_action'"
                   " value='mark-translation-synced'>"
               display "<input type='hidden' name='content_id' value='"
                   function trim(hist-revision) "'>"
               display "<button type='submit'>Up to date</button>"
               display "</form>"
           end-if.
           display "</td>".

       admin-view-trash section.
           move "content" to db-action.
           move "get-all" to db-operation.
       render-trash-page section.
           *> Variable-length list, rendered directly the way the
           *> content history view is.
           perform emit-html-page-head
           display "<html><head><title>Trash</title></head>"
           display "<body>"
           display "<h1>Trash</h1>"
           *> This view is a variable-length list, so it renders its
           *> own HTML directly the way search.cbl does rather than
           *> going through the 99-character template variables.
           perform emit-html-page-head
           display "<html><head><title>Content History</title></head>"
           display "<body>"
           display "<h1>Revision history for content #"
           display "<p>Revision <input type='text' name='revision_a'"
               " size='5'> against revision"
           display " <input type='text' name='revision_b'"
               " size='5'> (0 is the current text)</p>"
           display "<button type='submit'>Compare</button>"
           display "</form>"
           display "<p><a href='/admin'>Back to dashboard</a></p>"
           move 0 to diff-sentence-len.

       render-revision-diff-page section.
           perform emit-html-page-head
           display "<html><head><title>Revision Comparison</title>"
               "</head>"
           display "<body>"
                   function trim(bulk-count-display), " failed"
               ) to response-message
           end-if.
           if bulk-blocked-count > 0
               move bulk-blocked-count to bulk-count-display
               move function concatenate(
                   function trim(response-message), "; ",
                   function trim(bulk-count-display),
                   " blocked by the publish checklist"
               ) to response-message
           end-if.
           if bulk-held-count > 0
               move bulk-held-count to bulk-count-display
               move function concatenate(
                   function trim(response-message), "; ",
                   function trim(bulk-count-display),
                   " held for checklist warnings (publish singly or"
                   " tick override)"
               ) to response-message
           end-if.
           if bulk-override-count > 0
               move bulk-override-count to bulk-count-display
               move function concatenate(
                   function trim(response-message), "; ",
                   function trim(bulk-count-display),
                   " published over checklist warnings"
               ) to response-message
           end-if.

       run-bulk-checklist-gate section.
           *> Failures and un-overridden warnings leave the item as it
           *> is; an override is audited per item, naming the checks.
           move "N" to bulk-gate-ok.
           if function trim(bulk-one-id) not numeric
               add 1 to bulk-fail-count
               exit section
           end-if.
           move function numval(bulk-one-id) to ck-content-id.
           call "publish-checklist" using checklist-request
               checklist-response.
           if ck-success not = "Y"
               add 1 to bulk-fail-count
               exit section
           end-if.
           if ck-fail-count > 0
               add 1 to bulk-blocked-count
               exit section
           end-if.
           if ck-warn-count > 0 and form-checklist-override not = "Y"
               add 1 to bulk-held-count
               exit section
           end-if.
           move "Y" to bulk-gate-ok.
           if ck-warn-count > 0
               add 1 to bulk-override-count
               perform collect-checklist-warnings
               move "OVERRIDE" to admin-audit-result
               move function concatenate(
                   "content ", function trim(bulk-one-id),
                   " published over checklist warnings: ",
                   function trim(ck-warned-checks)
               ) to response-message
               perform write-admin-audit-entry
           end-if.

       run-bulk-content-action section.
           *> Applies bulk-action-operation/bulk-action-data-json
               move 0 to bulk-success-count
               move 0 to bulk-fail-count
               move 0 to bulk-total-count
               move 0 to bulk-blocked-count
               move 0 to bulk-held-count
               move 0 to bulk-override-count
               move function length(function trim(bulk-ids))
                   to bulk-ids-len
               move 1 to bulk-ids-pos
               perform until bulk-ids-pos > bulk-ids-len
                   perform split-next-bulk-id
                   move "Y" to bulk-gate-ok
                   if bulk-one-id-len > 0
                       and bulk-run-checklist = "Y"
                       perform run-bulk-checklist-gate
                   end-if
                   if bulk-one-id-len > 0 and bulk-gate-ok = "N"
                       add 1 to bulk-total-count
                   end-if
                   if bulk-one-id-len > 0 and bulk-gate-ok = "Y"
                       add 1 to bulk-total-count
                       move function concatenate(
                           '{"id":"',
           perform run-bulk-content-action.

       admin-bulk-publish-content section.
           *> Each selected item goes through the publish checklist;
           *> the override flag on the bulk form applies to warnings
           *> only, never to failures.
           perform extract-content-form-fields.
           move "update" to bulk-action-operation.
           move '{"status":"published"}' to bulk-action-data-json.
           move "Y" to bulk-run-checklist.
           perform run-bulk-content-action.
           move "N" to bulk-run-checklist.

       admin-bulk-draft-content section.
           move "update" to bulk-action-operation.
               end-if
           end-if.

       emit-html-page-head section.
           *> Response headers for the hand-built pages. Under
           *> view-as every page carries the banner, so a screen is
           *> never mistaken for the administrator's own.
           display "Content-Type: text/html".
           display " ".
           if view-as-active not = "Y"
               exit section
           end-if.
           display "<div style='background:#ffe066;padding:8px;"
               "border-bottom:2px solid #c9a400'>"
           display "Viewing as <strong>"
               function trim(view-as-target-html)
               "</strong> (" function trim(role of user-data)
               ") - signed in as "
               function trim(view-as-real-html)
               ". Read-only: nothing can be saved or sent."
           display "<form method='POST' action='/admin'"
               " style='display:inline'>"
           display "<input type='hidden' name='admin_action'"
               " value='end-view-as'>"
           display "<button type='submit'>End view</button>"
           display "</form></div>".

       add-view-as-template-vars section.
           *> Template pages get the same notice: the title is
           *> prefixed and the banner text travels as its own var.
           *> The prefix names the real administrator too - it is
           *> all a template that ignores the banner will show.
           if view-as-active not = "Y"
               exit section
           end-if.
           move function concatenate(
               "[", function trim(real-username), " viewing as ",
               function trim(view-as-target),
               " - read-only] ", function trim(COW-varvalue(1))
           ) to COW-varvalue(1).
           add 1 to counter.
           move "view_as_banner" to COW-varname(counter).
           move function concatenate(
               "Viewing as ", function trim(view-as-target),
               " (", function trim(role of user-data),
               ") - signed in as ", function trim(real-username),
               ". Read-only."
           ) to COW-varvalue(counter).
           move "S" to COW-var-type(counter).

       admin-start-view-as section.
           *> The target must be another active account. Starting
           *> tells the viewed user, goes into the audit chain, and
           *> lands on the dashboard as they would see it.
           perform extract-content-form-fields.
           move spaces to response-message.
           if function trim(form-target-username) = spaces
               move "A username is required" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           if function trim(form-target-username) =
               function trim(real-username)
               move "You cannot view as yourself" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move form-target-username to view-as-target.
           perform look-up-view-as-target.
           if view-as-target-role = spaces
               move "No such user" to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           if function trim(view-as-target-status) not = "active"
               move "Only active accounts can be viewed as"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.

           open i-o view-as-master.
           if view-as-status = "35"
               open output view-as-master
               close view-as-master
               open i-o view-as-master
           end-if.
           if view-as-status not = "00"
               move "The view-as store could not be opened"
                   to response-message
               perform handle-admin-action-failed
               exit section
           end-if.
           move function current-date(1:14) to view-as-now.
           move session-id of auth-request to va-session-id.
           move real-username to va-admin.
           move view-as-target to va-target.
           move view-as-now to va-started.
           write view-as-record
               invalid key
                   rewrite view-as-record
                       invalid key
                           move "The view could not be started"
                               to response-message
                   end-rewrite
           end-write.
           close view-as-master.
           if response-message not = spaces
               perform handle-admin-action-failed
               exit section
           end-if.

           move "post" to notify-action.
           move view-as-target to notify-user.
           move function concatenate(
               "An administrator viewed the site as you on ",
               view-as-now(1:4), "-", view-as-now(5:2), "-",
               view-as-now(7:2), " at ", view-as-now(9:2), ":",
               view-as-now(11:2), " to check what you see. ",
               "Nothing was changed in your name."
           ) to notify-text.
           call "notifications" using notify-request notify-response.

           move "VIEW-AS-START" to admin-audit-result.
           move function concatenate(
               "viewing as ", function trim(view-as-target),
               " from ", view-as-now(1:8), " ", view-as-now(9:6)
           ) to response-message.
           perform write-admin-audit-entry.
           move spaces to response-message.

           perform check-view-as.
           perform handle-admin-dashboard.

       admin-end-view-as section.
           *> Back to the administrator's own identity; the row goes
           *> and the audit entry records how long the view ran.
           if view-as-active not = "Y"
               move "No view-as is running" to response-message
               perform handle-admin-action-ok
               exit section
           end-if.
           move real-user-data to user-data.
           move "N" to view-as-active.
           perform set-permissions.
           open i-o view-as-master.
           if view-as-status = "00"
               move session-id of auth-request to va-session-id
               read view-as-master
                   invalid key
                       continue
                   not invalid key
                       move "ended by administrator"
                           to view-as-ended-by
                       perform end-view-as-record
               end-read
               close view-as-master
           end-if.
           move function concatenate(
               "Stopped viewing as ", function trim(view-as-target)
           ) to response-message.
           perform handle-admin-action-ok.

       handle-view-as-blocked section.
           move "DENIED" to admin-audit-result.
           move "blocked while viewing as another user"
               to response-message.
           perform write-admin-audit-entry.

           move 1 to counter.
           move "page_title" to COW-varname(counter).
           move "Read-only View" to COW-varvalue(counter).
           move "S" to COW-var-type(counter).

           add 1 to counter.
           move "message" to COW-varname(counter).
           move function concatenate(
               "You are viewing as ", function trim(view-as-target),
               " - actions that change anything are switched off.",
               " End the view to act as yourself."
           ) to COW-varvalue(counter).
           move "S" to COW-var-type(counter).

           perform add-view-as-template-vars.
           call 'enhanced-template' using the-vars "admin-result.cow".

       write-admin-audit-entry section.
           *> Under view-as the entry names the administrator who is
           *> really at the keyboard as well as the viewed user.
           if view-as-active = "Y"
               move function concatenate(
                   'user=', function trim(real-username),
                   ' viewing-as=', function trim(username of user-data),
                   ' action=', function trim(requested-action),
                   ' result=', function trim(admin-audit-result)
               ) to admin-audit-subject
           else
               move function concatenate(
                   'user=', function trim(username of user-data),
                   ' action=', function trim(requested-action),
                   ' result=', function trim(admin-audit-result)
               ) to admin-audit-subject
           end-if
           if function trim(response-message) not = spaces
               move function concatenate(
                   function trim(admin-audit-subject),
           move "S" to COW-var-type(counter).

           *> Render result page
           perform add-view-as-template-vars.
           call 'enhanced-template' using the-vars "admin-result.cow".

       handle-admin-action-failed section.
           move "S" to COW-var-type(counter).

           *> Render result page
           perform add-view-as-template-vars.
           call 'enhanced-template' using the-vars "admin-result.cow".

       handle-admin-action-forbidden section.
           move "S" to COW-var-type(counter).

           *> Render result page
           perform add-view-as-template-vars.
           call 'enhanced-template' using the-vars "admin-result.cow".

       end program admin. 
